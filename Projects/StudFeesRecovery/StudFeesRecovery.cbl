    02  SM-Fee-Due-Date                 PIC 9(8).
    02  SM-Collection-Flag              PIC X.
        88  SM-In-Collections           VALUE "C".
    02  SM-Parking-Owed                 PIC 9(7).
    02  SM-Parking-Paid                 PIC 9(7)V99.
    02  SM-Bookshop-Owed                PIC 9(7).
    02  SM-Bookshop-Paid                PIC 9(7)V99.
    02  SM-Insurance-Owed               PIC 9(7).
    02  SM-Insurance-Paid               PIC 9(7)V99.

WORKING-STORAGE SECTION.
*> Data-file locations, resolved at run time in Resolve-Data-Paths so
*> same student in one run chain their images (the second's before
*> image is the first's after image).
01  Journal-Table.
    02  Jt-Max                          PIC 9(5) VALUE 20000.
    02  Jt-Count                        PIC 9(5) VALUE ZEROS.
    02  Jt-Entry OCCURS 20000 TIMES.
        03  Jt-Seq                      PIC 9(6).
        03  Jt-Student-Number           PIC 9(7).
        03  Jt-Term-Code                PIC X(6).
        03  Jt-Amount                   PIC S9(4)V99.
        03  Jt-Before-Image             PIC X(170).
        03  Jt-After-Image              PIC X(170).
01  Jt-Idx                              PIC S9(6) COMP.

01  Recovery-Counts.
    02  Ct-Applied                      PIC 9(4) VALUE ZEROS.
    CLOSE Posting-Journal-File.

Store-Journal-Entry.
    IF Jt-Count NOT < Jt-Max
        DISPLAY "*** JOURNAL TABLE FULL *** more than " Jt-Max
            " journal entries"
        DISPLAY "    Run aborted - nothing recovered; notify operator."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Jt-Count.
