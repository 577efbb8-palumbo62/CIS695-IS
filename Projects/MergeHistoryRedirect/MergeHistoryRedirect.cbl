           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Payment-History-File.
       01  PH-Rec.
      * file, the same reason Payment-Plan-Table loads in full before
      * StudFeesPaymentPlan starts updating it.
       01  Retired-Fee-Table.
           02  Rf-Entry OCCURS 500 TIMES
                       INDEXED BY Rf-Idx.
               03  Rf-Rec.
                   04  Rf-Term-Code             PIC X(6).
                   04  Rf-Late-Fee-Flag         PIC X.
                   04  Rf-Amount-Paid           PIC S9(7)V99.
                   04  Rf-Fee-Due-Date          PIC 9(8).
                   04  Rf-Parking-Owed          PIC 9(7).
                   04  Rf-Bookshop-Owed         PIC 9(7).
                   04  Rf-Insurance-Owed        PIC 9(7).
       01  WS-Fee-Count                PIC 9(3) VALUE ZEROS.

       01  Retired-Hist-Table.
           02  Rh-Entry OCCURS 500 TIMES
                       INDEXED BY Rh-Idx.
               03  Rh-Term-Code                PIC X(6).
               03  Rh-YTD-Amount                PIC S9(6)V99.
       01  WS-Hist-Count                PIC 9(3) VALUE ZEROS.

       01  Retired-Enrl-Table.
           02  Re-Entry OCCURS 999 TIMES
                       INDEXED BY Re-Idx.
               03  Re-Module-Code              PIC X(5).
               03  Re-Term-Code                PIC X(6).
               03  Re-Sessions-Attended        PIC 9(3).
               03  Re-Campus-Code              PIC X(4).
       01  WS-Enrl-Count                PIC 9(3) VALUE ZEROS.
       01  WS-Ct-Load-Dropped           PIC 9(5) VALUE ZEROS.
       01  WS-Rerun-Needed-Sw           PIC X VALUE "N".
           88  Rerun-Needed             VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "History recs merged  : " Ct-Hist-Merged.
           DISPLAY "Enrollments moved    : " Ct-Enrl-Redirected.
           DISPLAY "Enrollments merged   : " Ct-Enrl-Merged.
           IF Rerun-Needed
               DISPLAY "*** RETIRED RECORD TABLE FULL *** records "
                       "left under a retired number"
               DISPLAY "    Re-run to finish - notify operator."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Redirect-One-Mapping.
               AT END SET End-Of-Mergexref TO TRUE
           END-READ.

      * Only as many records as the table holds are moved this pass;
      * the load re-selects whatever is still filed under the retired
      * number, so a re-run picks up the remainder - the run ends with
      * a failing return code so the batch driver alerts the operator
      * that one is needed.
       Warn-If-Table-Filled.
           IF WS-Ct-Load-Dropped > 0
               DISPLAY "  NOTE: table filled for retired student "
                   WS-Retired-Number " - " WS-Ct-Load-Dropped
                   " record(s) left; re-run to finish this mapping."
               SET Rerun-Needed TO TRUE
           END-IF.

       Load-Retired-Fee-Records.
               END-READ
               PERFORM UNTIL NOT SM-Rec-Found
                       OR SM-Student-Number NOT EQUAL WS-Retired-Number
                   IF WS-Fee-Count < 500
                       ADD 1 TO WS-Fee-Count
                       MOVE SM-Term-Code TO Rf-Term-Code(WS-Fee-Count)
                       MOVE SM-Student-Name
                           TO Rf-Amount-Paid(WS-Fee-Count)
                       MOVE SM-Fee-Due-Date
                           TO Rf-Fee-Due-Date(WS-Fee-Count)
                       MOVE SM-Parking-Owed
                           TO Rf-Parking-Owed(WS-Fee-Count)
                       MOVE SM-Bookshop-Owed
                           TO Rf-Bookshop-Owed(WS-Fee-Count)
                       MOVE SM-Insurance-Owed
                           TO Rf-Insurance-Owed(WS-Fee-Count)
                   ELSE
                       ADD 1 TO WS-Ct-Load-Dropped
                   END-IF
                   ADD Rf-Lab-Owed(Rf-Idx) TO SM-Lab-Owed
                   ADD Rf-Library-Owed(Rf-Idx) TO SM-Library-Owed
                   ADD Rf-Late-Fee-Owed(Rf-Idx) TO SM-Late-Fee-Owed
                   ADD Rf-Parking-Owed(Rf-Idx) TO SM-Parking-Owed
                   ADD Rf-Bookshop-Owed(Rf-Idx) TO SM-Bookshop-Owed
                   ADD Rf-Insurance-Owed(Rf-Idx) TO SM-Insurance-Owed
                   ADD Rf-Amount-Paid(Rf-Idx) TO SM-Amount-Paid
                   REWRITE SM-Rec
                       INVALID KEY
                   MOVE Rf-Late-Fee-Flag(Rf-Idx) TO SM-Late-Fee-Flag
                   MOVE Rf-Amount-Paid(Rf-Idx) TO SM-Amount-Paid
                   MOVE Rf-Fee-Due-Date(Rf-Idx) TO SM-Fee-Due-Date
                   MOVE Rf-Parking-Owed(Rf-Idx) TO SM-Parking-Owed
                   MOVE Rf-Bookshop-Owed(Rf-Idx) TO SM-Bookshop-Owed
                   MOVE Rf-Insurance-Owed(Rf-Idx) TO SM-Insurance-Owed
                   WRITE SM-Rec
                       INVALID KEY
                           DISPLAY "Write error FS = " SM-File-Status
               END-READ
               PERFORM UNTIL NOT PH-Rec-Found
                       OR PH-Student-Number NOT EQUAL WS-Retired-Number
                   IF WS-Hist-Count < 500
                       ADD 1 TO WS-Hist-Count
                       MOVE PH-Term-Code TO Rh-Term-Code(WS-Hist-Count)
                       MOVE PH-YTD-Amount
               END-READ
               PERFORM UNTIL NOT Se-Rec-Found
                       OR Se-Student-Id NOT EQUAL WS-Retired-Enrl-Id
                   IF WS-Enrl-Count < 999
                       ADD 1 TO WS-Enrl-Count
                       MOVE Se-Module-Code
                           TO Re-Module-Code(WS-Enrl-Count)
