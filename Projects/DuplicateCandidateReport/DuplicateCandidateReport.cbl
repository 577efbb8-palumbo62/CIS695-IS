      * typo) is reported as a probable duplicate, regardless of
      * whether the SSNs agree.  A record is never changed here - the
      * output, DUPCAND.DAT, is only a worklist for
      * MergeDuplicateStudent.  A date of birth of zeros - never
      * recorded, or removed by PiiRetentionPurge - matches nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Whole StudentFile loaded once into memory so every record can
      * be compared against every other record - same table-driven
      * approach as the rest of this system's batch-scan programs, but
      * here the "table" is just a working copy of the file itself,
      * sized for every possible StudentId so no student is ever left
      * out of the comparison.
       01  WS-Student-Table-Max       PIC 9(5) VALUE 99999.
       01  WS-Student-Count           PIC 9(5) VALUE ZEROS.
       01  WS-Student-Table.
           02  WS-Student-Entry OCCURS 99999 TIMES.
               03  Ws-Tbl-StudentId    PIC 9(5).
               03  Ws-Tbl-Lastname     PIC X(20).
               03  Ws-Tbl-Firstname    PIC X(15).
               03  Ws-Tbl-DOB          PIC 9(8).

       01  WS-I                       PIC 9(6).
       01  WS-J                       PIC 9(6).
       01  WS-Lastname4-I             PIC X(4).
       01  WS-Lastname4-J             PIC X(4).

               "DUPCAND.DAT".
           DISPLAY "Students scanned   : " WS-Student-Count.
           DISPLAY "Candidates flagged : " Ct-Candidates-Found.
           STOP RUN.

       Load-Student-Table.
           PERFORM Load-One-Student UNTIL EndOfFile.

       Load-One-Student.
           IF WS-Student-Count NOT < WS-Student-Table-Max
               DISPLAY "*** STUDENT TABLE FULL *** more than "
                       WS-Student-Table-Max " students"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Student-Count.
           MOVE StudentId  TO Ws-Tbl-StudentId(WS-Student-Count).
           MOVE Lastname   TO Ws-Tbl-Lastname(WS-Student-Count).
           MOVE Firstname  TO Ws-Tbl-Firstname(WS-Student-Count).
           MOVE DateOfBirth TO Ws-Tbl-DOB(WS-Student-Count).
           READ StudentFile NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ.
               MOVE Ws-Tbl-Lastname(WS-I)(1:4) TO WS-Lastname4-I
               MOVE Ws-Tbl-Lastname(WS-J)(1:4) TO WS-Lastname4-J
               IF Ws-Tbl-DOB(WS-I) = Ws-Tbl-DOB(WS-J)
                   AND Ws-Tbl-DOB(WS-I) NOT = ZEROS
                   IF Ws-Tbl-Lastname(WS-I) = Ws-Tbl-Lastname(WS-J)
                       AND Ws-Tbl-Firstname(WS-I)
                           = Ws-Tbl-Firstname(WS-J)
