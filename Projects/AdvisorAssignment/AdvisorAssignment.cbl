      * table-driven lookup pattern as StudentEnrollment's Prereq-
      * Table, used here to validate an advisor ID and print a name.
       01  Advisor-Table.
           02  Ad-Entry OCCURS 1000 TIMES
                       INDEXED BY Ad-Idx.
               03  Ad-Id-Tbl                PIC X(5).
               03  Ad-Name-Tbl              PIC X(30).
       01  WS-Advisor-Max              PIC 9(4) VALUE 1000.
       01  WS-Advisor-Count            PIC 9(4) VALUE ZEROS.

       01  WS-Chk-Status               PIC X(2).
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Advisor-File
               IF WS-Advisor-Count NOT < WS-Advisor-Max
                   DISPLAY "*** ADVISOR TABLE FULL *** more than "
                           WS-Advisor-Max " advisors on the roster"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Advisor-Count
               MOVE Ad-Advisor-Id TO Ad-Id-Tbl(WS-Advisor-Count)
               MOVE Ad-Advisor-Name TO Ad-Name-Tbl(WS-Advisor-Count)
               READ Advisor-Roster-File
                   AT END SET End-Of-Advisor-File TO TRUE
               END-READ
