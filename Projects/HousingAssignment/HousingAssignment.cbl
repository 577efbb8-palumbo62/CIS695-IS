           88  Student-Rec-Not-Found   VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

      * Per-building occupancy tallies for the report.
       01  Building-Table.
           02  Bt-Entry OCCURS 200 TIMES.
               03  Bt-Building-Code    PIC X(4).
               03  Bt-Occupied-Count   PIC 9(4).
       01  WS-Building-Max             PIC 9(3) VALUE 200.
       01  WS-Building-Count           PIC 9(3).
       01  Bt-Idx                      PIC 9(3).
       01  WS-Building-Slot            PIC 9(3).

       PROCEDURE DIVISION.
       Begin.
                   END-IF
               END-PERFORM
               IF WS-Building-Slot = ZEROS
                       AND WS-Building-Count NOT < WS-Building-Max
                   DISPLAY "*** BUILDING TABLE FULL *** more than "
                           WS-Building-Max " buildings"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Building-Slot = ZEROS
                   ADD 1 TO WS-Building-Count
                   MOVE WS-Building-Count TO WS-Building-Slot
                   MOVE Ha-Building-Code
                   MOVE ZEROS
                       TO Bt-Occupied-Count(WS-Building-Slot)
               END-IF
               ADD 1 TO Bt-Occupied-Count(WS-Building-Slot)
           END-IF.
           READ Housing-Assignment-File NEXT RECORD
               AT END SET End-Of-Assignments TO TRUE
               MOVE Ua-Password TO Ua-Password-Tbl(WS-User-Access-Count)
               MOVE Ua-Role     TO Ua-Role-Tbl(WS-User-Access-Count)
           ELSE
               DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                       WS-User-Access-Max " accounts on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Prompt-Login.
