       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
      * Mandatory-requirement table loaded at startup - an absent
      * HLTHREQ.DAT means nothing is mandatory yet.
       01  Requirement-Table.
           02  Rq-Entry OCCURS 200 TIMES.
               03  Rq-Code-Tbl         PIC X(4).
       01  WS-Req-Max                  PIC 9(3) VALUE 200.
       01  WS-Req-Count                PIC 9(3) VALUE ZEROS.
       01  Rq-Idx                      PIC 9(3).

       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Row-Count                PIC 9(3).
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Req-File
               IF WS-Req-Count NOT < WS-Req-Max
                   DISPLAY "*** HEALTH REQUIREMENT TABLE FULL *** more "
                           "than " WS-Req-Max " requirements"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Req-Count
               MOVE Hr-Requirement-Code
                   TO Rq-Code-Tbl(WS-Req-Count)
               READ Health-Req-File
                   AT END SET End-Of-Req-File TO TRUE
               END-READ
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
