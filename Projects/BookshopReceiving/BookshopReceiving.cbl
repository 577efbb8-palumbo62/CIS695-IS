       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
      * Open-PO aging roll-up: one slot per PO still carrying an
      * open or back-ordered line.
       01  Po-Aging-Table.
           02  Pa-Entry OCCURS 2000 TIMES.
               03  Pa-Po-Number        PIC 9(6).
               03  Pa-Order-Date       PIC 9(8).
               03  Pa-Open-Lines       PIC 9(3).
               03  Pa-Outstanding-Qty  PIC 9(5).
       01  WS-Po-Max                   PIC 9(4) VALUE 2000.
       01  WS-Po-Count                 PIC 9(4) VALUE ZEROS.
       01  WS-Po-Slot                  PIC 9(4).
       01  Pa-Idx                      PIC 9(4).
       01  WS-Age-Days                 PIC S9(5).

       01  Main-Menu-Choice            PIC 9 VALUE 0.
                       MOVE Pa-Idx TO WS-Po-Slot
                   END-IF
               END-PERFORM
               IF WS-Po-Slot = ZEROS AND WS-Po-Count NOT < WS-Po-Max
                   DISPLAY "*** OPEN PO TABLE FULL *** more than "
                           WS-Po-Max " open purchase orders"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Po-Slot = ZEROS
                   ADD 1 TO WS-Po-Count
                   MOVE WS-Po-Count TO WS-Po-Slot
                   MOVE Pol-Po-Number TO Pa-Po-Number(WS-Po-Slot)
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
