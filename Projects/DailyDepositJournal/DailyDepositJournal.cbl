      * by code so a future split (e.g. a bookshop cash line) rolls
      * up without a change here.
       01  Gl-Code-Totals.
           02  Gt-Entry OCCURS 200 TIMES INDEXED BY Gt-Idx.
               03  Gt-Code-Tbl         PIC X(6).
               03  Gt-Count-Tbl        PIC 9(5).
               03  Gt-Amount-Tbl       PIC S9(8)V99.
       01  WS-Gl-Code-Max              PIC 9(3) VALUE 200.
       01  WS-Gl-Code-Count            PIC 9(3) VALUE ZEROS.
       01  WS-Gl-Found-Sw              PIC X VALUE "N".
           88  Gl-Code-Found           VALUE "Y".

               END-IF
           END-PERFORM.
           IF NOT Gl-Code-Found
               IF WS-Gl-Code-Count NOT < WS-Gl-Code-Max
                   DISPLAY "*** GL CODE TABLE FULL *** more than "
                           WS-Gl-Code-Max " GL codes"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Gl-Code-Count
               MOVE Rc-Gl-Code TO Gt-Code-Tbl(WS-Gl-Code-Count)
               MOVE 1 TO Gt-Count-Tbl(WS-Gl-Code-Count)
               MOVE Rc-Payment
                   TO Gt-Amount-Tbl(WS-Gl-Code-Count)
           END-IF.

      * Approved settlements dated today that StudFees has not yet
