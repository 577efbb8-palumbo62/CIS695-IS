           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Book-File.
       01  Book-Rec.
      * A module can carry requisitions for more than one book, and
      * more than one lecturer can require the same book - each
      * distinct book number is priced once per module.
       01  WS-Seen-Book-Max            PIC 9(3) VALUE 100.
       01  WS-Seen-Books.
           02  WS-Seen-Book-Num        PIC 9(4) OCCURS 100 TIMES.
       01  WS-Seen-Count               PIC 9(3).
       01  WS-Seen-Idx                 PIC 9(3).
       01  WS-Book-Already-Priced      PIC X.

       01  Main-Menu-Choice            PIC 9 VALUE 0.
               END-IF
           END-PERFORM.
           IF WS-Book-Already-Priced = "N"
               IF WS-Seen-Count NOT < WS-Seen-Book-Max
                   DISPLAY "*** BOOK TABLE FULL *** more than "
                           WS-Seen-Book-Max " books for " Se-Module-Code
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Seen-Count
               MOVE Pr-Book-Num
                   TO WS-Seen-Book-Num(WS-Seen-Count)
               PERFORM Price-One-Book
           END-IF.

