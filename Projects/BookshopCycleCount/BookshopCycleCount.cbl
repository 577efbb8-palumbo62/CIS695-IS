      *   4. posts approved adjustments to Bf-On-Hand-Qty with a
      *      reason code and an audit line in the suite's standard
      *      Audit-Trail-File shape (the same BOOKAUDIT.LOG
      *      BookshopMaint writes).  The before image leads with
      *      the book number so BookshopInventoryValue can pick the
      *      month's count variances out of the log.
      * Used copies stay out of the count - they came in graded at
      * the buyback counter and carry their own quantity.

       01  WS-Audit-Before             PIC X(40).
       01  WS-Audit-After              PIC X(40).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
               DISPLAY "  Book no longer on file - not posted."
           ELSE
               MOVE SPACES TO WS-Audit-Before
               STRING "BOOK " Bf-Book-Num " QTY " Bf-On-Hand-Qty
                   DELIMITED BY SIZE INTO WS-Audit-Before
               MOVE Cs-Counted-Qty TO Bf-On-Hand-Qty
               REWRITE Book-Rec
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
