      * GLEXTRCT.DAT - the same GL extract conventions StudFees
      * uses, so Finance's nightly import picks the shop up with
      * everything else.
      *
      * Sales taken on the student-account tender (ACCT) are not
      * cash: they are left out of the GL cash line, because they
      * reach the GL through StudFees' BOOKSHOP RECEIVABLE balance.
      * Instead the report ends with a charge-sales summary that
      * balances the day's ACCT journal lines against the postings
      * BookshopStockUpdate logged to BKCHARGE.DAT when each charge
      * reached the student's fee account.  The posted amount is
      * the sale rounded to the whole dollar, so the difference is
      * shown as rounding; a count or sale-value difference means a
      * charge was taken at the till but never posted.
      *
      * New-copy margin is taken at the unit cost in effect on the
      * sales date, not today's Bf-Unit-Cost: the first COSTHIST.DAT
      * row for the book dated after the sales date (written by
      * BookshopPriceImport and BookshopMaint whenever a cost
      * changes) carries the cost that was in force on that date.
      * With no later row the current unit cost still applies.
      *
      * Sales tax collected at the till (Sj-Tax-Amount, appended to
      * the journal line by BookshopStockUpdate) is not revenue.  It
      * rides in the cash line with the sale and is booked to sales
      * tax payable (200050) by a second MOVEMNT line; account sales
      * carry their tax to the fee account with the sale, so the
      * charge-sales balance compares sale plus tax on both sides.
      * Journal lines written before tax was kept have no tax
      * amount and count as untaxed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Sales-Report-File ASSIGN TO WS-Salesrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Charge-Posting-File ASSIGN TO WS-Bkcharge-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bc-File-Status.

           SELECT Cost-History-File ASSIGN TO WS-Costhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ch-Key
               FILE STATUS IS Ch-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-Journal-File.
           02  FILLER                  PIC X(1).
           02  Sj-Stock-Class          PIC X(1).
               88  Sj-Used-Copy        VALUE "U".
           02  FILLER                  PIC X(1).
           02  Sj-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Sj-Tax-Class            PIC X(4).
           02  FILLER                  PIC X(1).
           02  Sj-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(1).
           02  Sj-Tax-Amount           PIC 9(5)V99.
           02  FILLER                  PIC X(1).
           02  Sj-Exempt-Cert          PIC X(15).

       FD  Book-File.
       01  Book-Rec.
       FD  Sales-Report-File.
       01  Sales-Print-Line            PIC X(90).

       FD  Charge-Posting-File.
       01  Charge-Posting-Rec.
           88  End-Of-Postings         VALUE HIGH-VALUES.
           02  Bc-Charge-Date          PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Bc-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1).
           02  Bc-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Bc-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Bc-Sale-Total           PIC 9(6)V99.
           02  FILLER                  PIC X(1).
           02  Bc-Amount-Posted        PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Bc-Posted-By            PIC X(10).

       FD  Cost-History-File.
       01  Ch-Rec.
           02  Ch-Key.
               03  Ch-Book-Num         PIC 9(4).
               03  Ch-Effective-Date   PIC 9(8).
           02  Ch-Prior-Cost           PIC 9(4)V99.
           02  Ch-Unit-Cost            PIC 9(4)V99.
           02  Ch-Retail-Price         PIC 9(4)V99.
           02  Ch-Source               PIC X(10).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Salesrpt-Path            PIC X(260).
       01  WS-Bkcharge-Path            PIC X(260).
       01  WS-Costhist-Path            PIC X(260).

       01  Sj-File-Status              PIC X(2).
       01  Bf-Status                   PIC X(2).
           88  Bf-Rec-Found            VALUE "00".
           88  Bf-Rec-Not-Found        VALUE "23".
       01  Gl-File-Status              PIC X(2).
       01  Bc-File-Status              PIC X(2).
       01  Ch-Status                   PIC X(2).
           88  Ch-Rec-Found            VALUE "00".
       01  WS-Costhist-Sw              PIC X VALUE "N".
           88  Costhist-Open           VALUE "Y".

      * GL coding for the bookshop's cash line - its own asset
      * account in the same series as StudFees' cash code.
       01  Gl-Bookshop-Code            PIC X(6) VALUE "100020".
       01  Gl-Sales-Tax-Code           PIC X(6) VALUE "200050".

       01  WS-Report-Date              PIC 9(8).
       01  WS-Line-Margin              PIC S9(7)V99.
       01  WS-Cost-At-Sale             PIC 9(4)V99.
       01  Ct-Sales-Selected           PIC 9(5) VALUE ZEROS.
       01  Total-Revenue               PIC 9(8)V99 VALUE ZEROS.
       01  Total-Margin                PIC S9(8)V99 VALUE ZEROS.

      * Charge-sales balance - ACCT lines on the journal against the
      * fee-account postings for the same day.
       01  Ct-Acct-Sales               PIC 9(5) VALUE ZEROS.
       01  Total-Acct-Sales            PIC 9(8)V99 VALUE ZEROS.
       01  Ct-Acct-Postings            PIC 9(5) VALUE ZEROS.
       01  Total-Posted-Sales          PIC 9(8)V99 VALUE ZEROS.
       01  Total-Posted-Amount         PIC 9(8) VALUE ZEROS.
       01  WS-Rounding                 PIC S9(7)V99.
       01  WS-Cash-Revenue             PIC 9(8)V99.
       01  Total-Tax-Collected         PIC 9(7)V99 VALUE ZEROS.

      * Per-title roll-up for the margin-by-title section - room for
      * every possible book number.
       01  Title-Table.
           02  Tt-Entry OCCURS 9999 TIMES.
               03  Tt-Book-Num         PIC 9(4).
               03  Tt-Title            PIC X(30).
               03  Tt-Qty              PIC 9(5).
               03  Tt-Revenue          PIC 9(7)V99.
               03  Tt-Margin           PIC S9(7)V99.
       01  WS-Title-Max                PIC 9(4) VALUE 9999.
       01  WS-Title-Count              PIC 9(4) VALUE ZEROS.
       01  WS-Title-Slot               PIC 9(4).
       01  Tt-Idx                      PIC 9(5).

       01  Charge-Detail-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Cd-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cd-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cd-Book-Num             PIC 9(4).
           02  Cd-Sale-Total           PIC BB$$$,$$9.99.
           02  Cd-Amount-Posted        PIC BB$$$,$$9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cd-Posted-By            PIC X(10).

       01  Charge-Total-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Ctl-Label               PIC X(30).
           02  Ctl-Count               PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ctl-Amount              PIC -$$,$$$,$$9.99.

       01  Sales-Detail-Line.
           02  Sd-Book-Num             PIC 9(4).
               STOP RUN
           END-IF.
           OPEN INPUT Book-File.
           OPEN INPUT Cost-History-File.
           IF Ch-Status = "00"
               MOVE "Y" TO WS-Costhist-Sw
           END-IF.

           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.
           PERFORM Roll-Up-One-Sale UNTIL End-Of-Journal.
           CLOSE Sales-Journal-File, Book-File.
           IF Costhist-Open
               CLOSE Cost-History-File
           END-IF.

           PERFORM Print-Sales-Report.
           IF Ct-Sales-Selected > ZEROS
           IF Sj-Sale-Date = WS-Report-Date
               ADD 1 TO Ct-Sales-Selected
               ADD Sj-Sale-Total TO Total-Revenue
               IF Sj-Tax-Amount NOT NUMERIC
                   MOVE ZEROS TO Sj-Tax-Amount
               END-IF
               ADD Sj-Tax-Amount TO Total-Tax-Collected
               IF Sj-Payment-Method = "ACCT"
                   ADD 1 TO Ct-Acct-Sales
                   ADD Sj-Sale-Total TO Total-Acct-Sales
                   ADD Sj-Tax-Amount TO Total-Acct-Sales
               END-IF
               MOVE Sj-Book-Num TO Bf-Book-Num
               READ Book-File
                   KEY IS Bf-Book-Num
                   INVALID KEY MOVE "23" TO Bf-Status
               END-READ
               IF Bf-Rec-Found AND NOT Sj-Used-Copy
                   PERFORM Find-Cost-At-Sale
                   COMPUTE WS-Line-Margin =
                       Sj-Sale-Total
                       - (Sj-Quantity * WS-Cost-At-Sale)
               ELSE
      * Used copies were expensed when the buyback paid the student,
      * so a used sale is all margin here.
               AT END SET End-Of-Journal TO TRUE
           END-READ.

       Find-Cost-At-Sale.
           MOVE Bf-Unit-Cost TO WS-Cost-At-Sale.
           IF NOT Costhist-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE Sj-Book-Num TO Ch-Book-Num.
           MOVE Sj-Sale-Date TO Ch-Effective-Date.
           START Cost-History-File
               KEY IS > Ch-Key
               INVALID KEY MOVE "23" TO Ch-Status
           END-START.
           IF Ch-Rec-Found
               READ Cost-History-File NEXT RECORD
                   AT END MOVE "10" TO Ch-Status
               END-READ
               IF Ch-Rec-Found AND Ch-Book-Num = Sj-Book-Num
                   MOVE Ch-Prior-Cost TO WS-Cost-At-Sale
               END-IF
           END-IF.

       Add-To-Title-Table.
           MOVE ZEROS TO WS-Title-Slot.
           PERFORM VARYING Tt-Idx FROM 1 BY 1
                   MOVE Tt-Idx TO WS-Title-Slot
               END-IF
           END-PERFORM.
           IF WS-Title-Slot = ZEROS
              AND WS-Title-Count NOT < WS-Title-Max
               DISPLAY "*** TITLE TABLE FULL *** more than "
                       WS-Title-Max " titles sold"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Title-Slot = ZEROS
               ADD 1 TO WS-Title-Count
               MOVE WS-Title-Count TO WS-Title-Slot
               MOVE Sj-Book-Num TO Tt-Book-Num(WS-Title-Slot)
               "   MARGIN " Total-Margin
               DELIMITED BY SIZE INTO Sales-Print-Line.
           WRITE Sales-Print-Line AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Sales-Print-Line.
           STRING "SALES TAX COLLECTED " Total-Tax-Collected
               DELIMITED BY SIZE INTO Sales-Print-Line.
           WRITE Sales-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM Print-Charge-Summary.
           CLOSE Sales-Report-File.

       Print-Charge-Summary.
           MOVE SPACES TO Sales-Print-Line.
           WRITE Sales-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "STUDENT  ACCOUNT  CHARGE  SALES" TO Sales-Print-Line.
           WRITE Sales-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Sales-Print-Line.
           STRING "    STUDENT  TERM    BOOK        SALE   POSTED"
               "  BY"
               DELIMITED BY SIZE INTO Sales-Print-Line.
           WRITE Sales-Print-Line AFTER ADVANCING 1 LINE.
           OPEN INPUT Charge-Posting-File.
           IF Bc-File-Status = "00"
               READ Charge-Posting-File
                   AT END SET End-Of-Postings TO TRUE
               END-READ
               PERFORM Print-One-Posting UNTIL End-Of-Postings
               CLOSE Charge-Posting-File
           END-IF.
           MOVE SPACES TO Sales-Print-Line.
           WRITE Sales-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "ACCT lines on sales journal" TO Ctl-Label.
           MOVE Ct-Acct-Sales TO Ctl-Count.
           MOVE Total-Acct-Sales TO Ctl-Amount.
           WRITE Sales-Print-Line FROM Charge-Total-Line
               AFTER ADVANCING 1 LINE.
           MOVE "Posted to fee accounts (sale)" TO Ctl-Label.
           MOVE Ct-Acct-Postings TO Ctl-Count.
           MOVE Total-Posted-Sales TO Ctl-Amount.
           WRITE Sales-Print-Line FROM Charge-Total-Line
               AFTER ADVANCING 1 LINE.
           MOVE "Posted to fee accounts (charged)" TO Ctl-Label.
           MOVE Ct-Acct-Postings TO Ctl-Count.
           MOVE Total-Posted-Amount TO Ctl-Amount.
           WRITE Sales-Print-Line FROM Charge-Total-Line
               AFTER ADVANCING 1 LINE.
           COMPUTE WS-Rounding =
               Total-Posted-Amount - Total-Posted-Sales.
           MOVE "Whole-dollar rounding" TO Ctl-Label.
           MOVE ZEROS TO Ctl-Count.
           MOVE WS-Rounding TO Ctl-Amount.
           WRITE Sales-Print-Line FROM Charge-Total-Line
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Sales-Print-Line.
           IF Ct-Acct-Sales = Ct-Acct-Postings
               AND Total-Acct-Sales = Total-Posted-Sales
               MOVE "    CHARGE SALES IN BALANCE" TO Sales-Print-Line
           ELSE
               STRING "    *** CHARGE SALES OUT OF BALANCE - "
                   "JOURNAL VS FEE POSTINGS ***"
                   DELIMITED BY SIZE INTO Sales-Print-Line
               DISPLAY "*** Charge sales out of balance - see "
                       "report ***"
           END-IF.
           WRITE Sales-Print-Line AFTER ADVANCING 2 LINES.

       Print-One-Posting.
           IF Bc-Charge-Date = WS-Report-Date
               ADD 1 TO Ct-Acct-Postings
               ADD Bc-Sale-Total TO Total-Posted-Sales
               ADD Bc-Amount-Posted TO Total-Posted-Amount
               MOVE Bc-Student-Id TO Cd-Student-Id
               MOVE Bc-Term-Code TO Cd-Term-Code
               MOVE Bc-Book-Num TO Cd-Book-Num
               MOVE Bc-Sale-Total TO Cd-Sale-Total
               MOVE Bc-Amount-Posted TO Cd-Amount-Posted
               MOVE Bc-Posted-By TO Cd-Posted-By
               WRITE Sales-Print-Line FROM Charge-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           READ Charge-Posting-File
               AT END SET End-Of-Postings TO TRUE
           END-READ.

      * Appended to the night's GLEXTRCT.DAT so Finance's MOVEMNT
      * import picks the shop's cash up with everything else.  Account
      * sales are not cash and stay out of this line.  The cash line
      * includes the tax taken at the till; the day's tax, cash and
      * account alike, goes to sales tax payable.
       Write-Gl-Line.
           OPEN EXTEND Gl-Extract-File.
           IF Gl-File-Status = "05" OR Gl-File-Status = "35"
           MOVE Gl-Bookshop-Code TO Gl-Code.
           MOVE "BOOKSHOP SALES" TO Gl-Description.
           MOVE "MOVEMNT" TO Gl-Basis.
           COMPUTE WS-Cash-Revenue = Total-Revenue
               + Total-Tax-Collected - Total-Acct-Sales.
           MOVE WS-Cash-Revenue TO Gl-Amount.
           MOVE WS-Report-Date TO Gl-Run-Date.
           WRITE Gl-Extract-Rec.
           IF Total-Tax-Collected > ZEROS
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Sales-Tax-Code TO Gl-Code
               MOVE "SALES TAX PAYABLE" TO Gl-Description
               MOVE "MOVEMNT" TO Gl-Basis
               MOVE Total-Tax-Collected TO Gl-Amount
               MOVE WS-Report-Date TO Gl-Run-Date
               WRITE Gl-Extract-Rec
           END-IF.
           CLOSE Gl-Extract-File.

       Resolve-Data-Paths.
           IF WS-Salesrpt-Path = SPACES
               MOVE "SALES.RPT" TO WS-Salesrpt-Path
           END-IF.
           ACCEPT WS-Bkcharge-Path FROM ENVIRONMENT "BKCHARGE_PATH".
           IF WS-Bkcharge-Path = SPACES
               MOVE "BKCHARGE.DAT" TO WS-Bkcharge-Path
           END-IF.
           ACCEPT WS-Costhist-Path FROM ENVIRONMENT "COSTHIST_PATH".
           IF WS-Costhist-Path = SPACES
               MOVE "COSTHIST.DAT" TO WS-Costhist-Path
           END-IF.
