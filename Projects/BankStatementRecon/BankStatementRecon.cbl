       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankStatementRecon.
       AUTHOR.  Jon Clark.
      * Bank reconciliation for the bursar.  DailyDepositJournal says
      * what we believe went to the bank each day off RECEIPT.DAT -
      * StudFees batch postings, StudFeesCashier counter takings and
      * posted StudFeesACH settlements - but nothing tied that to what
      * the bank actually credited.  This run loads the bank's daily
      * statement file (BANKSTMT.DAT, one line per credit or debit,
      * carrying the deposit date it relates to and the payment
      * method bucket the bank-side feed maps it to) and matches it
      * against the journal's totals by deposit date and payment
      * method, using the same CASH/CHECK/CARD/ACH/OTHER buckets as
      * DailyDepositJournal's Tally-Method-Total.
      *
      * Each (deposit date, method) pair is an item on the open-items
      * file RECONOPEN.DAT holding the book figure and the bank figure
      * accumulated so far.  An item whose two sides agree is cleared;
      * anything else is carried forward run after run until it does
      * and is listed on BANKRECON.RPT as one of:
      *   - deposit in transit: book money the bank has not credited
      *     yet (flagged overdue once older than the transit window);
      *   - bank-only item: a bank credit or debit with no receipts
      *     behind it for that date and method;
      *   - amount difference: both sides present but unequal.
      * A control record on the same file remembers how far receipts
      * and statements have been taken up, so a rerun for the same
      * date never counts a receipt or a bank line twice, and a
      * missed day is picked up by the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Receipt-File ASSIGN TO WS-Receipt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rc-File-Status.

           SELECT Bank-Statement-File ASSIGN TO WS-Bankstmt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bs-File-Status.

           SELECT Recon-Open-File ASSIGN TO WS-Reconopen-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ro-Key
               FILE STATUS IS Ro-Status.

           SELECT Recon-Report-File ASSIGN TO WS-Bankrecon-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Receipt-File.
       01  Receipt-Rec.
           88  End-Of-Receipts                 VALUE HIGH-VALUES.
           02  Rc-Student-Number               PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Rc-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(1).
           02  Rc-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1).
           02  Rc-Payment                      PIC S9(4)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1).
           02  Rc-Balance-Due                  PIC S9(6)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1).
           02  Rc-Date-Processed               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rc-Gl-Code                      PIC X(6).
           02  FILLER                          PIC X(1).
           02  Rc-Payment-Method               PIC X(5).

      * Bank statement feed - credits positive, debits (returned
      * items, chargebacks) negative.  Bs-Deposit-Date is the deposit
      * or settlement date the bank line relates to, taken from the
      * deposit slip or ACH batch reference; Bs-Statement-Date is the
      * statement day the line was reported on.
       FD  Bank-Statement-File.
       01  Bank-Statement-Rec.
           88  End-Of-Statement                VALUE HIGH-VALUES.
           02  Bs-Statement-Date               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Bs-Deposit-Date                 PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Bs-Payment-Method               PIC X(5).
           02  FILLER                          PIC X(1).
           02  Bs-Amount                       PIC S9(8)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1).
           02  Bs-Bank-Ref                     PIC X(16).

       FD  Recon-Open-File.
       01  Ro-Rec.
           88  End-Of-Open-Items               VALUE HIGH-VALUES.
           02  Ro-Key.
               03  Ro-Deposit-Date             PIC 9(8).
               03  Ro-Method                   PIC X(5).
           02  Ro-Book-Amount                  PIC S9(8)V99.
           02  Ro-Bank-Amount                  PIC S9(8)V99.
           02  Ro-Item-Status                  PIC X(1).
               88  Ro-Item-Open                VALUE "O".
               88  Ro-Item-Cleared             VALUE "C".
           02  Ro-Cleared-Date                 PIC 9(8).
           02  Ro-Last-Bank-Ref                PIC X(16).
      * Control record - deposit date zero, method "CTL".
       01  Ro-Control-Rec.
           02  Roc-Key.
               03  Roc-Deposit-Date            PIC 9(8).
               03  Roc-Method                  PIC X(5).
           02  Roc-Book-Through-Date           PIC 9(8).
           02  Roc-Stmt-Through-Date           PIC 9(8).
           02  FILLER                          PIC X(29).

       FD  Recon-Report-File.
       01  Recon-Print-Line                    PIC X(90).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Receipt-Path             PIC X(260).
       01  WS-Bankstmt-Path            PIC X(260).
       01  WS-Reconopen-Path           PIC X(260).
       01  WS-Bankrecon-Path           PIC X(260).

       01  Rc-File-Status              PIC X(2).
       01  Bs-File-Status              PIC X(2).
       01  Ro-Status                   PIC X(2).
           88  Ro-Rec-Found            VALUE "00".
           88  Ro-Rec-Not-Found        VALUE "23".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Recon-Date               PIC 9(8).
       01  WS-Today                    PIC 9(8).
       01  WS-Book-From-Date           PIC 9(8).
       01  WS-Stmt-From-Date           PIC 9(8).
       01  WS-Control-Sw               PIC X VALUE "N".
           88  Control-On-File         VALUE "Y".

      * Days a book deposit may sit uncredited before it is flagged -
      * covers a weekend plus the card processor's settlement lag.
       01  WS-Transit-Days             PIC 9(3) VALUE 3.
       01  WS-Item-Age                 PIC S9(5).

       01  WS-Item-Method              PIC X(5).
       01  WS-Item-Date                PIC 9(8).
       01  WS-Item-Amount              PIC S9(8)V99.
       01  WS-Item-Difference          PIC S9(8)V99.
       01  WS-Item-Desc                PIC X(20).

       01  Control-Totals.
           02  Ct-Receipts-Taken       PIC 9(5) VALUE ZEROS.
           02  Ct-Bank-Lines-Taken     PIC 9(5) VALUE ZEROS.
           02  Ct-Items-Cleared        PIC 9(5) VALUE ZEROS.
           02  Ct-In-Transit           PIC 9(5) VALUE ZEROS.
           02  Ct-Transit-Overdue      PIC 9(5) VALUE ZEROS.
           02  Ct-Bank-Only            PIC 9(5) VALUE ZEROS.
           02  Ct-Differences          PIC 9(5) VALUE ZEROS.
           02  Tot-Book-Taken          PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Bank-Taken          PIC S9(9)V99 VALUE ZEROS.
           02  Tot-In-Transit          PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Bank-Only           PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Differences         PIC S9(9)V99 VALUE ZEROS.

       01  Recon-Heading1.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "BANK  STATEMENT  RECONCILIATION".
       01  Recon-Heading3.
           02  FILLER                  PIC X(10) VALUE "DEP DATE".
           02  FILLER                  PIC X(7)  VALUE "METHOD".
           02  FILLER                  PIC X(16) VALUE
               "            BOOK".
           02  FILLER                  PIC X(16) VALUE
               "            BANK".
           02  FILLER                  PIC X(16) VALUE
               "      DIFFERENCE".
           02  FILLER                  PIC X(22) VALUE "  STATUS".

       01  Recon-Detail-Line.
           02  Rd-Deposit-Date         PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Method               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Book-Amount          PIC -$$,$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Bank-Amount          PIC -$$,$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Difference           PIC -$$,$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Status               PIC X(20).

       01  WS-Amount-Ed                PIC -$$,$$$,$$9.99.
       01  WS-Count-Ed                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           DISPLAY "Reconciliation date (CCYYMMDD, blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-Recon-Date.
           IF WS-Recon-Date = ZEROS
               MOVE WS-Today TO WS-Recon-Date
           END-IF.

           OPEN I-O Recon-Open-File.
           IF Ro-Status = "05" OR Ro-Status = "35"
               CLOSE Recon-Open-File
               OPEN OUTPUT Recon-Open-File
               CLOSE Recon-Open-File
               OPEN I-O Recon-Open-File
           END-IF.
           MOVE Ro-Status TO WS-Chk-Status.
           MOVE "OPEN Recon-Open-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           PERFORM Read-Control-Record.

           PERFORM Take-Up-Receipts.
           PERFORM Take-Up-Bank-Statement.
           PERFORM Write-Control-Record.

           OPEN OUTPUT Recon-Report-File.
           PERFORM Write-Report-Headings.
           PERFORM Reconcile-Open-Items.
           PERFORM Write-Report-Totals.
           CLOSE Recon-Open-File, Recon-Report-File.

           DISPLAY " ".
           DISPLAY "----  BANK  RECONCILIATION  COMPLETE  ----".
           DISPLAY "Reconciliation date   : " WS-Recon-Date.
           DISPLAY "Receipts taken up     : " Ct-Receipts-Taken.
           DISPLAY "Bank lines taken up   : " Ct-Bank-Lines-Taken.
           DISPLAY "Items cleared         : " Ct-Items-Cleared.
           DISPLAY "Deposits in transit   : " Ct-In-Transit.
           DISPLAY "  (overdue)           : " Ct-Transit-Overdue.
           DISPLAY "Bank-only items       : " Ct-Bank-Only.
           DISPLAY "Amount differences    : " Ct-Differences.
           STOP RUN.

      * First run on an empty open-items file starts from the
      * reconciliation date itself rather than the whole of history.
       Read-Control-Record.
           MOVE ZEROS TO Roc-Deposit-Date.
           MOVE "CTL" TO Roc-Method.
           READ Recon-Open-File
               KEY IS Ro-Key
               INVALID KEY MOVE "23" TO Ro-Status
           END-READ.
           IF Ro-Rec-Found
               MOVE "Y" TO WS-Control-Sw
               COMPUTE WS-Book-From-Date =
                   Roc-Book-Through-Date + 1
               COMPUTE WS-Stmt-From-Date =
                   Roc-Stmt-Through-Date + 1
           ELSE
               MOVE WS-Recon-Date TO WS-Book-From-Date
               MOVE WS-Recon-Date TO WS-Stmt-From-Date
           END-IF.

      * A rerun for an earlier date takes nothing up and must not
      * wind the control dates back.
       Write-Control-Record.
           IF Control-On-File AND WS-Recon-Date < WS-Book-From-Date
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Ro-Control-Rec.
           MOVE ZEROS TO Roc-Deposit-Date.
           MOVE "CTL" TO Roc-Method.
           MOVE WS-Recon-Date TO Roc-Book-Through-Date.
           MOVE WS-Recon-Date TO Roc-Stmt-Through-Date.
           IF Control-On-File
               REWRITE Ro-Control-Rec
                   INVALID KEY
                       MOVE Ro-Status TO WS-Chk-Status
                       MOVE "REWRITE Recon-Open-File (control)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Ro-Control-Rec
                   INVALID KEY
                       MOVE Ro-Status TO WS-Chk-Status
                       MOVE "WRITE Recon-Open-File (control)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Take-Up-Receipts.
           OPEN INPUT Receipt-File.
           IF Rc-File-Status NOT = "00"
               DISPLAY "No receipt file - book side not updated."
           ELSE
               READ Receipt-File
                   AT END SET End-Of-Receipts TO TRUE
               END-READ
               PERFORM Take-Up-One-Receipt UNTIL End-Of-Receipts
               CLOSE Receipt-File
           END-IF.

       Take-Up-One-Receipt.
           IF Rc-Date-Processed >= WS-Book-From-Date
                   AND Rc-Date-Processed <= WS-Recon-Date
               ADD 1 TO Ct-Receipts-Taken
               ADD Rc-Payment TO Tot-Book-Taken
               MOVE Rc-Date-Processed TO WS-Item-Date
               MOVE Rc-Payment-Method TO WS-Item-Method
               PERFORM Map-Method-Bucket
               MOVE Rc-Payment TO WS-Item-Amount
               PERFORM Fetch-Open-Item
               ADD WS-Item-Amount TO Ro-Book-Amount
               PERFORM Store-Open-Item
           END-IF.
           READ Receipt-File
               AT END SET End-Of-Receipts TO TRUE
           END-READ.

       Take-Up-Bank-Statement.
           OPEN INPUT Bank-Statement-File.
           IF Bs-File-Status NOT = "00"
               DISPLAY "No bank statement file - bank side not "
                       "updated."
           ELSE
               READ Bank-Statement-File
                   AT END SET End-Of-Statement TO TRUE
               END-READ
               PERFORM Take-Up-One-Bank-Line UNTIL End-Of-Statement
               CLOSE Bank-Statement-File
           END-IF.

       Take-Up-One-Bank-Line.
           IF Bs-Statement-Date >= WS-Stmt-From-Date
                   AND Bs-Statement-Date <= WS-Recon-Date
               ADD 1 TO Ct-Bank-Lines-Taken
               ADD Bs-Amount TO Tot-Bank-Taken
               MOVE Bs-Deposit-Date TO WS-Item-Date
               MOVE Bs-Payment-Method TO WS-Item-Method
               PERFORM Map-Method-Bucket
               MOVE Bs-Amount TO WS-Item-Amount
               PERFORM Fetch-Open-Item
               ADD WS-Item-Amount TO Ro-Bank-Amount
               MOVE Bs-Bank-Ref TO Ro-Last-Bank-Ref
               PERFORM Store-Open-Item
           END-IF.
           READ Bank-Statement-File
               AT END SET End-Of-Statement TO TRUE
           END-READ.

      * Same buckets as DailyDepositJournal's Tally-Method-Total, so
      * the report ties line for line to the deposit ticket.
       Map-Method-Bucket.
           EVALUATE WS-Item-Method
               WHEN "CASH"
               WHEN "CHECK"
               WHEN "CARD"
               WHEN "ACH"
                   CONTINUE
               WHEN OTHER
                   MOVE "OTHER" TO WS-Item-Method
           END-EVALUATE.

       Fetch-Open-Item.
           MOVE WS-Item-Date TO Ro-Deposit-Date.
           MOVE WS-Item-Method TO Ro-Method.
           READ Recon-Open-File
               KEY IS Ro-Key
               INVALID KEY MOVE "23" TO Ro-Status
           END-READ.
           IF Ro-Rec-Not-Found
               MOVE SPACES TO Ro-Rec
               MOVE WS-Item-Date TO Ro-Deposit-Date
               MOVE WS-Item-Method TO Ro-Method
               MOVE ZEROS TO Ro-Book-Amount
               MOVE ZEROS TO Ro-Bank-Amount
               MOVE ZEROS TO Ro-Cleared-Date
               SET Ro-Item-Open TO TRUE
               WRITE Ro-Rec
                   INVALID KEY
                       MOVE Ro-Status TO WS-Chk-Status
                       MOVE "WRITE Recon-Open-File (new item)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Store-Open-Item.
           REWRITE Ro-Rec
               INVALID KEY
                   MOVE Ro-Status TO WS-Chk-Status
                   MOVE "REWRITE Recon-Open-File (item)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

      * Every open item is re-judged each run.  A cleared item that
      * picks up a late receipt or bank adjustment reopens; items
      * cleared on an earlier run and still in balance are passed
      * over silently.
       Reconcile-Open-Items.
           MOVE LOW-VALUES TO Ro-Key.
           START Recon-Open-File
               KEY IS >= Ro-Key
               INVALID KEY SET End-Of-Open-Items TO TRUE
           END-START.
           IF NOT End-Of-Open-Items
               READ Recon-Open-File NEXT RECORD
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
           END-IF.
           PERFORM Reconcile-One-Item UNTIL End-Of-Open-Items.

       Reconcile-One-Item.
           IF Ro-Method NOT = "CTL"
               COMPUTE WS-Item-Difference =
                   Ro-Book-Amount - Ro-Bank-Amount
               IF WS-Item-Difference = ZERO
                   IF Ro-Item-Open
                       SET Ro-Item-Cleared TO TRUE
                       MOVE WS-Recon-Date TO Ro-Cleared-Date
                       PERFORM Store-Open-Item
                       ADD 1 TO Ct-Items-Cleared
                       MOVE "CLEARED" TO WS-Item-Desc
                       PERFORM Write-Detail-Line
                   END-IF
               ELSE
                   IF Ro-Item-Cleared
                       SET Ro-Item-Open TO TRUE
                       MOVE ZEROS TO Ro-Cleared-Date
                       PERFORM Store-Open-Item
                   END-IF
                   PERFORM Classify-Open-Item
                   PERFORM Write-Detail-Line
               END-IF
           END-IF.
           READ Recon-Open-File NEXT RECORD
               AT END SET End-Of-Open-Items TO TRUE
           END-READ.

       Classify-Open-Item.
           EVALUATE TRUE
               WHEN Ro-Bank-Amount = ZERO
                   COMPUTE WS-Item-Age =
                       FUNCTION INTEGER-OF-DATE(WS-Recon-Date)
                       - FUNCTION INTEGER-OF-DATE(Ro-Deposit-Date)
                   ADD 1 TO Ct-In-Transit
                   ADD Ro-Book-Amount TO Tot-In-Transit
                   IF WS-Item-Age > WS-Transit-Days
                       ADD 1 TO Ct-Transit-Overdue
                       MOVE "IN TRANSIT - OVERDUE" TO WS-Item-Desc
                   ELSE
                       MOVE "IN TRANSIT" TO WS-Item-Desc
                   END-IF
               WHEN Ro-Book-Amount = ZERO
                   ADD 1 TO Ct-Bank-Only
                   ADD Ro-Bank-Amount TO Tot-Bank-Only
                   MOVE "BANK ONLY" TO WS-Item-Desc
               WHEN OTHER
                   ADD 1 TO Ct-Differences
                   ADD WS-Item-Difference TO Tot-Differences
                   MOVE "AMOUNT DIFFERENCE" TO WS-Item-Desc
           END-EVALUATE.

       Write-Detail-Line.
           MOVE Ro-Deposit-Date TO Rd-Deposit-Date.
           MOVE Ro-Method TO Rd-Method.
           MOVE Ro-Book-Amount TO Rd-Book-Amount.
           MOVE Ro-Bank-Amount TO Rd-Bank-Amount.
           MOVE WS-Item-Difference TO Rd-Difference.
           MOVE WS-Item-Desc TO Rd-Status.
           WRITE Recon-Print-Line FROM Recon-Detail-Line
               AFTER ADVANCING 1 LINE.

       Write-Report-Headings.
           MOVE SPACES TO Recon-Print-Line.
           WRITE Recon-Print-Line.
           WRITE Recon-Print-Line FROM Recon-Heading1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Recon-Print-Line.
           STRING "RECONCILED THROUGH: " WS-Recon-Date
               "   RUN: " WS-Today
               "   TRANSIT WINDOW: " WS-Transit-Days " DAYS"
               DELIMITED BY SIZE INTO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Recon-Print-Line FROM Recon-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.

       Write-Report-Totals.
           MOVE SPACES TO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Tot-Book-Taken TO WS-Amount-Ed.
           MOVE SPACES TO Recon-Print-Line.
           STRING "BOOK TAKEN UP THIS RUN ....... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Tot-Bank-Taken TO WS-Amount-Ed.
           MOVE SPACES TO Recon-Print-Line.
           STRING "BANK TAKEN UP THIS RUN ....... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Ct-In-Transit TO WS-Count-Ed.
           MOVE Tot-In-Transit TO WS-Amount-Ed.
           MOVE SPACES TO Recon-Print-Line.
           STRING "DEPOSITS IN TRANSIT ... " WS-Count-Ed
               "  " WS-Amount-Ed
               DELIMITED BY SIZE INTO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Ct-Bank-Only TO WS-Count-Ed.
           MOVE Tot-Bank-Only TO WS-Amount-Ed.
           MOVE SPACES TO Recon-Print-Line.
           STRING "BANK-ONLY ITEMS ....... " WS-Count-Ed
               "  " WS-Amount-Ed
               DELIMITED BY SIZE INTO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Ct-Differences TO WS-Count-Ed.
           MOVE Tot-Differences TO WS-Amount-Ed.
           MOVE SPACES TO Recon-Print-Line.
           STRING "AMOUNT DIFFERENCES .... " WS-Count-Ed
               "  " WS-Amount-Ed
               DELIMITED BY SIZE INTO Recon-Print-Line.
           WRITE Recon-Print-Line AFTER ADVANCING 1 LINE.

       Check-Fatal-Status.
           EVALUATE WS-Chk-Status
               WHEN "00" WHEN "02" WHEN "04"
               WHEN "10" WHEN "21" WHEN "22" WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** FATAL FILE ERROR *** " WS-Chk-Context
                   DISPLAY "    File status = " WS-Chk-Status
                   DISPLAY "    Run aborted - notify operator."
                   STOP RUN
           END-EVALUATE.

       Resolve-Data-Paths.
           ACCEPT WS-Receipt-Path FROM ENVIRONMENT "RECEIPT_PATH".
           IF WS-Receipt-Path = SPACES
               MOVE "C:\Users\peebs\data\RECEIPT.DAT"
                   TO WS-Receipt-Path
           END-IF.
           ACCEPT WS-Bankstmt-Path FROM ENVIRONMENT "BANKSTMT_PATH".
           IF WS-Bankstmt-Path = SPACES
               MOVE "BANKSTMT.DAT" TO WS-Bankstmt-Path
           END-IF.
           ACCEPT WS-Reconopen-Path FROM ENVIRONMENT "RECONOPEN_PATH".
           IF WS-Reconopen-Path = SPACES
               MOVE "RECONOPEN.DAT" TO WS-Reconopen-Path
           END-IF.
           ACCEPT WS-Bankrecon-Path FROM ENVIRONMENT "BANKRECON_PATH".
           IF WS-Bankrecon-Path = SPACES
               MOVE "BANKRECON.RPT" TO WS-Bankrecon-Path
           END-IF.
