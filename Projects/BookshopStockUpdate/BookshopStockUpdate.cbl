      *   up to date by the companion AltSupplierMaint program) and
      *   points the buyer at a recorded backup supplier when the
      *   primary publisher can't fulfill an order.
      *   Added the student-account tender (ACCT) on a sale.  The
      *   sale total posts, rounded to the whole dollar like every
      *   other fee-master charge, to the bookshop category of the
      *   student's Student-Master-File term record (SM-Bookshop-Owed
      *   and SM-Fees-Owed), up to the per-term charge allowance
      *   (BOOKCHRG row of RUNPARMS.DAT, Rp-Refund-Threshold, default
      *   400.00).  A student with an active financial hold (type F
      *   or W on Hold-File) cannot charge.  Each posting is logged
      *   to BKCHARGE.DAT so BookshopSalesReport can balance the
      *   journal's ACCT lines to what reached the fee accounts.
      *   Returns-Log-File lines now carry the return date
      *   (Rl-Return-Date, appended after the reason so older lines
      *   still read) for BookshopInventoryValue's month-end stock
      *   valuation.
      *   Sales tax.  Each sale is classed TEXT (new copy with an
      *   ISBN), SUPP (new stock with no ISBN - the shop's own
      *   supplies) or USED, and taxed at the book's campus rate from
      *   Tax-Rate-File (TAXRATE.DAT) when that campus taxes the
      *   class.  A buyer with an exemption certificate - a sponsor,
      *   an exempt agency - is not taxed and the certificate number
      *   is kept on the journal line.  The class, campus, tax, and
      *   certificate are appended to the Sales-Journal-File line for
      *   BookshopSalesReport and the monthly BookshopSalesTaxReturn,
      *   and an account sale charges the tax along with the price.
      *   Purchase-Req-File carries an adoption status, confirm-by
      *   date and rolled-from requisition for AdoptionRollover; an
      *   auto-reorder requisition is written already confirmed.
      *   The tax-rate and login tables now hold 100 campuses and 500
      *   accounts, and a file that outgrows either stops the program
      *   with an operator message instead of skipping the rows past
      *   the end - an ignored campus would sell untaxed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Buyback-Report-File ASSIGN TO WS-Buybackrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Charge-Posting-File ASSIGN TO WS-Bkcharge-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bc-File-Status.

           SELECT Tax-Rate-File ASSIGN TO WS-Taxrate-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tr-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Book-File.
           02  Rl-Return-Qty           PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Reason               PIC X(30).
           02  FILLER                  PIC X(1).
           02  Rl-Return-Date          PIC 9(8).

       FD  Returns-Report-File.
       01  Rr-Print-Line               PIC X(80).
           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

      * System-busy semaphore NightlyBatchDriver sets while the
      * batch chain runs - this program refuses to start against a
           02  Sj-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sj-Stock-Class          PIC X(1).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sj-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sj-Tax-Class            PIC X(4).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sj-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sj-Tax-Amount           PIC 9(5)V99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sj-Exempt-Cert          PIC X(15).

      * Term-end buybacks - cash paid to students for used copies,
      * one line each with the condition graded at the counter.
       FD  Buyback-Report-File.
       01  Bb-Print-Line               PIC X(76).

       FD  Student-Master-File.
       01  SM-Rec.
           02  SM-Master-Key.
               03  SM-Student-Number           PIC 9(7).
               03  SM-Term-Code                PIC X(6).
           02  SM-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(5).
           02  SM-Prior-Balance-Fwd            PIC S9(7)V99.
           02  SM-Fees-Owed                    PIC 9(7).
           02  SM-Tuition-Owed                 PIC 9(7).
           02  SM-Housing-Owed                 PIC 9(7).
           02  SM-Lab-Owed                     PIC 9(7).
           02  SM-Library-Owed                 PIC 9(7).
           02  SM-Late-Fee-Owed                PIC 9(7).
           02  SM-Late-Fee-Flag                PIC X.
               88  SM-Late-Fee-Applied         VALUE "Y".
           02  SM-Amount-Paid                  PIC S9(7)V99.
           02  SM-Tuition-Paid                 PIC 9(7)V99.
           02  SM-Housing-Paid                 PIC 9(7)V99.
           02  SM-Lab-Paid                     PIC 9(7)V99.
           02  SM-Library-Paid                 PIC 9(7)V99.
           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Financial-Hold       VALUE "F" "W".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

      * Unattended-run parameters - one row per program.
       FD  Run-Parameter-File.
       01  Run-Parameter-Rec.
           88  End-Of-Runparms                 VALUE HIGH-VALUES.
           02  Rp-Program-Name                 PIC X(12).
           02  Rp-Date-Range-Flag              PIC X(1).
           02  Rp-From-Date                    PIC 9(8).
           02  Rp-To-Date                      PIC 9(8).
           02  Rp-Sanity-Pct                   PIC 9(3).
           02  Rp-Refund-Threshold             PIC 9(6)V99.
           02  Rp-Late-Days                    PIC 9(3).
           02  Rp-Late-Amount                  PIC 9(4).
           02  Rp-Term-Code                    PIC X(6).
           02  Rp-Due-Days                     PIC 9(3).

      * One line per account sale actually posted to a fee account -
      * the posting side of the charge-sales balance.
       FD  Charge-Posting-File.
       01  Charge-Posting-Rec.
           02  Bc-Charge-Date          PIC 9(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Bc-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Bc-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Bc-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Bc-Sale-Total           PIC 9(6)V99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Bc-Amount-Posted        PIC 9(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Bc-Posted-By            PIC X(10).

      * Sales-tax rate per campus, kept as a text file by the
      * business office: rate as a percentage (6.250 = 6.25%) and a
      * Y/N taxable flag for textbooks, supplies, and used books.
       FD  Tax-Rate-File.
       01  Tax-Rate-Rec.
           88  End-Of-Tax-Rates        VALUE HIGH-VALUES.
           02  Tr-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(1).
           02  Tr-Rate-Pct             PIC 9(2)V999.
           02  FILLER                  PIC X(1).
           02  Tr-Text-Taxable         PIC X(1).
           02  FILLER                  PIC X(1).
           02  Tr-Supp-Taxable         PIC X(1).
           02  FILLER                  PIC X(1).
           02  Tr-Used-Taxable         PIC X(1).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  WS-Override-Reply           PIC X VALUE "N".
           88  Lock-Override-Wanted    VALUE "Y" "y".

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
       01  WS-Salesjrnl-Path           PIC X(260).
       01  WS-Sale-Price               PIC 9(4)V99.
       01  WS-Sale-Method              PIC X(5).
           88  Sale-On-Account         VALUE "ACCT".
       01  WS-Sale-Student-Id          PIC 9(5).
       01  WS-Sale-Class               PIC X(1).
           88  Sale-Is-Used            VALUE "U".
       01  WS-Returns-Total-Qty        PIC 9(6) VALUE ZEROS.
       01  WS-Returns-Line-Count       PIC 9(5) VALUE ZEROS.

      * Student-account tender.
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Bkcharge-Path            PIC X(260).
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00" "02".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).
       01  Bc-File-Status              PIC X(2).
       01  WS-Studmast-Sw              PIC X VALUE "N".
           88  Studmast-Available      VALUE "Y".
       01  WS-Holdfile-Sw              PIC X VALUE "N".
           88  Holdfile-Available      VALUE "Y".
       01  WS-Charge-Ok-Sw             PIC X VALUE "Y".
           88  Charge-Ok               VALUE "Y".
       01  WS-Fin-Hold-Sw              PIC X VALUE "N".
           88  Financial-Hold-Active   VALUE "Y".
       01  WS-Charge-Allowance         PIC 9(6)V99 VALUE 400.00.
       01  WS-Charge-Amount            PIC 9(6).
       01  WS-Allowance-Left           PIC S9(7)V99.
       01  WS-Sale-Term                PIC X(6).
       01  WS-Fee-Number               PIC 9(7).

      * Sales tax.
       01  WS-Taxrate-Path             PIC X(260).
       01  Tr-File-Status              PIC X(2).
       01  WS-Tax-Rate-Max             PIC 9(3) VALUE 100.
       01  WS-Tax-Rate-Count           PIC 9(3) VALUE ZEROS.
       01  Tax-Rate-Table.
           02  Tr-Entry OCCURS 100 TIMES INDEXED BY Tr-Idx.
               03  Tr-Campus-Tbl       PIC X(4).
               03  Tr-Rate-Tbl         PIC 9(2)V999.
               03  Tr-Text-Tbl         PIC X(1).
               03  Tr-Supp-Tbl         PIC X(1).
               03  Tr-Used-Tbl         PIC X(1).
       01  WS-Sale-Tax-Class           PIC X(4).
       01  WS-Sale-Exempt-Cert         PIC X(15).
       01  WS-Sale-Tax-Rate            PIC 9(2)V999.
       01  WS-Sale-Taxable-Sw          PIC X VALUE "N".
           88  Sale-Is-Taxable         VALUE "Y".
       01  WS-Sale-Amount              PIC 9(6)V99.
       01  WS-Sale-Tax                 PIC 9(5)V99.
       01  WS-Sale-Due                 PIC 9(6)V99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           END-IF.
           PERFORM Check-Batch-Window.
           PERFORM Determine-Next-Pr-Number.
           PERFORM Load-Run-Parameters.
           PERFORM Load-Tax-Rates.
           OPEN I-O Student-Master-File.
           IF SM-File-Status = "00"
               MOVE "Y" TO WS-Studmast-Sw
           END-IF.
           OPEN INPUT Hold-File.
           IF Hd-Status = "00"
               MOVE "Y" TO WS-Holdfile-Sw
           END-IF.
           PERFORM Main-Menu UNTIL Main-Menu-Choice = 8.
           IF Altsupp-File-Present
               CLOSE Alt-Supplier-File
           END-IF.
           IF Studmast-Available
               CLOSE Student-Master-File
           END-IF.
           IF Holdfile-Available
               CLOSE Hold-File
           END-IF.
           CLOSE Book-File.
           CLOSE Purchase-Req-File.
           STOP RUN.
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
           MOVE Bf-Reorder-Point TO Pr-Copies-Required.
           MOVE 1 TO Pr-Semester.
           MOVE FUNCTION CURRENT-DATE(1:4) TO Pr-Academic-Year.
           MOVE "C" TO Pr-Adoption-Status.
           MOVE ZEROS TO Pr-Confirm-By-Date.
           MOVE ZEROS TO Pr-Rolled-From-Num.
           WRITE Pr-Rec
               INVALID KEY
                   DISPLAY "Auto purchase requisition failed FS = "
                           MOVE Bf-Retail-Price TO WS-Sale-Price
                       END-IF
                   END-IF
                   DISPLAY "Payment method (CASH/CHECK/CARD/ACCT): "
                           WITH NO ADVANCING
                   ACCEPT WS-Sale-Method
                   MOVE FUNCTION UPPER-CASE(WS-Sale-Method)
                       TO WS-Sale-Method
                   DISPLAY "Purchasing Student Id (0 if none): "
                           WITH NO ADVANCING
                   ACCEPT WS-Sale-Student-Id
                   DISPLAY "Tax exemption certificate (blank if none): "
                           WITH NO ADVANCING
                   ACCEPT WS-Sale-Exempt-Cert
                   PERFORM Calculate-Sale-Tax
                   DISPLAY "Sale " WS-Sale-Amount " tax " WS-Sale-Tax
                           " total due " WS-Sale-Due
                   MOVE "Y" TO WS-Charge-Ok-Sw
                   MOVE SPACES TO WS-Sale-Term
                   IF Sale-On-Account
                       PERFORM Validate-Account-Charge
                   END-IF
                   IF Charge-Ok
                       MOVE Bf-On-Hand-Qty TO WS-Prior-On-Hand-Qty
                       IF Sale-Is-Used
                           SUBTRACT WS-Sale-Qty FROM Bf-Used-On-Hand-Qty
                       ELSE
                           SUBTRACT WS-Sale-Qty FROM Bf-On-Hand-Qty
                       END-IF
                       REWRITE Book-Rec
                           INVALID KEY
                               DISPLAY "Update failed FS = " Bf-Status
                           NOT INVALID KEY
                               DISPLAY "Book " Bf-Book-Num
                                       " new on hand " Bf-On-Hand-Qty
                                       " used on hand "
                                       Bf-Used-On-Hand-Qty
                               PERFORM Write-Sales-Journal-Line
                               IF Sale-On-Account
                                   PERFORM Post-Account-Charge
                               END-IF
                       END-REWRITE
                       IF Bf-On-Hand-Qty <= Bf-Reorder-Point
                           DISPLAY "*** LOW STOCK: Book " Bf-Book-Num
                                   " at or below reorder point "
                                   Bf-Reorder-Point " ***"
                           PERFORM Show-Alt-Supplier
                           IF WS-Prior-On-Hand-Qty > Bf-Reorder-Point
                               PERFORM Auto-Create-Purchase-Req
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE WS-Sale-Method TO Sj-Payment-Method.
           MOVE WS-Sale-Student-Id TO Sj-Student-Id.
           MOVE WS-Sale-Class TO Sj-Stock-Class.
           MOVE WS-Sale-Term TO Sj-Term-Code.
           MOVE WS-Sale-Tax-Class TO Sj-Tax-Class.
           MOVE Bf-Campus-Code TO Sj-Campus-Code.
           MOVE WS-Sale-Tax TO Sj-Tax-Amount.
           MOVE WS-Sale-Exempt-Cert TO Sj-Exempt-Cert.
           WRITE Sales-Journal-Rec.
           CLOSE Sales-Journal-File.

      * Class the sale, find the campus rate, and work the tax out on
      * the line total.  A campus with no rate row is not taxed but
      * the clerk is warned so the business office can add one.
       Calculate-Sale-Tax.
           COMPUTE WS-Sale-Amount = WS-Sale-Qty * WS-Sale-Price.
           MOVE ZEROS TO WS-Sale-Tax.
           MOVE ZEROS TO WS-Sale-Tax-Rate.
           MOVE "N" TO WS-Sale-Taxable-Sw.
           EVALUATE TRUE
               WHEN Sale-Is-Used
                   MOVE "USED" TO WS-Sale-Tax-Class
               WHEN Bf-ISBN = SPACES
                   MOVE "SUPP" TO WS-Sale-Tax-Class
               WHEN OTHER
                   MOVE "TEXT" TO WS-Sale-Tax-Class
           END-EVALUATE.
           SET Tr-Idx TO 1.
           SEARCH Tr-Entry
               AT END
                   DISPLAY "No sales-tax rate on file for campus "
                           Bf-Campus-Code " - sale not taxed."
               WHEN Tr-Idx > WS-Tax-Rate-Count
                   DISPLAY "No sales-tax rate on file for campus "
                           Bf-Campus-Code " - sale not taxed."
               WHEN Tr-Campus-Tbl(Tr-Idx) = Bf-Campus-Code
                   MOVE Tr-Rate-Tbl(Tr-Idx) TO WS-Sale-Tax-Rate
                   EVALUATE WS-Sale-Tax-Class
                       WHEN "USED" MOVE Tr-Used-Tbl(Tr-Idx)
                                       TO WS-Sale-Taxable-Sw
                       WHEN "SUPP" MOVE Tr-Supp-Tbl(Tr-Idx)
                                       TO WS-Sale-Taxable-Sw
                       WHEN OTHER  MOVE Tr-Text-Tbl(Tr-Idx)
                                       TO WS-Sale-Taxable-Sw
                   END-EVALUATE
           END-SEARCH.
           IF WS-Sale-Exempt-Cert NOT = SPACES
               MOVE "N" TO WS-Sale-Taxable-Sw
           END-IF.
           IF Sale-Is-Taxable
               COMPUTE WS-Sale-Tax ROUNDED =
                   WS-Sale-Amount * WS-Sale-Tax-Rate / 100
           END-IF.
           COMPUTE WS-Sale-Due = WS-Sale-Amount + WS-Sale-Tax.

      * An account sale needs a fee account for the term, no active
      * financial hold, and room left under the term's allowance.
      * Checked before any stock moves so a refused charge leaves
      * nothing to undo.
       Validate-Account-Charge.
           IF NOT Studmast-Available
               DISPLAY "Student fee master not available - account "
                       "sales cannot be taken."
               MOVE "N" TO WS-Charge-Ok-Sw
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sale-Student-Id = ZEROS
               DISPLAY "Student Id required for an account sale; "
                       "sale rejected."
               MOVE "N" TO WS-Charge-Ok-Sw
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Term code to charge: " WITH NO ADVANCING.
           ACCEPT WS-Sale-Term.
           PERFORM Read-Charge-Master.
           IF SM-Rec-Not-Found
               DISPLAY "No fee account for Student " WS-Sale-Student-Id
                       " term " WS-Sale-Term "; sale rejected."
               MOVE "N" TO WS-Charge-Ok-Sw
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Financial-Hold.
           IF Financial-Hold-Active
               DISPLAY "Student " WS-Sale-Student-Id " has an active "
                       "financial hold; account sale rejected."
               MOVE "N" TO WS-Charge-Ok-Sw
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Charge-Amount ROUNDED = WS-Sale-Due.
           IF SM-Bookshop-Owed + WS-Charge-Amount > WS-Charge-Allowance
               COMPUTE WS-Allowance-Left =
                   WS-Charge-Allowance - SM-Bookshop-Owed
               IF WS-Allowance-Left < ZERO
                   MOVE ZEROS TO WS-Allowance-Left
               END-IF
               DISPLAY "Charge allowance exceeded - " WS-Allowance-Left
                       " left this term; sale rejected."
               MOVE "N" TO WS-Charge-Ok-Sw
           END-IF.

       Read-Charge-Master.
           MOVE WS-Sale-Student-Id TO WS-Fee-Number.
           MOVE WS-Fee-Number TO SM-Student-Number.
           MOVE WS-Sale-Term TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.

       Check-Financial-Hold.
           MOVE "N" TO WS-Fin-Hold-Sw.
           IF NOT Holdfile-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Sale-Student-Id TO Hd-Student-Id.
           MOVE LOW-VALUES TO Hd-Sequence-Num.
           START Hold-File
               KEY IS >= Hd-Key
               INVALID KEY SET Hd-Rec-Not-Found TO TRUE
           END-START.
           IF Hd-Rec-Found
               READ Hold-File NEXT RECORD
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Hd-Rec-Not-Found
                       OR Hd-Student-Id NOT = WS-Sale-Student-Id
                   IF Hd-Financial-Hold AND Hd-Hold-Active
                       MOVE "Y" TO WS-Fin-Hold-Sw
                   END-IF
                   READ Hold-File NEXT RECORD
                       AT END SET Hd-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Post-Account-Charge.
           PERFORM Read-Charge-Master.
           IF SM-Rec-Not-Found
               DISPLAY "*** Fee account not found - charge NOT posted "
                       "for Student " WS-Sale-Student-Id " ***"
               EXIT PARAGRAPH
           END-IF.
           ADD WS-Charge-Amount TO SM-Bookshop-Owed.
           ADD WS-Charge-Amount TO SM-Fees-Owed.
           REWRITE SM-Rec
               INVALID KEY
                   DISPLAY "*** Fee account update failed FS = "
                           SM-File-Status " - charge NOT posted ***"
               NOT INVALID KEY
                   PERFORM Write-Charge-Posting-Line
                   DISPLAY "Charged " WS-Charge-Amount
                           " to Student " WS-Sale-Student-Id
                           " term " WS-Sale-Term
           END-REWRITE.

       Write-Charge-Posting-Line.
           OPEN EXTEND Charge-Posting-File.
           IF Bc-File-Status = "05" OR Bc-File-Status = "35"
               OPEN OUTPUT Charge-Posting-File
           END-IF.
           MOVE SPACES TO Charge-Posting-Rec.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Bc-Charge-Date.
           MOVE WS-Sale-Student-Id TO Bc-Student-Id.
           MOVE WS-Sale-Term TO Bc-Term-Code.
           MOVE Bf-Book-Num TO Bc-Book-Num.
           MOVE WS-Sale-Due TO Bc-Sale-Total.
           MOVE WS-Charge-Amount TO Bc-Amount-Posted.
           MOVE WS-Current-User TO Bc-Posted-By.
           WRITE Charge-Posting-Rec.
           CLOSE Charge-Posting-File.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "BOOKCHRG"
                   AND Rp-Refund-Threshold > ZEROS
                   MOVE Rp-Refund-Threshold TO WS-Charge-Allowance
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.

      * No rate file simply means no campus is taxed yet.
       Load-Tax-Rates.
           OPEN INPUT Tax-Rate-File.
           IF Tr-File-Status NOT = "00"
               DISPLAY "Sales-tax rate file not found - sales will "
                       "not be taxed."
               EXIT PARAGRAPH
           END-IF.
           READ Tax-Rate-File
               AT END SET End-Of-Tax-Rates TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Tax-Rates
               IF WS-Tax-Rate-Count NOT < WS-Tax-Rate-Max
                   DISPLAY "*** TAX RATE TABLE FULL *** more than "
                           WS-Tax-Rate-Max " campuses"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Tax-Rate-Count
               MOVE Tr-Campus-Code TO Tr-Campus-Tbl(WS-Tax-Rate-Count)
               MOVE Tr-Rate-Pct TO Tr-Rate-Tbl(WS-Tax-Rate-Count)
               MOVE Tr-Text-Taxable TO Tr-Text-Tbl(WS-Tax-Rate-Count)
               MOVE Tr-Supp-Taxable TO Tr-Supp-Tbl(WS-Tax-Rate-Count)
               MOVE Tr-Used-Taxable TO Tr-Used-Tbl(WS-Tax-Rate-Count)
               READ Tax-Rate-File
                   AT END SET End-Of-Tax-Rates TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Tax-Rate-File.

      * Used copies come in at a graded condition for a percentage
      * of the unit cost; the reorder-point check stays on new stock
      * only - used copies cannot be reordered from a publisher.
           MOVE Bf-Publisher-Num TO Rl-Publisher-Num.
           MOVE WS-Return-Qty TO Rl-Return-Qty.
           MOVE WS-Return-Reason TO Rl-Reason.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Rl-Return-Date.
           WRITE Rl-Rec.
           CLOSE Returns-Log-File.

           IF WS-Sysbusy-Path = SPACES
               MOVE "SYSBUSY.DAT" TO WS-Sysbusy-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Bkcharge-Path FROM ENVIRONMENT "BKCHARGE_PATH".
           IF WS-Bkcharge-Path = SPACES
               MOVE "BKCHARGE.DAT" TO WS-Bkcharge-Path
           END-IF.
           ACCEPT WS-Taxrate-Path FROM ENVIRONMENT "TAXRATE_PATH".
           IF WS-Taxrate-Path = SPACES
               MOVE "TAXRATE.DAT" TO WS-Taxrate-Path
           END-IF.
