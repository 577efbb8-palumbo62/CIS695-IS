      * single payment straight to Student-Master-File and appends a
      * receipt line to the same RECEIPT.DAT StudFees writes to,
      * reusing StudFees' receipt-file layout.
      * The counter also takes the confirmation deposit an accepted
      * prospect pays before they have a fee account.  The deposit is
      * held on the enrollment-deposit ledger (ENRDEP.DAT), keyed by
      * prospect id, and receipted onto RECEIPT.DAT like any other
      * counter payment but coded to the deposit liability account;
      * CreateMasterFile applies it to the first-term bill once the
      * prospect has been promoted and their master record is built.
      * Two cashiers can bring up the same account at once, and the
      * amount prompt holds the record while the cashier counts the
      * money, so a single-term payment now re-reads the account
      * before posting and refuses if it changed in the meantime,
      * showing what changed, instead of rewriting over the other
      * cashier's posting.  The account is registered as in use on
      * the shared record-lock file (RECLOCK.DAT) for as long as it is
      * on screen, so a second cashier is warned who already has it;
      * RecordLockReport lists and clears entries left behind.
      * A term BadDebtWriteOff has written off owes nothing on the
      * master - its balance went to bad debt - so money taken on it
      * is a recovery, the way StudFees' Post-Bad-Debt-Recovery books
      * one: receipted to the bad-debt account, added to the amount
      * recovered on the write-off register (WRITEOFF.DAT), and the
      * account itself left alone.
      * Every counter posting is also logged with the cashier's user
      * ID on CASHPOST.DAT, which the nightly segregation-of-duties
      * report checks against the staff account links - RECEIPT.DAT
      * itself is started afresh by every StudFees run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

           SELECT Prospect-File ASSIGN TO WS-Prospect-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ps-Prospect-Id
               FILE STATUS IS Ps-Status.

           SELECT Enrollment-Deposit-File ASSIGN TO WS-Enrdep-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ed-Prospect-Id
               FILE STATUS IS Ed-Status.

           SELECT Record-Lock-File ASSIGN TO WS-Reclock-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rl-Key
               FILE STATUS IS Rl-Status.

           SELECT Write-Off-File ASSIGN TO WS-Writeoff-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Wo-Key
               FILE STATUS IS Wo-File-Status.

           SELECT Cashier-Post-Log ASSIGN TO WS-Cashpost-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cs-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master-File.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
               88  SM-Written-Off              VALUE "W".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Receipt-File.
       01  Receipt-Rec.
           02  Tm-End-Date             PIC 9(8).
           02  Tm-Add-Drop-Date        PIC 9(8).
           02  Tm-Fee-Due-Date         PIC 9(8).
           02  Tm-Census-Date          PIC 9(8).
           02  Tm-Waiver-Deadline      PIC 9(8).
           02  Tm-Grade-Deadline       PIC 9(8).

      * System-busy semaphore NightlyBatchDriver sets while the
      * batch chain runs - this program refuses to start against a
           02  FILLER                      PIC X(1) VALUE SPACE.
           02  Nq-Message                  PIC X(50).

      * AdmissionsPipeline's prospect file - read only, to confirm
      * the deposit is for an accepted prospect and pick up the name.
       FD  Prospect-File.
       01  Ps-Rec.
           02  Ps-Prospect-Id          PIC 9(5).
           02  Ps-Name.
               03  Ps-Lastname         PIC X(20).
               03  Ps-Firstname        PIC X(15).
               03  Ps-Middlename       PIC X(15).
           02  Ps-DateOfBirth.
               03  Ps-BirthYear        PIC 9(4).
               03  Ps-BirthMonth       PIC 9(2).
               03  Ps-BirthDay         PIC 9(2).
           02  Ps-SSN                  PIC 9(9).
           02  Ps-Gender               PIC X.
           02  Ps-Address              PIC X(30).
           02  Ps-City                 PIC X(20).
           02  Ps-State                PIC X(2).
           02  Ps-ZipCode              PIC 9(5).
           02  Ps-CourseCode           PIC X(4).
           02  Ps-Campus-Code          PIC X(4).
           02  Ps-Admission-Status     PIC X(1).
               88  Ps-Inquiry          VALUE "I".
               88  Ps-Applied          VALUE "A".
               88  Ps-Accepted         VALUE "C".
               88  Ps-Declined         VALUE "D".
           02  Ps-Promoted-Flag        PIC X(1).
               88  Ps-Already-Promoted VALUE "Y".
           02  Ps-Entry-Term           PIC X(6).
           02  Ps-Inquiry-Date         PIC 9(8).
           02  Ps-Applied-Date         PIC 9(8).
           02  Ps-Admitted-Date        PIC 9(8).

      * Enrollment-deposit ledger, one row per prospect.  Held until
      * CreateMasterFile applies it to the first-term bill, or until
      * the census-date run forfeits it or marks it for refund.
       FD  Enrollment-Deposit-File.
       01  Ed-Rec.
           02  Ed-Prospect-Id          PIC 9(5).
           02  Ed-Prospect-Name        PIC X(30).
           02  Ed-Entry-Term           PIC X(6).
           02  Ed-Amount               PIC 9(4)V99.
           02  Ed-Payment-Method       PIC X(5).
           02  Ed-Received-Date        PIC 9(8).
           02  Ed-Taken-By             PIC X(10).
           02  Ed-Deposit-Status       PIC X(1).
               88  Ed-Held             VALUE "H".
               88  Ed-Applied          VALUE "A".
               88  Ed-Forfeited        VALUE "F".
               88  Ed-Refund-Due       VALUE "R".
           02  Ed-Applied-Student      PIC 9(7).
           02  Ed-Applied-Term         PIC X(6).
           02  Ed-Status-Date          PIC 9(8).
           02  Ed-Status-By            PIC X(10).

       FD  Drawer-Session-Log.
       01  Drawer-Session-Rec.
           02  Dl-Cashier-Id                   PIC X(10).
           02  Dl-Over-Short                   PIC S9(6)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.

      * Record-in-use registry shared with the StudentAdmin and
      * Enrollment forms - one row per clerk holding a record up for
      * change.
       FD  Record-Lock-File.
       01  Rl-Rec.
           02  Rl-Key.
               03  Rl-Resource             PIC X(8).
               03  Rl-Record-Key           PIC X(20).
               03  Rl-User                 PIC X(10).
           02  Rl-Program                  PIC X(16).
           02  Rl-Set-Date                 PIC 9(8).
           02  Rl-Set-Time                 PIC 9(6).

      * BadDebtWriteOff's write-off register - a recovery taken at
      * the counter is added to Wo-Amount-Recovered.
       FD  Write-Off-File.
       01  Wo-Rec.
           02  Wo-Key.
               03  Wo-Student-Number           PIC 9(7).
               03  Wo-Term-Code                PIC X(6).
           02  Wo-Student-Name                 PIC X(30).
           02  Wo-Agency-Code                  PIC X(4).
           02  Wo-Amount                       PIC 9(7)V99.
           02  Wo-Reason                       PIC X(30).
           02  Wo-Writeoff-Status              PIC X(1).
               88  Wo-Written-Off              VALUE "W".
           02  Wo-Requested-By                 PIC X(10).
           02  Wo-Requested-Date               PIC 9(8).
           02  Wo-Approver-Id                  PIC X(10).
           02  Wo-Decision-Date                PIC 9(8).
           02  Wo-Amount-Recovered             PIC 9(7)V99.
           02  Wo-Last-Recovery-Date           PIC 9(8).

      * One line per counter posting - payment, recovery or deposit -
      * with the cashier who took it.  Appended, never emptied.
       FD  Cashier-Post-Log.
       01  Cashier-Post-Rec.
           02  Cs-Post-Date                    PIC 9(8).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Post-Time                    PIC 9(6).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Cashier-Id                   PIC X(10).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Student-Number               PIC 9(7).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Payment                      PIC 9(4)V99.
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Payment-Method               PIC X(5).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Cs-Gl-Code                      PIC X(6).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Nq-Student-Id            PIC 9(5).
       01  WS-Nq-Event-Code            PIC X(8).
       01  WS-Nq-Message               PIC X(50).
       01  WS-Prospect-Path            PIC X(260).
       01  WS-Enrdep-Path              PIC X(260).
       01  Ps-Status                   PIC X(2).
           88  Ps-Rec-Found            VALUE "00".
           88  Ps-Rec-Not-Found        VALUE "23".
       01  Ed-Status                   PIC X(2).
           88  Ed-Rec-Found            VALUE "00".
           88  Ed-Rec-Not-Found        VALUE "23".
       01  WS-Prospect-Sw              PIC X VALUE "N".
           88  Prospect-File-Available VALUE "Y".
       01  WS-Reclock-Path             PIC X(260).
       01  Rl-Status                   PIC X(2).
       01  WS-Lock-Record-Key          PIC X(20).
       01  WS-Lock-Scan-Sw             PIC X VALUE "N".
           88  End-Of-Lock-Scan        VALUE "Y".
       01  WS-Writeoff-Path            PIC X(260).
       01  Wo-File-Status              PIC X(2).
           88  Wo-Rec-Found            VALUE "00".
       01  WS-Writeoff-Sw              PIC X VALUE "N".
           88  Writeoff-File-Available VALUE "Y".
       01  WS-Cashpost-Path            PIC X(260).
       01  Cs-File-Status              PIC X(2).


       01  Ua-File-Status                      PIC X(2).
       01  WS-Override-Reply           PIC X VALUE "N".
           88  Lock-Override-Wanted    VALUE "Y" "y".

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
      * GL account this receipt's cash is coded to, same account
      * StudFees' own GL extract uses for cash received.
       01  Gl-Cash-Code                        PIC X(6) VALUE "100010".
      * Enrollment deposits are a liability until applied to a bill,
      * so their receipts are coded to the deposit account instead.
       01  Gl-Deposit-Code                     PIC X(6) VALUE "200040".
      * Money recovered on a written-off account goes back against
      * bad-debt expense, the line StudFees books recoveries to.
       01  Gl-Baddebt-Code                     PIC X(6) VALUE "600030".

      * Payment-allocation work items - same priority order StudFees
      * uses when posting the batch file: late fees first, then
      * tuition, housing, lab, library, parking, bookshop.  Counter
      * payments are always positive, so only the forward allocation
      * exists here.
       01  Allocation-Items.
           02  WS-Alloc-Remaining              PIC S9(6)V99.
           02  WS-Alloc-Open                   PIC S9(6)V99.
       01  WS-Balance-Due                      PIC S9(6)V99.
       01  Another-Reply                       PIC X VALUE "Y".
           88  Another-Payment                 VALUE "Y" "y".
       01  WS-Type-Reply                       PIC X VALUE "P".
           88  Type-Deposit                    VALUE "D" "d".
       01  WS-Query-Prospect-Id                PIC 9(5).

      * A single payment can be applied to one term, or split across
      * every term the student owes money on, oldest term first.
       01  WS-Multi-Eof-Sw                     PIC X VALUE "N".
           88  End-Of-Multi-Scan               VALUE "Y".

      * The account exactly as it was read when brought up, so the
      * re-read just before posting can tell whether another cashier
      * (or a batch posting) has changed it while the amount prompt
      * was on screen.
       01  WS-Fees-Read-Image.
           02  Fi-Master-Key                   PIC X(13).
           02  Fi-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(5).
           02  Fi-Prior-Balance-Fwd            PIC S9(7)V99.
           02  Fi-Fees-Owed                    PIC 9(7).
           02  Fi-Category-Owed                PIC X(35).
           02  Fi-Late-Fee-Flag                PIC X.
           02  Fi-Amount-Paid                  PIC S9(7)V99.
           02  Fi-Category-Paid                PIC X(45).
           02  Fi-Fee-Due-Date                 PIC 9(8).
           02  Fi-Collection-Flag              PIC X.
           02  Fi-Parking-Owed                 PIC 9(7).
           02  Fi-Parking-Paid                 PIC 9(7)V99.
           02  Fi-Bookshop-Owed                PIC 9(7).
           02  Fi-Bookshop-Paid                PIC 9(7)V99.
           02  Fi-Insurance-Owed               PIC 9(7).
           02  Fi-Insurance-Paid               PIC 9(7)V99.
       01  WS-Fees-Changed-Sw                  PIC X VALUE "N".
           88  Fees-Record-Changed             VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           IF Rc-File-Status = "05" OR Rc-File-Status = "35"
               OPEN OUTPUT Receipt-File
           END-IF.
           OPEN INPUT Prospect-File.
           IF Ps-Status = "00"
               MOVE "Y" TO WS-Prospect-Sw
           END-IF.
           OPEN I-O Enrollment-Deposit-File.
           IF Ed-Status = "05" OR Ed-Status = "35"
               CLOSE Enrollment-Deposit-File
               OPEN OUTPUT Enrollment-Deposit-File
               CLOSE Enrollment-Deposit-File
               OPEN I-O Enrollment-Deposit-File
           END-IF.
           OPEN I-O Record-Lock-File.
           IF Rl-Status = "05" OR Rl-Status = "35"
               CLOSE Record-Lock-File
               OPEN OUTPUT Record-Lock-File
               CLOSE Record-Lock-File
               OPEN I-O Record-Lock-File
           END-IF.
           OPEN I-O Write-Off-File.
           IF Wo-File-Status = "00"
               MOVE "Y" TO WS-Writeoff-Sw
           END-IF.
           OPEN EXTEND Cashier-Post-Log.
           IF Cs-File-Status = "05" OR Cs-File-Status = "35"
               OPEN OUTPUT Cashier-Post-Log
           END-IF.

           PERFORM Take-One-Payment UNTIL NOT Another-Payment.

           CLOSE Student-Master-File, Receipt-File.
           CLOSE Enrollment-Deposit-File.
           CLOSE Record-Lock-File.
           CLOSE Cashier-Post-Log.
           IF Writeoff-File-Available
               CLOSE Write-Off-File
           END-IF.
           IF Prospect-File-Available
               CLOSE Prospect-File
           END-IF.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
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
           END-PERFORM.

       Take-One-Payment.
           DISPLAY "(P)ayment on account or enrollment (D)eposit: "
                   WITH NO ADVANCING.
           ACCEPT WS-Type-Reply.
           IF Type-Deposit
               PERFORM Take-Enrollment-Deposit
           ELSE
               DISPLAY "Enter student number: " WITH NO ADVANCING
               ACCEPT WS-Query-Student-Number
               DISPLAY "(S)ingle term or (M)ulti-term payment: "
                       WITH NO ADVANCING
               ACCEPT WS-Mode-Reply
               IF Mode-Multi
                   PERFORM Take-Multi-Term-Payment
               ELSE
                   PERFORM Take-Single-Term-Payment
               END-IF
           END-IF.

           DISPLAY "Take another payment? (Y/N): " WITH NO ADVANCING.
           END-READ.

           IF SM-Rec-Found
               PERFORM Hold-Fees-Record
               DISPLAY "Student : " SM-Student-Name
               DISPLAY "Fees Owed    : " SM-Fees-Owed
               DISPLAY "Amount Paid  : " SM-Amount-Paid
               IF SM-Written-Off
                   DISPLAY "*** Written off to bad debt - a payment "
                           "is taken as a recovery ***"
               END-IF
               DISPLAY "Enter payment amount: " WITH NO ADVANCING
               ACCEPT WS-Payment-Amount
               DISPLAY "Enter payment method (CASH/CHECK/CARD): "
                       WITH NO ADVANCING
               ACCEPT WS-Payment-Method
               PERFORM Recheck-Fees-Record
               IF Fees-Record-Changed
                   DISPLAY "Payment NOT posted - take it again "
                           "against the balance as it now stands."
               ELSE
                   IF SM-Written-Off
                       PERFORM Post-Counter-Recovery
                   ELSE
                       ADD WS-Payment-Amount TO SM-Amount-Paid
                       PERFORM Allocate-Payment-To-Categories
                       REWRITE SM-Rec
                           INVALID KEY
                               DISPLAY "Rewrite error FS = "
                                       SM-File-Status
                           NOT INVALID KEY
                               PERFORM Print-Receipt
                               PERFORM Tally-Method-Total
                       END-REWRITE
                   END-IF
               END-IF
               PERFORM Release-Fees-Record
           ELSE
               DISPLAY "No fees record found for that student/term."
           END-IF.

      * The write-off already counted the balance as paid, so the
      * master is not touched.  The money is receipted to bad debt
      * (Print-Receipt picks the account from the collection flag)
      * and recorded against the write-off.
       Post-Counter-Recovery.
           DISPLAY "Account written off to bad debt - payment taken "
                   "as a recovery; the balance is not changed.".
           PERFORM Print-Receipt.
           PERFORM Tally-Method-Total.
           IF NOT Writeoff-File-Available
               DISPLAY "No write-off register on file - tell the "
                       "business office to record this recovery."
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-Student-Number TO Wo-Student-Number.
           MOVE SM-Term-Code TO Wo-Term-Code.
           READ Write-Off-File
               KEY IS Wo-Key
               INVALID KEY MOVE "23" TO Wo-File-Status
           END-READ.
           IF NOT Wo-Rec-Found
               DISPLAY "No write-off on the register for this term - "
                       "tell the business office to record this "
                       "recovery."
               EXIT PARAGRAPH
           END-IF.
           ADD WS-Payment-Amount TO Wo-Amount-Recovered.
           MOVE Rc-Date-Processed TO Wo-Last-Recovery-Date.
           REWRITE Wo-Rec
               INVALID KEY
                   DISPLAY "Write-off register rewrite error FS = "
                           Wo-File-Status
           END-REWRITE.

      * Keeps the image of the account as read, warns if another
      * clerk already has it up, and registers this cashier's hold.
       Hold-Fees-Record.
           MOVE SM-Rec TO WS-Fees-Read-Image.
           MOVE SM-Master-Key TO WS-Lock-Record-Key.
           MOVE "STUDFEES" TO Rl-Resource.
           MOVE WS-Lock-Record-Key TO Rl-Record-Key.
           MOVE LOW-VALUES TO Rl-User.
           MOVE "N" TO WS-Lock-Scan-Sw.
           START Record-Lock-File KEY IS GREATER THAN Rl-Key
               INVALID KEY SET End-Of-Lock-Scan TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Lock-Scan
               READ Record-Lock-File NEXT RECORD
                   AT END SET End-Of-Lock-Scan TO TRUE
               END-READ
               IF NOT End-Of-Lock-Scan
                   IF Rl-Resource NOT = "STUDFEES"
                      OR Rl-Record-Key NOT = WS-Lock-Record-Key
                       SET End-Of-Lock-Scan TO TRUE
                   ELSE
                       IF Rl-User NOT = WS-Current-User
                           DISPLAY "NOTE: account also open by "
                                   Rl-User " (" Rl-Program ") since "
                                   Rl-Set-Time(1:2) ":"
                                   Rl-Set-Time(3:2) " on "
                                   Rl-Set-Date
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "STUDFEES" TO Rl-Resource.
           MOVE WS-Lock-Record-Key TO Rl-Record-Key.
           MOVE WS-Current-User TO Rl-User.
           MOVE "STUDFEESCASHIER" TO Rl-Program.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Rl-Set-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO Rl-Set-Time.
           WRITE Rl-Rec
               INVALID KEY
                   REWRITE Rl-Rec
                   END-REWRITE
           END-WRITE.

      * Re-reads the account just before posting.  If it no longer
      * matches the image taken when it was brought up, the changes
      * are listed and the payment is refused.
       Recheck-Fees-Record.
           MOVE "N" TO WS-Fees-Changed-Sw.
           MOVE Fi-Master-Key TO SM-Master-Key.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF NOT SM-Rec-Found
               DISPLAY "This fees record has been removed by another "
                       "user since it was brought up."
               MOVE "Y" TO WS-Fees-Changed-Sw
               EXIT PARAGRAPH
           END-IF.
           IF SM-Rec = WS-Fees-Read-Image
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-Fees-Changed-Sw.
           DISPLAY "This account was changed by another user while "
                   "the payment was being keyed:".
           IF SM-Amount-Paid NOT = Fi-Amount-Paid
               DISPLAY "  Amount Paid  : " Fi-Amount-Paid " -> "
                       SM-Amount-Paid
           END-IF.
           IF SM-Fees-Owed NOT = Fi-Fees-Owed
               DISPLAY "  Fees Owed    : " Fi-Fees-Owed " -> "
                       SM-Fees-Owed
           END-IF.
           IF SM-Prior-Balance-Fwd NOT = Fi-Prior-Balance-Fwd
               DISPLAY "  Prior Balance: " Fi-Prior-Balance-Fwd
                       " -> " SM-Prior-Balance-Fwd
           END-IF.
           IF SM-Late-Fee-Flag NOT = Fi-Late-Fee-Flag
               DISPLAY "  Late fee     : " Fi-Late-Fee-Flag " -> "
                       SM-Late-Fee-Flag
           END-IF.
           IF SM-Fee-Due-Date NOT = Fi-Fee-Due-Date
               DISPLAY "  Due Date     : " Fi-Fee-Due-Date " -> "
                       SM-Fee-Due-Date
           END-IF.
           IF SM-Collection-Flag NOT = Fi-Collection-Flag
               DISPLAY "  Collections  : " Fi-Collection-Flag " -> "
                       SM-Collection-Flag
           END-IF.
           IF SM-Parking-Owed NOT = Fi-Parking-Owed
              OR SM-Parking-Paid NOT = Fi-Parking-Paid
               DISPLAY "  Parking      : owed " Fi-Parking-Owed
                       " paid " Fi-Parking-Paid " -> owed "
                       SM-Parking-Owed " paid " SM-Parking-Paid
           END-IF.
           IF SM-Bookshop-Owed NOT = Fi-Bookshop-Owed
              OR SM-Bookshop-Paid NOT = Fi-Bookshop-Paid
               DISPLAY "  Bookshop     : owed " Fi-Bookshop-Owed
                       " paid " Fi-Bookshop-Paid " -> owed "
                       SM-Bookshop-Owed " paid " SM-Bookshop-Paid
           END-IF.
           IF SM-Insurance-Owed NOT = Fi-Insurance-Owed
              OR SM-Insurance-Paid NOT = Fi-Insurance-Paid
               DISPLAY "  Insurance    : owed " Fi-Insurance-Owed
                       " paid " Fi-Insurance-Paid " -> owed "
                       SM-Insurance-Owed " paid " SM-Insurance-Paid
           END-IF.
           IF SM-Student-Name NOT = Fi-Student-Name
               DISPLAY "  Name         : " SM-Student-Name
           END-IF.
           IF Fi-Category-Owed NOT = SM-Rec(65:35)
              OR Fi-Category-Paid NOT = SM-Rec(110:45)
               DISPLAY "  Fee category detail has also changed."
           END-IF.
           DISPLAY "Fees Owed now : " SM-Fees-Owed
                   "   Amount Paid now: " SM-Amount-Paid.

      * Drops this cashier's own registry row for the account.
       Release-Fees-Record.
           MOVE "STUDFEES" TO Rl-Resource.
           MOVE WS-Lock-Record-Key TO Rl-Record-Key.
           MOVE WS-Current-User TO Rl-User.
           DELETE Record-Lock-File
               INVALID KEY CONTINUE
           END-DELETE.

      * Splits one payment across every term the student owes money
      * on, oldest term first, so a cashier doesn't have to take
      * several separate payments for the same student at the
                   WS-Remaining-Amount
           END-IF.

      * A written-off term is passed over - anything taken on it is a
      * recovery, taken as a single-term payment.
       Apply-Next-Term-Payment.
           COMPUTE WS-Balance-Due =
               SM-Fees-Owed + SM-Prior-Balance-Fwd - SM-Amount-Paid.
           IF SM-Written-Off
               DISPLAY "Term " SM-Term-Code " was written off to bad "
                       "debt - not applied; take a recovery on it as "
                       "a single-term payment."
           END-IF.
           IF WS-Balance-Due > ZERO AND NOT SM-Written-Off
               IF WS-Balance-Due < WS-Remaining-Amount
                   MOVE WS-Balance-Due TO WS-Payment-Amount
               ELSE
               AT END SET End-Of-Multi-Scan TO TRUE
           END-READ.

      * A confirmation deposit from an accepted prospect.  The
      * prospect has no fee account yet, so the money goes on the
      * deposit ledger under the prospect id and the receipt carries
      * the prospect id zero-extended - the same student number their
      * master record will be built under once they are promoted.
      * One deposit per prospect; a second is refused while the first
      * is on the ledger.
       Take-Enrollment-Deposit.
           IF NOT Prospect-File-Available
               DISPLAY "No prospect file - deposits cannot be taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter prospect id: " WITH NO ADVANCING.
           ACCEPT WS-Query-Prospect-Id.
           MOVE WS-Query-Prospect-Id TO Ps-Prospect-Id.
           READ Prospect-File
               KEY IS Ps-Prospect-Id
               INVALID KEY MOVE "23" TO Ps-Status
           END-READ.
           IF Ps-Rec-Not-Found
               DISPLAY "No prospect found for Id " WS-Query-Prospect-Id
               EXIT PARAGRAPH
           END-IF.
           IF NOT Ps-Accepted
               DISPLAY "Prospect " WS-Query-Prospect-Id
                       " has not accepted an offer - no deposit taken."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Query-Prospect-Id TO Ed-Prospect-Id.
           READ Enrollment-Deposit-File
               KEY IS Ed-Prospect-Id
               INVALID KEY MOVE "23" TO Ed-Status
           END-READ.
           IF Ed-Rec-Found
               DISPLAY "A deposit of " Ed-Amount " (status "
                       Ed-Deposit-Status ") is already on file for "
                       "prospect " WS-Query-Prospect-Id "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Prospect : " Ps-Firstname " " Ps-Lastname.
           PERFORM Get-Payment-Term.
           DISPLAY "Enter deposit amount: " WITH NO ADVANCING.
           ACCEPT WS-Payment-Amount.
           IF WS-Payment-Amount = ZERO
               DISPLAY "No amount entered - no deposit taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter payment method (CASH/CHECK/CARD): "
                   WITH NO ADVANCING.
           ACCEPT WS-Payment-Method.
           MOVE SPACES TO Ed-Rec.
           MOVE WS-Query-Prospect-Id TO Ed-Prospect-Id.
           STRING Ps-Lastname DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  Ps-Firstname DELIMITED BY "  "
               INTO Ed-Prospect-Name.
           MOVE WS-Query-Term-Code TO Ed-Entry-Term.
           MOVE WS-Payment-Amount TO Ed-Amount.
           MOVE WS-Payment-Method TO Ed-Payment-Method.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ed-Received-Date.
           MOVE WS-Current-User TO Ed-Taken-By.
           SET Ed-Held TO TRUE.
           MOVE ZEROS TO Ed-Applied-Student.
           MOVE Ed-Received-Date TO Ed-Status-Date.
           MOVE WS-Current-User TO Ed-Status-By.
           WRITE Ed-Rec
               INVALID KEY
                   DISPLAY "Unable to record deposit - status "
                           Ed-Status
               NOT INVALID KEY
                   PERFORM Print-Deposit-Receipt
                   PERFORM Tally-Method-Total
           END-WRITE.

       Print-Deposit-Receipt.
           MOVE SPACES TO Receipt-Rec.
           MOVE Ed-Prospect-Id TO Rc-Student-Number.
           MOVE Ed-Prospect-Name TO Rc-Student-Name.
           MOVE Ed-Entry-Term TO Rc-Term-Code.
           MOVE Ed-Amount TO Rc-Payment.
           MOVE ZEROS TO Rc-Balance-Due.
           MOVE Ed-Received-Date TO Rc-Date-Processed.
           MOVE Gl-Deposit-Code TO Rc-Gl-Code.
           MOVE Ed-Payment-Method TO Rc-Payment-Method.
           WRITE Receipt-Rec.
           PERFORM Write-Cashier-Post-Log.
           DISPLAY " ".
           DISPLAY "----  ENROLLMENT  DEPOSIT  RECEIPT  ----".
           DISPLAY "Prospect : " Ed-Prospect-Id "  " Ed-Prospect-Name.
           DISPLAY "Term     : " Ed-Entry-Term.
           DISPLAY "Deposit  : " Ed-Amount.
           DISPLAY "Date     : " Ed-Received-Date.
           DISPLAY "Method   : " Ed-Payment-Method.

       Allocate-Payment-To-Categories.
           MOVE WS-Payment-Amount TO WS-Alloc-Remaining.
           PERFORM Alloc-Late-Fee.
           PERFORM Alloc-Housing.
           PERFORM Alloc-Lab.
           PERFORM Alloc-Library.
           PERFORM Alloc-Parking.
           PERFORM Alloc-Bookshop.
           PERFORM Alloc-Insurance.

       Alloc-Late-Fee.
           COMPUTE WS-Alloc-Open =
           ADD WS-Alloc-Take TO SM-Library-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Parking.
           COMPUTE WS-Alloc-Open =
               SM-Parking-Owed - SM-Parking-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Parking-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Bookshop.
           COMPUTE WS-Alloc-Open =
               SM-Bookshop-Owed - SM-Bookshop-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Bookshop-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Insurance.
           COMPUTE WS-Alloc-Open =
               SM-Insurance-Owed - SM-Insurance-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Insurance-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Print-Receipt.
           MOVE SPACES TO Receipt-Rec.
           MOVE SM-Student-Number TO Rc-Student-Number.
               SM-Fees-Owed + SM-Prior-Balance-Fwd - SM-Amount-Paid.
           MOVE WS-Balance-Due TO Rc-Balance-Due.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Rc-Date-Processed.
           IF SM-Written-Off
               MOVE Gl-Baddebt-Code TO Rc-Gl-Code
           ELSE
               MOVE Gl-Cash-Code TO Rc-Gl-Code
           END-IF.
           MOVE WS-Payment-Method TO Rc-Payment-Method.
           WRITE Receipt-Rec.
           PERFORM Write-Cashier-Post-Log.
           PERFORM Queue-Receipt-Notice.
           DISPLAY " ".
           DISPLAY "----  PAYMENT  RECEIPT  ----".
           DISPLAY "Date     : " Rc-Date-Processed.
           DISPLAY "Method   : " WS-Payment-Method.

      * Taken from the receipt just written, plus who took it.
       Write-Cashier-Post-Log.
           MOVE SPACES TO Cashier-Post-Rec.
           MOVE Rc-Date-Processed TO Cs-Post-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO Cs-Post-Time.
           MOVE WS-Current-User TO Cs-Cashier-Id.
           MOVE Rc-Student-Number TO Cs-Student-Number.
           MOVE Rc-Term-Code TO Cs-Term-Code.
           MOVE Rc-Payment TO Cs-Payment.
           MOVE Rc-Payment-Method TO Cs-Payment-Method.
           MOVE Rc-Gl-Code TO Cs-Gl-Code.
           WRITE Cashier-Post-Rec.

      * A counter receipt is worth a confirmation on the student's
      * preferred channel - NotifyDispatch formats and logs it.
       Queue-Receipt-Notice.
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Prospect-Path FROM ENVIRONMENT "PROSPECT_PATH".
           IF WS-Prospect-Path = SPACES
               MOVE "PROSPECT.DAT" TO WS-Prospect-Path
           END-IF.
           ACCEPT WS-Enrdep-Path FROM ENVIRONMENT "ENRDEP_PATH".
           IF WS-Enrdep-Path = SPACES
               MOVE "ENRDEP.DAT" TO WS-Enrdep-Path
           END-IF.
           ACCEPT WS-Reclock-Path FROM ENVIRONMENT "RECLOCK_PATH".
           IF WS-Reclock-Path = SPACES
               MOVE "RECLOCK.DAT" TO WS-Reclock-Path
           END-IF.
           ACCEPT WS-Writeoff-Path FROM ENVIRONMENT "WRITEOFF_PATH".
           IF WS-Writeoff-Path = SPACES
               MOVE "WRITEOFF.DAT" TO WS-Writeoff-Path
           END-IF.
           ACCEPT WS-Cashpost-Path FROM ENVIRONMENT "CASHPOST_PATH".
           IF WS-Cashpost-Path = SPACES
               MOVE "CASHPOST.DAT" TO WS-Cashpost-Path
           END-IF.
