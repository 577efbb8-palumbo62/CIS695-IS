       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StudFeesCheckVoid.
       AUTHOR.  Jon Clark.
      * Refund check void and stale-date processing.
      * StudFeesRefundDisburse prints numbered refund checks and
      * tells the bank about each one on the positive-pay issue file,
      * but until now a check that was lost, spoiled or simply never
      * cashed stayed "paid" forever - the student's balance showed
      * the refund as gone and Finance carried the cash as spent.
      * This run has two modes:
      *   (V)oid  - the bursar keys a check number; the check is
      *             voided at the bank and the refund reversed.
      *   (S)tale - first takes up the bank's paid-check file
      *             (CHKPAID.DAT) so cashed checks are stamped paid,
      *             then every check still outstanding more than N
      *             days after issue is stale-dated and reversed.
      * A reversal puts the refund back onto the student's
      * Student-Master-File balance (SM-Amount-Paid re-allocated in
      * StudFees' posting order), stamps the Refund-History-File
      * entry with the void/stale status and date, appends a void row
      * to POSPAY.DAT so the bank refuses the item if it is presented
      * later, and writes a MOVEMNT line to GLEXTRCT.DAT for the cash
      * that never left.  Refund-History-File is rewritten through
      * the same work-file-and-rename lifecycle the disbursement run
      * uses, and a stamped check can never be reversed twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Refund-History-File ASSIGN TO WS-Pendrefh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rh-File-Status.

           SELECT Refund-History-Work-File
               ASSIGN TO WS-Pendrefh-Work-Path
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

           SELECT Paid-Check-File ASSIGN TO WS-Chkpaid-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cp-File-Status.

           SELECT Positive-Pay-File ASSIGN TO WS-Pospay-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pp-File-Status.

           SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-File-Status.

           SELECT Void-Register-File ASSIGN TO WS-Chkvoid-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Refund-History-File.
       01  Refund-History-Rec.
           88  End-Of-Refund-History           VALUE HIGH-VALUES.
           02  Rh-Student-Number               PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Rh-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1).
           02  Rh-Refund-Amount                PIC 9(6)V99.
           02  FILLER                          PIC X(1).
           02  Rh-Decision                     PIC X(8).
               88  Rh-Was-Approved             VALUE "APPROVED".
           02  FILLER                          PIC X(1).
           02  Rh-Approver-Id                  PIC X(8).
           02  FILLER                          PIC X(1).
           02  Rh-Decision-Date                PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rh-Disbursed-Date               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rh-Disburse-Ref                 PIC X(10).
           02  Rh-Check-Ref REDEFINES Rh-Disburse-Ref.
               03  Rh-Ref-Prefix               PIC X(2).
                   88  Rh-Paid-By-Check        VALUE "CK".
               03  Rh-Ref-Check-Number         PIC 9(7).
               03  FILLER                      PIC X(1).
           02  FILLER                          PIC X(1).
           02  Rh-Check-Status                 PIC X(1).
               88  Rh-Check-Outstanding        VALUE SPACE.
               88  Rh-Check-Paid               VALUE "P".
               88  Rh-Check-Voided             VALUE "V".
               88  Rh-Check-Stale              VALUE "S".
           02  FILLER                          PIC X(1).
           02  Rh-Check-Status-Date            PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rh-Requested-By                 PIC X(8).
           02  FILLER                          PIC X(1).
           02  Rh-Disbursed-By                 PIC X(8).

       FD  Refund-History-Work-File.
       01  Refund-History-Work-Rec             PIC X(99).

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

      * Bank's paid-check advice - one line per refund check the bank
      * has honoured.
       FD  Paid-Check-File.
       01  Paid-Check-Rec.
           88  End-Of-Paid-Checks              VALUE HIGH-VALUES.
           02  Cp-Check-Number                 PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Cp-Paid-Amount                  PIC 9(8)V99.
           02  FILLER                          PIC X(1).
           02  Cp-Paid-Date                    PIC 9(8).

      * Same layout StudFeesRefundDisburse issues on.
       FD  Positive-Pay-File.
       01  Positive-Pay-Rec.
           02  Pp-Account-Id                   PIC X(10).
           02  FILLER                          PIC X(1).
           02  Pp-Action-Code                  PIC X(1).
               88  Pp-Is-Issue                 VALUE "I".
               88  Pp-Is-Void                  VALUE "V".
           02  FILLER                          PIC X(1).
           02  Pp-Check-Number                 PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Pp-Amount                       PIC 9(8)V99.
           02  FILLER                          PIC X(1).
           02  Pp-Issue-Date                   PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Pp-Payee-Name                   PIC X(30).

       FD  Gl-Extract-File.
       01  Gl-Extract-Rec.
           02  Gl-Code                         PIC X(6).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Description                  PIC X(20).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Basis                        PIC X(7).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Amount                       PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Run-Date                     PIC 9(8).

       FD  Void-Register-File.
       01  Void-Print-Line                     PIC X(90).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Pendrefh-Path            PIC X(260).
       01  WS-Pendrefh-Work-Path       PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Chkpaid-Path             PIC X(260).
       01  WS-Pospay-Path              PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Chkvoid-Path             PIC X(260).

       01  Rh-File-Status              PIC X(2).
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Cp-File-Status              PIC X(2).
       01  Pp-File-Status              PIC X(2).
       01  Gl-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * The reversed refund is cash that never left the bank account.
       01  Gl-Cash-Code                PIC X(6) VALUE "100010".

       01  WS-Run-Mode                 PIC X.
           88  Mode-Void               VALUE "V" "v".
           88  Mode-Stale              VALUE "S" "s".
       01  WS-Operator-Id              PIC X(8).
       01  WS-Void-Check-Number        PIC 9(7) VALUE ZEROS.
       01  WS-Void-Found-Sw            PIC X VALUE "N".
           88  Void-Check-Found        VALUE "Y".
       01  WS-Stale-Days               PIC 9(3) VALUE 180.
       01  WS-Check-Age                PIC S9(5).
       01  WS-Today                    PIC 9(8).
       01  WS-Action-Desc              PIC X(20).
       01  WS-Balance-Due              PIC S9(7)V99.

      * Paid-check advice, held in memory for the stale sweep.  An
      * advice file larger than the table stops the run - a cleared
      * check left off the table would be stale-dated and reversed.
       01  WS-Paid-Check-Max           PIC 9(5) VALUE 20000.
       01  Paid-Check-Table.
           02  Pc-Entry OCCURS 20000 TIMES INDEXED BY Pc-Idx.
               03  Pc-Check-Number     PIC 9(7).
               03  Pc-Paid-Date        PIC 9(8).
       01  WS-Paid-Check-Count         PIC 9(5) VALUE ZEROS.
       01  WS-Paid-Found-Sw            PIC X VALUE "N".
           88  Check-Was-Paid          VALUE "Y".

      * A reversal re-applies the refund in StudFees' posting order -
      * late fees first, library last - the exact opposite of the
      * unwind StudFeesRefundApproval performed when it was approved.
       01  Allocation-Items.
           02  WS-Alloc-Remaining      PIC S9(6)V99.
           02  WS-Alloc-Open           PIC S9(7)V99.
           02  WS-Alloc-Take           PIC 9(6)V99.

       01  Control-Totals.
           02  Ct-Checks-Paid          PIC 9(5) VALUE ZEROS.
           02  Ct-Checks-Voided        PIC 9(5) VALUE ZEROS.
           02  Ct-Checks-Staled        PIC 9(5) VALUE ZEROS.
           02  Ct-Not-Reversed         PIC 9(5) VALUE ZEROS.
           02  Tot-Voided              PIC 9(8)V99 VALUE ZEROS.
           02  Tot-Staled              PIC 9(8)V99 VALUE ZEROS.

       01  Register-Heading1.
           02  FILLER                  PIC X(16) VALUE SPACES.
           02  FILLER                  PIC X(44) VALUE
               "REFUND  CHECK  VOID / STALE-DATE  REGISTER".
       01  Register-Heading3.
           02  FILLER                  PIC X(10) VALUE "CHECK NO".
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(10) VALUE "ISSUED".
           02  FILLER                  PIC X(13) VALUE "      AMOUNT".
           02  FILLER                  PIC X(22) VALUE "  ACTION".
           02  FILLER                  PIC X(14) VALUE "   NEW BALANCE".

       01  Register-Detail-Line.
           02  Rg-Check-Number         PIC 9(7).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rg-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Issue-Date           PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Amount               PIC $$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Action               PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-New-Balance          PIC -$$,$$$,$$9.99.

       01  WS-Amount-Ed                PIC $$,$$$,$$9.99.
       01  WS-Count-Ed                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           DISPLAY "(V)oid a refund check or (S)tale-date sweep: "
               WITH NO ADVANCING.
           ACCEPT WS-Run-Mode.
           IF NOT Mode-Void AND NOT Mode-Stale
               DISPLAY "No run mode selected - exiting."
               STOP RUN
           END-IF.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT WS-Operator-Id.
           IF Mode-Void
               DISPLAY "Check number to void: " WITH NO ADVANCING
               ACCEPT WS-Void-Check-Number
               IF WS-Void-Check-Number = ZEROS
                   DISPLAY "No check number given - exiting."
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Stale after how many days (blank = 180): "
                   WITH NO ADVANCING
               ACCEPT WS-Stale-Days
               IF WS-Stale-Days = ZEROS
                   MOVE 180 TO WS-Stale-Days
               END-IF
               PERFORM Load-Paid-Check-Table
           END-IF.

           OPEN INPUT Refund-History-File.
           IF Rh-File-Status = "35"
               DISPLAY "No refund history file - no checks on record."
               STOP RUN
           END-IF.
           OPEN OUTPUT Refund-History-Work-File.
           OPEN I-O Student-Master-File.
           MOVE SM-File-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Master-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN EXTEND Positive-Pay-File.
           IF Pp-File-Status = "05" OR Pp-File-Status = "35"
               OPEN OUTPUT Positive-Pay-File
           END-IF.
           OPEN EXTEND Gl-Extract-File.
           IF Gl-File-Status = "05" OR Gl-File-Status = "35"
               OPEN OUTPUT Gl-Extract-File
           END-IF.
           OPEN OUTPUT Void-Register-File.
           PERFORM Write-Register-Headings.

           READ Refund-History-File
               AT END SET End-Of-Refund-History TO TRUE
           END-READ.
           PERFORM Work-One-History-Rec UNTIL End-Of-Refund-History.

           PERFORM Write-Register-Totals.
           PERFORM Write-Gl-Movement-Lines.
           CLOSE Refund-History-File, Refund-History-Work-File,
                 Student-Master-File, Positive-Pay-File,
                 Gl-Extract-File, Void-Register-File.

      * The stamped work file becomes the history of record.
           CALL "CBL_DELETE_FILE" USING WS-Pendrefh-Path.
           CALL "CBL_RENAME_FILE" USING WS-Pendrefh-Work-Path
               WS-Pendrefh-Path.

           DISPLAY " ".
           DISPLAY "----  REFUND  CHECK  VOID / STALE  COMPLETE  ----".
           IF Mode-Void AND NOT Void-Check-Found
               DISPLAY "Check " WS-Void-Check-Number
                   " not found outstanding - nothing voided."
           END-IF.
           DISPLAY "Checks stamped paid : " Ct-Checks-Paid.
           DISPLAY "Checks voided       : " Ct-Checks-Voided.
           DISPLAY "Checks stale-dated  : " Ct-Checks-Staled.
           DISPLAY "Not reversed (no master record): " Ct-Not-Reversed.
           DISPLAY "Total voided        : " Tot-Voided.
           DISPLAY "Total stale-dated   : " Tot-Staled.
           STOP RUN.

      * Only an outstanding check - approved, disbursed by check, not
      * yet stamped paid, void or stale - is ever acted on.
       Work-One-History-Rec.
           IF Rh-Was-Approved AND Rh-Paid-By-Check
                   AND Rh-Check-Outstanding
               IF Mode-Void
                   IF Rh-Ref-Check-Number = WS-Void-Check-Number
                       MOVE "Y" TO WS-Void-Found-Sw
                       SET Rh-Check-Voided TO TRUE
                       MOVE "VOIDED" TO WS-Action-Desc
                       PERFORM Reverse-Refund-Check
                   END-IF
               ELSE
                   PERFORM Check-Paid-Or-Stale
               END-IF
           END-IF.
           WRITE Refund-History-Work-Rec FROM Refund-History-Rec.
           READ Refund-History-File
               AT END SET End-Of-Refund-History TO TRUE
           END-READ.

       Check-Paid-Or-Stale.
           MOVE "N" TO WS-Paid-Found-Sw.
           PERFORM VARYING Pc-Idx FROM 1 BY 1
                   UNTIL Pc-Idx > WS-Paid-Check-Count
                      OR Check-Was-Paid
               IF Pc-Check-Number(Pc-Idx) = Rh-Ref-Check-Number
                   MOVE "Y" TO WS-Paid-Found-Sw
                   SET Rh-Check-Paid TO TRUE
                   MOVE Pc-Paid-Date(Pc-Idx) TO Rh-Check-Status-Date
                   ADD 1 TO Ct-Checks-Paid
               END-IF
           END-PERFORM.
           IF NOT Check-Was-Paid
               COMPUTE WS-Check-Age =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(Rh-Disbursed-Date)
               IF WS-Check-Age > WS-Stale-Days
                   SET Rh-Check-Stale TO TRUE
                   MOVE "STALE-DATED" TO WS-Action-Desc
                   PERFORM Reverse-Refund-Check
               END-IF
           END-IF.

      * The history stamp and the positive-pay void go out whether or
      * not the master record is still there - the check is dead at
      * the bank either way; a missing master is flagged for manual
      * review rather than silently dropping the credit.
       Reverse-Refund-Check.
           MOVE WS-Today TO Rh-Check-Status-Date.
           PERFORM Write-Positive-Pay-Void.
           MOVE Rh-Student-Number TO SM-Student-Number.
           MOVE Rh-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Found
               ADD Rh-Refund-Amount TO SM-Amount-Paid
               MOVE Rh-Refund-Amount TO WS-Alloc-Remaining
               PERFORM Reallocate-Refund
               REWRITE SM-Rec
                   INVALID KEY
                       MOVE SM-File-Status TO WS-Chk-Status
                       MOVE "REWRITE Student-Master-File (check void)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
               COMPUTE WS-Balance-Due =
                   SM-Fees-Owed + SM-Prior-Balance-Fwd - SM-Amount-Paid
               IF Rh-Check-Voided
                   ADD 1 TO Ct-Checks-Voided
                   ADD Rh-Refund-Amount TO Tot-Voided
               ELSE
                   ADD 1 TO Ct-Checks-Staled
                   ADD Rh-Refund-Amount TO Tot-Staled
               END-IF
           ELSE
               ADD 1 TO Ct-Not-Reversed
               MOVE ZEROS TO WS-Balance-Due
               MOVE "NO MASTER - REVIEW" TO WS-Action-Desc
           END-IF.
           PERFORM Write-Register-Detail.

       Write-Positive-Pay-Void.
           MOVE SPACES TO Positive-Pay-Rec.
           MOVE "COLLEGE001" TO Pp-Account-Id.
           SET Pp-Is-Void TO TRUE.
           MOVE Rh-Ref-Check-Number TO Pp-Check-Number.
           MOVE Rh-Refund-Amount TO Pp-Amount.
           MOVE Rh-Disbursed-Date TO Pp-Issue-Date.
           MOVE SPACES TO Pp-Payee-Name.
           WRITE Positive-Pay-Rec.

       Reallocate-Refund.
           PERFORM Alloc-Late-Fee.
           PERFORM Alloc-Tuition.
           PERFORM Alloc-Housing.
           PERFORM Alloc-Lab.
           PERFORM Alloc-Library.
           PERFORM Alloc-Parking.
           PERFORM Alloc-Bookshop.
           PERFORM Alloc-Insurance.

       Alloc-Late-Fee.
           COMPUTE WS-Alloc-Open = SM-Late-Fee-Owed - SM-Late-Fee-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Late-Fee-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Tuition.
           COMPUTE WS-Alloc-Open = SM-Tuition-Owed - SM-Tuition-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Tuition-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Housing.
           COMPUTE WS-Alloc-Open = SM-Housing-Owed - SM-Housing-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Housing-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Lab.
           COMPUTE WS-Alloc-Open = SM-Lab-Owed - SM-Lab-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Lab-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Library.
           COMPUTE WS-Alloc-Open = SM-Library-Owed - SM-Library-Paid.
           IF WS-Alloc-Open < ZERO
               MOVE ZEROS TO WS-Alloc-Open
           END-IF.
           IF WS-Alloc-Remaining < WS-Alloc-Open
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE WS-Alloc-Open TO WS-Alloc-Take
           END-IF.
           ADD WS-Alloc-Take TO SM-Library-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Alloc-Parking.
           COMPUTE WS-Alloc-Open = SM-Parking-Owed - SM-Parking-Paid.
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
           COMPUTE WS-Alloc-Open = SM-Bookshop-Owed - SM-Bookshop-Paid.
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
           COMPUTE WS-Alloc-Open = SM-Insurance-Owed
                                 - SM-Insurance-Paid.
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

      * An absent advice file just means no checks have cleared since
      * the last sweep - outstanding checks are aged as they stand.

       Load-Paid-Check-Table.
           OPEN INPUT Paid-Check-File.
           IF Cp-File-Status NOT = "00"
               DISPLAY "No paid-check file - no checks stamped paid."
           ELSE
               READ Paid-Check-File
                   AT END SET End-Of-Paid-Checks TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Paid-Checks
                   IF WS-Paid-Check-Count NOT < WS-Paid-Check-Max
                       DISPLAY "*** PAID CHECK TABLE FULL *** more "
                               "than " WS-Paid-Check-Max " advice lines"
                       DISPLAY "    Run aborted - notify operator."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Paid-Check-Count
                   MOVE Cp-Check-Number
                       TO Pc-Check-Number(WS-Paid-Check-Count)
                   MOVE Cp-Paid-Date
                       TO Pc-Paid-Date(WS-Paid-Check-Count)
                   READ Paid-Check-File
                       AT END SET End-Of-Paid-Checks TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Paid-Check-File
           END-IF.

       Write-Register-Headings.
           MOVE SPACES TO Void-Print-Line.
           WRITE Void-Print-Line.
           WRITE Void-Print-Line FROM Register-Heading1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Void-Print-Line.
           IF Mode-Void
               STRING "VOID RUN " WS-Today "   OPERATOR: "
                   WS-Operator-Id
                   DELIMITED BY SIZE INTO Void-Print-Line
           ELSE
               STRING "STALE-DATE SWEEP " WS-Today "   OPERATOR: "
                   WS-Operator-Id "   STALE AFTER: " WS-Stale-Days
                   " DAYS"
                   DELIMITED BY SIZE INTO Void-Print-Line
           END-IF.
           WRITE Void-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Void-Print-Line FROM Register-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Void-Print-Line.
           WRITE Void-Print-Line AFTER ADVANCING 1 LINE.

       Write-Register-Detail.
           MOVE Rh-Ref-Check-Number TO Rg-Check-Number.
           MOVE Rh-Student-Number TO Rg-Student-Number.
           MOVE Rh-Term-Code TO Rg-Term-Code.
           MOVE Rh-Disbursed-Date TO Rg-Issue-Date.
           MOVE Rh-Refund-Amount TO Rg-Amount.
           MOVE WS-Action-Desc TO Rg-Action.
           MOVE WS-Balance-Due TO Rg-New-Balance.
           WRITE Void-Print-Line FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

       Write-Register-Totals.
           MOVE Ct-Checks-Voided TO WS-Count-Ed.
           MOVE Tot-Voided TO WS-Amount-Ed.
           MOVE SPACES TO Void-Print-Line.
           STRING "CHECKS VOIDED ......... " WS-Count-Ed
               "  " WS-Amount-Ed
               DELIMITED BY SIZE INTO Void-Print-Line.
           WRITE Void-Print-Line AFTER ADVANCING 3 LINES.
           MOVE Ct-Checks-Staled TO WS-Count-Ed.
           MOVE Tot-Staled TO WS-Amount-Ed.
           MOVE SPACES TO Void-Print-Line.
           STRING "CHECKS STALE-DATED .... " WS-Count-Ed
               "  " WS-Amount-Ed
               DELIMITED BY SIZE INTO Void-Print-Line.
           WRITE Void-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Ct-Not-Reversed TO WS-Count-Ed.
           MOVE SPACES TO Void-Print-Line.
           STRING "NOT REVERSED (REVIEW).. " WS-Count-Ed
               DELIMITED BY SIZE INTO Void-Print-Line.
           WRITE Void-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Ct-Checks-Paid TO WS-Count-Ed.
           MOVE SPACES TO Void-Print-Line.
           STRING "CHECKS STAMPED PAID ... " WS-Count-Ed
               DELIMITED BY SIZE INTO Void-Print-Line.
           WRITE Void-Print-Line AFTER ADVANCING 1 LINE.

      * Appended to the night's GLEXTRCT.DAT so Finance's nightly
      * MOVEMNT import picks the reversal up with everything else -
      * cash that was booked out on the refund comes back in.
       Write-Gl-Movement-Lines.
           IF Tot-Voided > ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Cash-Code TO Gl-Code
               MOVE "REFUND CHECKS VOIDED" TO Gl-Description
               MOVE "MOVEMNT" TO Gl-Basis
               MOVE Tot-Voided TO Gl-Amount
               MOVE WS-Today TO Gl-Run-Date
               WRITE Gl-Extract-Rec
           END-IF.
           IF Tot-Staled > ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Cash-Code TO Gl-Code
               MOVE "REFUND CHECKS STALE" TO Gl-Description
               MOVE "MOVEMNT" TO Gl-Basis
               MOVE Tot-Staled TO Gl-Amount
               MOVE WS-Today TO Gl-Run-Date
               WRITE Gl-Extract-Rec
           END-IF.

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
           ACCEPT WS-Pendrefh-Path FROM ENVIRONMENT "PENDREFH_PATH".
           IF WS-Pendrefh-Path = SPACES
               MOVE "C:\Users\peebs\data\PENDREFH.DAT"
                   TO WS-Pendrefh-Path
           END-IF.
           ACCEPT WS-Pendrefh-Work-Path
               FROM ENVIRONMENT "PENDREFH_WORK_PATH".
           IF WS-Pendrefh-Work-Path = SPACES
               MOVE "C:\Users\peebs\data\PENDREFH.WRK"
                   TO WS-Pendrefh-Work-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Chkpaid-Path FROM ENVIRONMENT "CHKPAID_PATH".
           IF WS-Chkpaid-Path = SPACES
               MOVE "C:\Users\peebs\data\CHKPAID.DAT"
                   TO WS-Chkpaid-Path
           END-IF.
           ACCEPT WS-Pospay-Path FROM ENVIRONMENT "POSPAY_PATH".
           IF WS-Pospay-Path = SPACES
               MOVE "C:\Users\peebs\data\POSPAY.DAT"
                   TO WS-Pospay-Path
           END-IF.
           ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
           IF WS-Glextrct-Path = SPACES
               MOVE "C:\Users\peebs\data\GLEXTRCT.DAT"
                   TO WS-Glextrct-Path
           END-IF.
           ACCEPT WS-Chkvoid-Path FROM ENVIRONMENT "CHKVOID_PATH".
           IF WS-Chkvoid-Path = SPACES
               MOVE "CHKVOID.RPT" TO WS-Chkvoid-Path
           END-IF.
