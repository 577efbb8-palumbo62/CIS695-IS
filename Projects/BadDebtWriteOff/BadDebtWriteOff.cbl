       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BadDebtWriteOff.
       AUTHOR.  Jon Clark.
      * Bad-debt write-off for accounts the collection agency has
      * given up on.  CollectionsManager places and recalls accounts
      * but had no way to close one out, so an uncollectable balance
      * sat on Student-Master-File and inflated every aging report
      * forever.  Behind the shared User-Access-File Maintenance
      * login, this program:
      *
      *   1. Requests a write-off for an account currently placed
      *      with an agency (SM-Collection-Flag "C") - the request
      *      goes onto the write-off register (WRITEOFF.DAT) as
      *      pending, with the requester and a reason.
      *   2. Approves or rejects pending requests, one at a time, the
      *      way StudFeesRefundApproval walks its queue.  The approver
      *      must be a different login from the requester.  Approval
      *      credits the balance still outstanding to SM-Amount-Paid
      *      (allocated in StudFees' posting order, so the category
      *      balances clear too), stamps SM-Collection-Flag "W",
      *      marks the agency placement WRITEOFF, places a permanent
      *      type-W financial hold on HOLDFILE.DAT (StudentHolds will
      *      not release it) and appends a bad-debt MOVEMNT line to
      *      GLEXTRCT.DAT.
      *   3. Prints the write-off register (WOREG.RPT), including any
      *      later recoveries StudFees or the cashier's counter has
      *      posted against each written-off account.
      *
      * Money that arrives after the write-off is not an ordinary
      * payment: StudFees, or StudFeesCashier for money taken at the
      * counter, sees the "W" flag, books it as a bad-debt recovery
      * and adds it to Wo-Amount-Recovered here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Write-Off-File ASSIGN TO WS-Writeoff-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Wo-Key
               FILE STATUS IS Wo-File-Status.

           SELECT Placement-File ASSIGN TO WS-Collplac-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cp-Key
               FILE STATUS IS Cp-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-File-Status.

           SELECT Register-Report-File ASSIGN TO WS-Woreg-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
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
               88  SM-Written-Off              VALUE "W".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

      * Write-off register - one row per student/term, pending until
      * decided.  Wo-Amount is the balance requested and, once
      * approved, the balance actually written off.
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
               88  Wo-Pending                  VALUE "P".
               88  Wo-Written-Off              VALUE "W".
               88  Wo-Rejected                 VALUE "R".
           02  Wo-Requested-By                 PIC X(10).
           02  Wo-Requested-Date               PIC 9(8).
           02  Wo-Approver-Id                  PIC X(10).
           02  Wo-Decision-Date                PIC 9(8).
           02  Wo-Amount-Recovered             PIC 9(7)V99.
           02  Wo-Last-Recovery-Date           PIC 9(8).

       FD  Placement-File.
       01  Cp-Rec.
           02  Cp-Key.
               03  Cp-Student-Number           PIC 9(7).
               03  Cp-Term-Code                PIC X(6).
           02  Cp-Agency-Code                  PIC X(4).
           02  Cp-Placed-Date                  PIC 9(8).
           02  Cp-Amount-Placed                PIC 9(6)V99.
           02  Cp-Amount-Recovered             PIC 9(6)V99.
           02  Cp-Placement-Status             PIC X(8).
               88  Cp-Is-Placed                VALUE "PLACED".
               88  Cp-Is-Recalled              VALUE "RECALLED".
               88  Cp-Is-Written-Off           VALUE "WRITEOFF".

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Financial-Hold       VALUE "F".
               88  Hd-Write-Off-Hold       VALUE "W".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

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

       FD  Register-Report-File.
       01  Register-Print-Line                 PIC X(110).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Writeoff-Path            PIC X(260).
       01  WS-Collplac-Path            PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Woreg-Path               PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Wo-File-Status              PIC X(2).
           88  Wo-Rec-Found            VALUE "00".
           88  Wo-Rec-Not-Found        VALUE "23".
           88  End-Of-Write-Offs       VALUE "10".
       01  Cp-Status                   PIC X(2).
           88  Cp-Rec-Found            VALUE "00".
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Gl-File-Status              PIC X(2).
       01  Ua-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Bad-debt expense - the uncollectable receivable moves here.
       01  Gl-Baddebt-Code             PIC X(6) VALUE "600030".

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Today                    PIC 9(8).
       01  WS-Req-Student-Number       PIC 9(7).
       01  WS-Req-Term-Code            PIC X(6).
       01  WS-Req-Reason               PIC X(30).
       01  WS-Outstanding              PIC S9(7)V99.
       01  WS-Decision-Reply           PIC X.
           88  Decision-Approved       VALUE "A" "a".
           88  Decision-Rejected       VALUE "R" "r".
       01  WS-Posted-Sw                PIC X VALUE "N".
           88  Write-Off-Posted        VALUE "Y".
       01  WS-Hold-Student-Id          PIC 9(5).
       01  WS-Next-Sequence            PIC 9(3).

      * The write-off is applied in StudFees' posting order - late
      * fees first, library last - so every category clears.
       01  Allocation-Items.
           02  WS-Alloc-Remaining      PIC S9(7)V99.
           02  WS-Alloc-Open           PIC S9(7)V99.
           02  WS-Alloc-Take           PIC 9(7)V99.

       01  Control-Totals.
           02  Ct-Requested            PIC 9(5) VALUE ZEROS.
           02  Ct-Approved             PIC 9(5) VALUE ZEROS.
           02  Ct-Rejected             PIC 9(5) VALUE ZEROS.
           02  Ct-Still-Pending        PIC 9(5) VALUE ZEROS.
           02  Ct-Not-Posted           PIC 9(5) VALUE ZEROS.
           02  Ct-Register-Rows        PIC 9(5) VALUE ZEROS.
           02  Tot-Written-Off         PIC 9(8)V99 VALUE ZEROS.
           02  Tot-Reg-Written-Off     PIC 9(8)V99 VALUE ZEROS.
           02  Tot-Reg-Recovered       PIC 9(8)V99 VALUE ZEROS.

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       01  Register-Heading1.
           02  FILLER                  PIC X(24) VALUE SPACES.
           02  FILLER                  PIC X(30)
                     VALUE "BAD  DEBT  WRITE-OFF  REGISTER".
       01  Register-Heading3.
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(22) VALUE "NAME".
           02  FILLER                  PIC X(7)  VALUE "AGENCY".
           02  FILLER                  PIC X(8)  VALUE "STATUS".
           02  FILLER                  PIC X(13) VALUE "       AMOUNT".
           02  FILLER                  PIC X(11) VALUE "  REQ BY".
           02  FILLER                  PIC X(11) VALUE "APPROVED BY".
           02  FILLER                  PIC X(9)  VALUE "  DECIDED".
           02  FILLER                  PIC X(12) VALUE "   RECOVERED".

       01  Register-Detail-Line.
           02  Reg-Student-Number      PIC 9(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Reg-Term-Code           PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Reg-Student-Name        PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Reg-Agency-Code         PIC X(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Reg-Status              PIC X(7).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Reg-Amount              PIC $$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Reg-Requested-By        PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Reg-Approver-Id         PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Reg-Decision-Date       PIC 9(8).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Reg-Recovered           PIC $$$$,$$9.99.

       01  WS-Amount-Ed                PIC $$,$$$,$$9.99.
       01  WS-Count-Ed                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN I-O Student-Master-File.
           MOVE SM-File-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Master-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN I-O Write-Off-File.
           IF Wo-File-Status = "05" OR Wo-File-Status = "35"
               CLOSE Write-Off-File
               OPEN OUTPUT Write-Off-File
               CLOSE Write-Off-File
               OPEN I-O Write-Off-File
           END-IF.
           OPEN I-O Placement-File.
           IF Cp-Status = "05" OR Cp-Status = "35"
               CLOSE Placement-File
               OPEN OUTPUT Placement-File
               CLOSE Placement-File
               OPEN I-O Placement-File
           END-IF.
           OPEN I-O Hold-File.
           IF Hd-Status = "05" OR Hd-Status = "35"
               CLOSE Hold-File
               OPEN OUTPUT Hold-File
               CLOSE Hold-File
               OPEN I-O Hold-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.

           CLOSE Student-Master-File, Write-Off-File, Placement-File,
                 Hold-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  BAD  DEBT  WRITE-OFF  ----".
           DISPLAY "1. Request Write-Off Of A Placed Account".
           DISPLAY "2. Approve / Reject Pending Write-Offs".
           DISPLAY "3. Print Write-Off Register".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Request-Write-Off
               WHEN 2 PERFORM Approve-Write-Offs
               WHEN 3 PERFORM Print-Write-Off-Register
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      * Only an account the agency holds can be written off, and only
      * for a balance actually outstanding.  A previously rejected
      * request may be raised again; a pending or completed one may
      * not.
       Request-Write-Off.
           DISPLAY "Enter Student Number (9(7)): " WITH NO ADVANCING.
           ACCEPT WS-Req-Student-Number.
           DISPLAY "Enter Term Code: " WITH NO ADVANCING.
           ACCEPT WS-Req-Term-Code.
           MOVE WS-Req-Student-Number TO SM-Student-Number.
           MOVE WS-Req-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Not-Found
               DISPLAY "No fees master record for that account."
           ELSE
               COMPUTE WS-Outstanding =
                   SM-Fees-Owed + SM-Prior-Balance-Fwd - SM-Amount-Paid
               EVALUATE TRUE
                   WHEN NOT SM-In-Collections
                       DISPLAY "Account is not placed with an agency "
                               "- place it through CollectionsManager "
                               "first."
                   WHEN WS-Outstanding NOT > ZERO
                       DISPLAY "Account has no balance outstanding."
                   WHEN OTHER
                       PERFORM Record-Write-Off-Request
               END-EVALUATE
           END-IF.

       Record-Write-Off-Request.
           MOVE WS-Req-Student-Number TO Wo-Student-Number.
           MOVE WS-Req-Term-Code TO Wo-Term-Code.
           READ Write-Off-File
               KEY IS Wo-Key
               INVALID KEY MOVE "23" TO Wo-File-Status
           END-READ.
           IF Wo-Rec-Found AND NOT Wo-Rejected
               DISPLAY "A write-off is already on the register for "
                       "that account (status " Wo-Writeoff-Status ")."
           ELSE
               DISPLAY "Reason for write-off: " WITH NO ADVANCING
               ACCEPT WS-Req-Reason
               MOVE SPACES TO Cp-Agency-Code
               MOVE WS-Req-Student-Number TO Cp-Student-Number
               MOVE WS-Req-Term-Code TO Cp-Term-Code
               READ Placement-File
                   KEY IS Cp-Key
                   INVALID KEY MOVE SPACES TO Cp-Agency-Code
               END-READ
               IF Wo-Rec-Found
                   PERFORM Fill-Write-Off-Request
                   REWRITE Wo-Rec
                       INVALID KEY
                           MOVE Wo-File-Status TO WS-Chk-Status
                           MOVE "REWRITE Write-Off-File (request)"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
               ELSE
                   PERFORM Fill-Write-Off-Request
                   WRITE Wo-Rec
                       INVALID KEY
                           MOVE Wo-File-Status TO WS-Chk-Status
                           MOVE "WRITE Write-Off-File (request)"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-WRITE
               END-IF
               ADD 1 TO Ct-Requested
               DISPLAY "Write-off of " WS-Outstanding
                       " requested - awaiting approval by another "
                       "user."
           END-IF.

       Fill-Write-Off-Request.
           MOVE SPACES TO Wo-Rec.
           MOVE WS-Req-Student-Number TO Wo-Student-Number.
           MOVE WS-Req-Term-Code TO Wo-Term-Code.
           MOVE SM-Student-Name TO Wo-Student-Name.
           MOVE Cp-Agency-Code TO Wo-Agency-Code.
           MOVE WS-Outstanding TO Wo-Amount.
           MOVE WS-Req-Reason TO Wo-Reason.
           MOVE "P" TO Wo-Writeoff-Status.
           MOVE WS-Current-User TO Wo-Requested-By.
           MOVE WS-Today TO Wo-Requested-Date.
           MOVE SPACES TO Wo-Approver-Id.
           MOVE ZEROS TO Wo-Decision-Date.
           MOVE ZEROS TO Wo-Amount-Recovered.
           MOVE ZEROS TO Wo-Last-Recovery-Date.

      * Walks every pending row.  Requests this login raised are
      * skipped - a write-off always needs a second pair of hands.
       Approve-Write-Offs.
           MOVE ZEROS TO Ct-Approved Ct-Rejected Ct-Still-Pending
                         Ct-Not-Posted Tot-Written-Off.
           OPEN EXTEND Gl-Extract-File.
           IF Gl-File-Status = "05" OR Gl-File-Status = "35"
               OPEN OUTPUT Gl-Extract-File
           END-IF.
           MOVE LOW-VALUES TO Wo-Key.
           START Write-Off-File
               KEY IS >= Wo-Key
               INVALID KEY MOVE "10" TO Wo-File-Status
           END-START.
           IF NOT End-Of-Write-Offs
               READ Write-Off-File NEXT RECORD
                   AT END SET End-Of-Write-Offs TO TRUE
               END-READ
               PERFORM Work-One-Write-Off UNTIL End-Of-Write-Offs
           END-IF.
           IF Tot-Written-Off > ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Baddebt-Code TO Gl-Code
               MOVE "BAD DEBT WRITE-OFF" TO Gl-Description
               MOVE "MOVEMNT" TO Gl-Basis
               MOVE Tot-Written-Off TO Gl-Amount
               MOVE WS-Today TO Gl-Run-Date
               WRITE Gl-Extract-Rec
           END-IF.
           CLOSE Gl-Extract-File.
           MOVE "00" TO Wo-File-Status.
           MOVE Tot-Written-Off TO WS-Amount-Ed.
           DISPLAY " ".
           DISPLAY "----  WRITE-OFF  APPROVAL  COMPLETE  ----".
           DISPLAY "Approved      : " Ct-Approved "  " WS-Amount-Ed.
           DISPLAY "Rejected      : " Ct-Rejected.
           DISPLAY "Not posted    : " Ct-Not-Posted.
           DISPLAY "Still pending : " Ct-Still-Pending.

       Work-One-Write-Off.
           IF Wo-Pending
               IF Wo-Requested-By = WS-Current-User
                   ADD 1 TO Ct-Still-Pending
               ELSE
                   PERFORM Decide-One-Write-Off
               END-IF
           END-IF.
           READ Write-Off-File NEXT RECORD
               AT END SET End-Of-Write-Offs TO TRUE
           END-READ.

       Decide-One-Write-Off.
           DISPLAY " ".
           DISPLAY "Student " Wo-Student-Number " term " Wo-Term-Code
               " " Wo-Student-Name.
           DISPLAY "  Write off " Wo-Amount " - requested by "
               Wo-Requested-By " on " Wo-Requested-Date.
           DISPLAY "  Reason: " Wo-Reason.
           DISPLAY "Approve or Reject? (A/R): " WITH NO ADVANCING.
           ACCEPT WS-Decision-Reply.
           EVALUATE TRUE
               WHEN Decision-Approved
                   PERFORM Post-Write-Off
                   IF Write-Off-Posted
                       MOVE "W" TO Wo-Writeoff-Status
                       MOVE WS-Current-User TO Wo-Approver-Id
                       MOVE WS-Today TO Wo-Decision-Date
                       PERFORM Rewrite-Write-Off-Rec
                       ADD 1 TO Ct-Approved
                   ELSE
                       ADD 1 TO Ct-Not-Posted
                   END-IF
               WHEN Decision-Rejected
                   MOVE "R" TO Wo-Writeoff-Status
                   MOVE WS-Current-User TO Wo-Approver-Id
                   MOVE WS-Today TO Wo-Decision-Date
                   PERFORM Rewrite-Write-Off-Rec
                   ADD 1 TO Ct-Rejected
               WHEN OTHER
                   DISPLAY "No decision recorded - left pending."
                   ADD 1 TO Ct-Still-Pending
           END-EVALUATE.

       Rewrite-Write-Off-Rec.
           REWRITE Wo-Rec
               INVALID KEY
                   MOVE Wo-File-Status TO WS-Chk-Status
                   MOVE "REWRITE Write-Off-File (decision)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

      * The balance is re-read at approval - payments may have posted
      * since the request - and only what is still outstanding is
      * written off.  A request against an account that has since
      * cleared, been recalled or vanished stays pending for review.
       Post-Write-Off.
           MOVE "N" TO WS-Posted-Sw.
           MOVE Wo-Student-Number TO SM-Student-Number.
           MOVE Wo-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Not-Found
               DISPLAY "*** Student/term no longer on file - left "
                   "pending, review manually ***"
           ELSE
               COMPUTE WS-Outstanding =
                   SM-Fees-Owed + SM-Prior-Balance-Fwd - SM-Amount-Paid
               IF WS-Outstanding NOT > ZERO OR NOT SM-In-Collections
                   DISPLAY "*** Account no longer placed with a "
                       "balance outstanding - left pending ***"
               ELSE
                   ADD WS-Outstanding TO SM-Amount-Paid
                   MOVE WS-Outstanding TO WS-Alloc-Remaining
                   PERFORM Alloc-Late-Fee
                   PERFORM Alloc-Tuition
                   PERFORM Alloc-Housing
                   PERFORM Alloc-Lab
                   PERFORM Alloc-Library
                   PERFORM Alloc-Parking
                   PERFORM Alloc-Bookshop
                   PERFORM Alloc-Insurance
                   MOVE "W" TO SM-Collection-Flag
                   REWRITE SM-Rec
                       INVALID KEY
                           MOVE SM-File-Status TO WS-Chk-Status
                           MOVE "REWRITE Student-Master-File write-off"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                       NOT INVALID KEY
                           SET Write-Off-Posted TO TRUE
                   END-REWRITE
               END-IF
           END-IF.
           IF Write-Off-Posted
               MOVE WS-Outstanding TO Wo-Amount
               ADD WS-Outstanding TO Tot-Written-Off
               PERFORM Mark-Placement-Written-Off
               PERFORM Place-Write-Off-Hold
               DISPLAY "  Written off " WS-Outstanding
                   " - hold placed, account closed."
           END-IF.

       Mark-Placement-Written-Off.
           MOVE Wo-Student-Number TO Cp-Student-Number.
           MOVE Wo-Term-Code TO Cp-Term-Code.
           READ Placement-File
               KEY IS Cp-Key
               INVALID KEY MOVE "23" TO Cp-Status
           END-READ.
           IF Cp-Rec-Found
               MOVE "WRITEOFF" TO Cp-Placement-Status
               REWRITE Cp-Rec
                   INVALID KEY
                       MOVE Cp-Status TO WS-Chk-Status
                       MOVE "REWRITE Placement-File (write-off)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           END-IF.

      * SM-Student-Number is the admin StudentId zero-extended, so the
      * hold is keyed on the low five digits.  Type W is a financial
      * hold nobody can release.
       Place-Write-Off-Hold.
           MOVE SM-Student-Number(3:5) TO WS-Hold-Student-Id.
           PERFORM Find-Next-Hold-Sequence.
           MOVE WS-Hold-Student-Id TO Hd-Student-Id.
           MOVE WS-Next-Sequence TO Hd-Sequence-Num.
           MOVE "W" TO Hd-Hold-Type.
           MOVE WS-Current-User TO Hd-Placed-By.
           MOVE WS-Today TO Hd-Placed-Date.
           MOVE ZEROS TO Hd-Release-Date.
           WRITE Hd-Rec
               INVALID KEY
                   MOVE Hd-Status TO WS-Chk-Status
                   MOVE "WRITE Hold-File (write-off)" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Find-Next-Hold-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE WS-Hold-Student-Id TO Hd-Student-Id.
           MOVE 999 TO Hd-Sequence-Num.
           START Hold-File
               KEY IS <= Hd-Key
               INVALID KEY SET Hd-Rec-Not-Found TO TRUE
           END-START.
           IF Hd-Rec-Found
               READ Hold-File
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
               IF Hd-Rec-Found AND Hd-Student-Id = WS-Hold-Student-Id
                   COMPUTE WS-Next-Sequence = Hd-Sequence-Num + 1
               END-IF
           END-IF.

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

       Print-Write-Off-Register.
           OPEN OUTPUT Register-Report-File.
           MOVE SPACES TO Register-Print-Line.
           WRITE Register-Print-Line.
           WRITE Register-Print-Line FROM Register-Heading1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Register-Print-Line.
           STRING "AS OF " WS-Today DELIMITED BY SIZE
               INTO Register-Print-Line.
           WRITE Register-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Register-Print-Line FROM Register-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Register-Print-Line.
           WRITE Register-Print-Line AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO Ct-Register-Rows Tot-Reg-Written-Off
                         Tot-Reg-Recovered.
           MOVE LOW-VALUES TO Wo-Key.
           START Write-Off-File
               KEY IS >= Wo-Key
               INVALID KEY MOVE "10" TO Wo-File-Status
           END-START.
           IF NOT End-Of-Write-Offs
               READ Write-Off-File NEXT RECORD
                   AT END SET End-Of-Write-Offs TO TRUE
               END-READ
               PERFORM Print-One-Write-Off UNTIL End-Of-Write-Offs
           END-IF.

           MOVE Tot-Reg-Written-Off TO WS-Amount-Ed.
           MOVE SPACES TO Register-Print-Line.
           STRING "TOTAL WRITTEN OFF ..... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Register-Print-Line.
           WRITE Register-Print-Line AFTER ADVANCING 3 LINES.
           MOVE Tot-Reg-Recovered TO WS-Amount-Ed.
           MOVE SPACES TO Register-Print-Line.
           STRING "TOTAL RECOVERED ....... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Register-Print-Line.
           WRITE Register-Print-Line AFTER ADVANCING 1 LINE.
           CLOSE Register-Report-File.
           DISPLAY "Write-off register written - "
                   Ct-Register-Rows " row(s).".
           MOVE "00" TO Wo-File-Status.

       Print-One-Write-Off.
           ADD 1 TO Ct-Register-Rows.
           MOVE Wo-Student-Number TO Reg-Student-Number.
           MOVE Wo-Term-Code TO Reg-Term-Code.
           MOVE Wo-Student-Name TO Reg-Student-Name.
           MOVE Wo-Agency-Code TO Reg-Agency-Code.
           EVALUATE TRUE
               WHEN Wo-Pending      MOVE "PENDING" TO Reg-Status
               WHEN Wo-Written-Off  MOVE "WROTE"   TO Reg-Status
               WHEN Wo-Rejected     MOVE "REJECT"  TO Reg-Status
               WHEN OTHER
                   MOVE Wo-Writeoff-Status TO Reg-Status
           END-EVALUATE.
           MOVE Wo-Amount TO Reg-Amount.
           MOVE Wo-Requested-By TO Reg-Requested-By.
           MOVE Wo-Approver-Id TO Reg-Approver-Id.
           MOVE Wo-Decision-Date TO Reg-Decision-Date.
           MOVE Wo-Amount-Recovered TO Reg-Recovered.
           IF Wo-Written-Off
               ADD Wo-Amount TO Tot-Reg-Written-Off
               ADD Wo-Amount-Recovered TO Tot-Reg-Recovered
           END-IF.
           WRITE Register-Print-Line FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.
           READ Write-Off-File NEXT RECORD
               AT END SET End-Of-Write-Offs TO TRUE
           END-READ.

       Load-User-Access-Table.
           OPEN INPUT User-Access-File.
           IF Ua-File-Status = "00"
               PERFORM UNTIL Ua-File-Status = "10"
                   READ User-Access-File
                       AT END MOVE "10" TO Ua-File-Status
                       NOT AT END PERFORM Load-One-User-Access
                   END-READ
               END-PERFORM
               CLOSE User-Access-File
           ELSE
               DISPLAY "User access file not found - no logins "
                       "available."
           END-IF.

       Load-One-User-Access.
           IF WS-User-Access-Count < WS-User-Access-Max
               ADD 1 TO WS-User-Access-Count
               MOVE Ua-UserId   TO Ua-UserId-Tbl(WS-User-Access-Count)
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
           DISPLAY " ".
           DISPLAY "User ID: " WITH NO ADVANCING.
           ACCEPT WS-Login-Userid.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-Login-Password.
           MOVE "N" TO WS-Login-Ok-Sw.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Login-Userid
                   AND Ua-Password-Tbl(Ua-Idx) = WS-Login-Password
                   MOVE "Y" TO WS-Login-Ok-Sw
                   MOVE WS-Login-Userid TO WS-Current-User
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

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
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Writeoff-Path FROM ENVIRONMENT "WRITEOFF_PATH".
           IF WS-Writeoff-Path = SPACES
               MOVE "WRITEOFF.DAT" TO WS-Writeoff-Path
           END-IF.
           ACCEPT WS-Collplac-Path FROM ENVIRONMENT "COLLPLAC_PATH".
           IF WS-Collplac-Path = SPACES
               MOVE "C:\Users\peebs\data\COLLPLAC.DAT"
                   TO WS-Collplac-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
           IF WS-Glextrct-Path = SPACES
               MOVE "C:\Users\peebs\data\GLEXTRCT.DAT"
                   TO WS-Glextrct-Path
           END-IF.
           ACCEPT WS-Woreg-Path FROM ENVIRONMENT "WOREG_PATH".
           IF WS-Woreg-Path = SPACES
               MOVE "WOREG.RPT" TO WS-Woreg-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
