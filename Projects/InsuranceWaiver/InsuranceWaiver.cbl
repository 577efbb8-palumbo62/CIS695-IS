       IDENTIFICATION DIVISION.
       PROGRAM-ID.  InsuranceWaiver.
       AUTHOR.  Jon Clark.
      * Console maintenance for student health insurance waivers
      * (INSWAIVER.DAT), behind the shared User-Access-File login.
      * Full-time students are charged the college health insurance
      * premium by CreateMasterFile (SM-Insurance-Owed) unless they
      * show proof of other coverage.  One row per student and term
      * records the carrier and policy the student submitted and what
      * became of it - P pending, A approved, D denied.
      *
      * Submissions are taken up to and including the term's waiver
      * deadline on TERMMAST.DAT (Tm-Waiver-Deadline, set in
      * TermMaint), and only a Maintenance login may decide one.
      * Approving a waiver on or before the deadline reverses the
      * premium off the student's fee record: SM-Insurance-Owed comes
      * out of SM-Fees-Owed, and anything already paid against it is
      * released from SM-Insurance-Paid to sit in SM-Amount-Paid as a
      * credit for StudFees to allocate or refund.  A waiver approved
      * before the master is built is honoured by CreateMasterFile,
      * which never charges the premium at all.
      *
      * After the deadline the charge is locked - no new submissions,
      * no decisions - and InsuranceCarrierFeed reports the students
      * still carrying the premium to the insurer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Insurance-Waiver-File ASSIGN TO WS-Inswaiver-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Iw-Key
               FILE STATUS IS Iw-Status.

           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT System-Busy-File ASSIGN TO WS-Sysbusy-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sb-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Insurance-Waiver-File.
       01  Iw-Rec.
           02  Iw-Key.
               03  Iw-Student-Id       PIC 9(5).
               03  Iw-Term-Code        PIC X(6).
           02  Iw-Submitted-Date       PIC 9(8).
           02  Iw-Carrier-Name         PIC X(30).
           02  Iw-Policy-Number        PIC X(20).
           02  Iw-Waiver-Status        PIC X(1).
               88  Iw-Pending          VALUE "P".
               88  Iw-Approved         VALUE "A".
               88  Iw-Denied           VALUE "D".
           02  Iw-Entered-By           PIC X(10).
           02  Iw-Decided-Date         PIC 9(8).
           02  Iw-Decided-By           PIC X(10).
           02  Iw-Reversed-Amount      PIC 9(7).

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
           02  SM-Amount-Paid                  PIC S9(7)V99.
           02  SM-Tuition-Paid                 PIC 9(7)V99.
           02  SM-Housing-Paid                 PIC 9(7)V99.
           02  SM-Lab-Paid                     PIC 9(7)V99.
           02  SM-Library-Paid                 PIC 9(7)V99.
           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Term-Master-File.
       01  Tm-Rec.
           02  Tm-Term-Code            PIC X(6).
           02  Tm-Description          PIC X(20).
           02  Tm-Start-Date           PIC 9(8).
           02  Tm-End-Date             PIC 9(8).
           02  Tm-Add-Drop-Date        PIC 9(8).
           02  Tm-Fee-Due-Date         PIC 9(8).
           02  Tm-Census-Date          PIC 9(8).
           02  Tm-Waiver-Deadline      PIC 9(8).
           02  Tm-Grade-Deadline       PIC 9(8).

      * System-busy semaphore NightlyBatchDriver sets while the
      * batch chain runs - fee records are not changed under it.
       FD  System-Busy-File.
       01  System-Busy-Rec.
           02  Sb-Set-Date             PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Sb-Set-Time             PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Sb-Busy-Status          PIC X(4).

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
       01  WS-Inswaiver-Path           PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Sysbusy-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Iw-Status                   PIC X(2).
           88  Iw-Rec-Found            VALUE "00".
           88  Iw-Rec-Not-Found        VALUE "23".
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Sb-Status                   PIC X(2).
       01  Ua-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Today                    PIC 9(8).
       01  WS-Lock-Today               PIC 9(8).
       01  WS-Override-Reply           PIC X VALUE "N".
           88  Lock-Override-Wanted    VALUE "Y" "y".

       01  WS-Entry-Student-Id         PIC 9(5).
       01  WS-Entry-Term-Code          PIC X(6).
       01  WS-Decision                 PIC X(1).
           88  Decision-Approve        VALUE "A" "a".
           88  Decision-Deny           VALUE "D" "d".
       01  WS-Confirm                  PIC X(1).
           88  Confirmed               VALUE "Y" "y".
       01  WS-Window-Sw                PIC X VALUE "N".
           88  Window-Open             VALUE "Y".
       01  WS-Reversed-Amount          PIC 9(7).
       01  WS-Released-Paid            PIC 9(7)V99.

       01  End-Of-Waivers-Sw           PIC X VALUE "N".
           88  End-Of-Waivers          VALUE "Y".
       01  Ct-Waivers-Listed           PIC 9(4).
       01  Ct-Waivers-Pending          PIC 9(4).
       01  Ct-Waivers-Approved         PIC 9(4).
       01  Ct-Waivers-Denied           PIC 9(4).

       01  Waiver-List-Line.
           02  Wl-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Wl-Status               PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Wl-Submitted-Date       PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Wl-Carrier-Name         PIC X(30).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Wl-Policy-Number        PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Wl-Reversed-Amount      PIC ZZZ,ZZ9.

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           PERFORM Check-Batch-Window.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Term-Master-File.
           IF Tm-Status NOT = "00"
               DISPLAY "No term master file - waiver deadlines are "
                       "unknown, nothing can be recorded."
               STOP RUN
           END-IF.
           OPEN I-O Insurance-Waiver-File.
           IF Iw-Status = "05" OR Iw-Status = "35"
               CLOSE Insurance-Waiver-File
               OPEN OUTPUT Insurance-Waiver-File
               CLOSE Insurance-Waiver-File
               OPEN I-O Insurance-Waiver-File
           END-IF.
           OPEN I-O Student-Master-File.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.

           CLOSE Insurance-Waiver-File, Student-Master-File,
                 Term-Master-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  HEALTH  INSURANCE  WAIVERS  ----".
           DISPLAY "1. Record Waiver Submission".
           DISPLAY "2. Approve / Deny Waiver".
           DISPLAY "3. List Waivers for a Term".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Record-Submission
               WHEN 2 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Decide-Waiver
                      END-IF
               WHEN 3 PERFORM List-Term-Waivers
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

      * Reads the term and decides whether its waiver window is still
      * open today.  A term with no deadline set has no window.
       Check-Waiver-Window.
           MOVE "N" TO WS-Window-Sw.
           MOVE WS-Entry-Term-Code TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF NOT Tm-Rec-Found
               DISPLAY "Term " WS-Entry-Term-Code " not on file."
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Waiver-Deadline = ZEROS
               DISPLAY "No waiver deadline has been set for term "
                       Tm-Term-Code " - see TermMaint."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Today > Tm-Waiver-Deadline
               DISPLAY "The waiver deadline for " Tm-Term-Code
                       " was " Tm-Waiver-Deadline
                       " - the insurance charge is locked."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Window-Sw.

       Record-Submission.
           DISPLAY "Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Student-Id.
           DISPLAY "Term Code : " WITH NO ADVANCING.
           ACCEPT WS-Entry-Term-Code.
           PERFORM Check-Waiver-Window.
           IF NOT Window-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Student-Id TO Iw-Student-Id.
           MOVE WS-Entry-Term-Code TO Iw-Term-Code.
           READ Insurance-Waiver-File
               KEY IS Iw-Key
               INVALID KEY MOVE "23" TO Iw-Status
           END-READ.
           IF Iw-Rec-Found AND Iw-Approved
               DISPLAY "A waiver is already approved for this student "
                       "and term."
               EXIT PARAGRAPH
           END-IF.
           IF Iw-Rec-Found
               DISPLAY "Replacing the " Iw-Waiver-Status
                       " submission of " Iw-Submitted-Date
                       " (" Iw-Carrier-Name ")."
           ELSE
               MOVE SPACES TO Iw-Rec
               MOVE WS-Entry-Student-Id TO Iw-Student-Id
               MOVE WS-Entry-Term-Code TO Iw-Term-Code
           END-IF.
           PERFORM Show-Fee-Record.
           DISPLAY "Insurance carrier: " WITH NO ADVANCING.
           ACCEPT Iw-Carrier-Name.
           DISPLAY "Policy number    : " WITH NO ADVANCING.
           ACCEPT Iw-Policy-Number.
           IF Iw-Carrier-Name = SPACES OR Iw-Policy-Number = SPACES
               DISPLAY "Carrier and policy number are both required "
                       "- not saved."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Today TO Iw-Submitted-Date.
           MOVE "P" TO Iw-Waiver-Status.
           MOVE WS-Login-Userid TO Iw-Entered-By.
           MOVE ZEROS TO Iw-Decided-Date Iw-Reversed-Amount.
           MOVE SPACES TO Iw-Decided-By.
           IF Iw-Rec-Found
               REWRITE Iw-Rec
                   INVALID KEY DISPLAY "Rewrite failed - status "
                       Iw-Status
               END-REWRITE
           ELSE
               WRITE Iw-Rec
                   INVALID KEY DISPLAY "Write failed - status "
                       Iw-Status
               END-WRITE
           END-IF.
           DISPLAY "Waiver submission recorded - pending decision.".

      * Shows the premium the student currently carries, so the clerk
      * can tell a student with no charge that no waiver is needed.
       Show-Fee-Record.
           MOVE WS-Entry-Student-Id TO SM-Student-Number.
           MOVE WS-Entry-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Found
               DISPLAY "Student  : " SM-Student-Name
               DISPLAY "Premium  : " SM-Insurance-Owed
                       "   paid " SM-Insurance-Paid
           ELSE
               DISPLAY "No fee record yet for this student and term - "
                       "an approved waiver will stop the charge when "
                       "the bill is built."
           END-IF.

       Decide-Waiver.
           DISPLAY "Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Student-Id.
           DISPLAY "Term Code : " WITH NO ADVANCING.
           ACCEPT WS-Entry-Term-Code.
           MOVE WS-Entry-Student-Id TO Iw-Student-Id.
           MOVE WS-Entry-Term-Code TO Iw-Term-Code.
           READ Insurance-Waiver-File
               KEY IS Iw-Key
               INVALID KEY MOVE "23" TO Iw-Status
           END-READ.
           IF NOT Iw-Rec-Found
               DISPLAY "No waiver submitted for this student and term."
               EXIT PARAGRAPH
           END-IF.
           IF NOT Iw-Pending
               DISPLAY "Waiver already decided (" Iw-Waiver-Status
                       ") on " Iw-Decided-Date " by " Iw-Decided-By
                       "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Waiver-Window.
           IF NOT Window-Open
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Carrier  : " Iw-Carrier-Name.
           DISPLAY "Policy   : " Iw-Policy-Number.
           DISPLAY "Submitted: " Iw-Submitted-Date " by "
                   Iw-Entered-By.
           PERFORM Show-Fee-Record.
           DISPLAY "Approve or Deny (A/D): " WITH NO ADVANCING.
           ACCEPT WS-Decision.
           IF NOT Decision-Approve AND NOT Decision-Deny
               DISPLAY "No decision recorded."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF NOT Confirmed
               DISPLAY "No decision recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-Reversed-Amount.
           IF Decision-Approve
               PERFORM Reverse-Insurance-Charge
               MOVE "A" TO Iw-Waiver-Status
           ELSE
               MOVE "D" TO Iw-Waiver-Status
           END-IF.
           MOVE WS-Today TO Iw-Decided-Date.
           MOVE WS-Login-Userid TO Iw-Decided-By.
           MOVE WS-Reversed-Amount TO Iw-Reversed-Amount.
           REWRITE Iw-Rec
               INVALID KEY DISPLAY "Rewrite failed - status "
                   Iw-Status
           END-REWRITE.
           IF Iw-Approved
               DISPLAY "Waiver approved - premium reversed: "
                       WS-Reversed-Amount
           ELSE
               DISPLAY "Waiver denied - the premium stands."
           END-IF.

      * The fee record is re-read immediately before the rewrite so
      * nothing keyed at the counter meanwhile is overwritten.  Paid
      * premium stays in SM-Amount-Paid as a credit.
       Reverse-Insurance-Charge.
           MOVE WS-Entry-Student-Id TO SM-Student-Number.
           MOVE WS-Entry-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF NOT SM-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           IF SM-Insurance-Owed = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-Insurance-Owed TO WS-Reversed-Amount.
           MOVE SM-Insurance-Paid TO WS-Released-Paid.
           IF SM-Fees-Owed < SM-Insurance-Owed
               MOVE ZEROS TO SM-Fees-Owed
           ELSE
               SUBTRACT SM-Insurance-Owed FROM SM-Fees-Owed
           END-IF.
           MOVE ZEROS TO SM-Insurance-Owed.
           MOVE ZEROS TO SM-Insurance-Paid.
           REWRITE SM-Rec
               INVALID KEY
                   DISPLAY "Fee record rewrite failed - status "
                           SM-File-Status
                   MOVE ZEROS TO WS-Reversed-Amount
               NOT INVALID KEY
                   IF WS-Released-Paid > ZERO
                       DISPLAY "Premium already paid "
                               WS-Released-Paid
                               " left on the account as a credit."
                   END-IF
           END-REWRITE.

       List-Term-Waivers.
           DISPLAY "Term Code: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Term-Code.
           MOVE ZEROS TO Ct-Waivers-Listed Ct-Waivers-Pending
                         Ct-Waivers-Approved Ct-Waivers-Denied.
           MOVE LOW-VALUES TO Iw-Key.
           MOVE "N" TO End-Of-Waivers-Sw.
           START Insurance-Waiver-File
               KEY IS GREATER THAN Iw-Key
               INVALID KEY SET End-Of-Waivers TO TRUE
           END-START.
           PERFORM List-One-Waiver UNTIL End-Of-Waivers.
           DISPLAY Ct-Waivers-Listed " waiver(s) for "
                   WS-Entry-Term-Code ": " Ct-Waivers-Pending
                   " pending, " Ct-Waivers-Approved " approved, "
                   Ct-Waivers-Denied " denied.".

       List-One-Waiver.
           READ Insurance-Waiver-File NEXT RECORD
               AT END SET End-Of-Waivers TO TRUE
           END-READ.
           IF End-Of-Waivers
               EXIT PARAGRAPH
           END-IF.
           IF Iw-Term-Code NOT = WS-Entry-Term-Code
               EXIT PARAGRAPH
           END-IF.
           MOVE Iw-Student-Id TO Wl-Student-Id.
           EVALUATE TRUE
               WHEN Iw-Pending
                   MOVE "PENDING" TO Wl-Status
                   ADD 1 TO Ct-Waivers-Pending
               WHEN Iw-Approved
                   MOVE "APPROVED" TO Wl-Status
                   ADD 1 TO Ct-Waivers-Approved
               WHEN OTHER
                   MOVE "DENIED" TO Wl-Status
                   ADD 1 TO Ct-Waivers-Denied
           END-EVALUATE.
           MOVE Iw-Submitted-Date TO Wl-Submitted-Date.
           MOVE Iw-Carrier-Name TO Wl-Carrier-Name.
           MOVE Iw-Policy-Number TO Wl-Policy-Number.
           MOVE Iw-Reversed-Amount TO Wl-Reversed-Amount.
           DISPLAY Waiver-List-Line.
           ADD 1 TO Ct-Waivers-Listed.

      * Called right after login, while the role is known.  A live
      * same-day lock stops the session; a Maintenance login may
      * override it; a lock from an earlier day is stale - a crashed
      * batch - and only warns.
       Check-Batch-Window.
           OPEN INPUT System-Busy-File.
           IF Sb-Status NOT = "00"
               CONTINUE
           ELSE
               READ System-Busy-File
                   AT END MOVE "10" TO Sb-Status
               END-READ
               IF Sb-Status = "00" AND Sb-Busy-Status = "BUSY"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Lock-Today
                   IF Sb-Set-Date < WS-Lock-Today
                       DISPLAY "WARNING: stale batch lock from "
                               Sb-Set-Date " - the nightly batch "
                               "appears to have crashed.  Check "
                               "with operations; proceeding."
                   ELSE
                       DISPLAY "Nightly processing is in progress "
                               "(lock set " Sb-Set-Time ")."
                       IF Role-Is-Maintenance
                           DISPLAY "Maintenance override - proceed "
                                   "anyway? (Y/N): "
                                   WITH NO ADVANCING
                           ACCEPT WS-Override-Reply
                           IF NOT Lock-Override-Wanted
                               DISPLAY "Please try again after the "
                                       "batch completes."
                               CLOSE System-Busy-File
                               STOP RUN
                           END-IF
                       ELSE
                           DISPLAY "Please try again after the "
                                   "batch completes."
                           CLOSE System-Busy-File
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
               CLOSE System-Busy-File
           END-IF.

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
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

       Resolve-Data-Paths.
           ACCEPT WS-Inswaiver-Path FROM ENVIRONMENT "INSWAIVER_PATH".
           IF WS-Inswaiver-Path = SPACES
               MOVE "INSWAIVER.DAT" TO WS-Inswaiver-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Sysbusy-Path FROM ENVIRONMENT "SYSBUSY_PATH".
           IF WS-Sysbusy-Path = SPACES
               MOVE "SYSBUSY.DAT" TO WS-Sysbusy-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
