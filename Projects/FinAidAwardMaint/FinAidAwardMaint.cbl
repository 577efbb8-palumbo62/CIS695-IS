       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FinAidAwardMaint.
       AUTHOR.  Jon Clark.
      * Console packaging and acceptance for financial aid awards
      * (FINAWARD.DAT), modeled on ScholarshipFundMaint's menu-driven
      * pattern behind the shared User-Access-File login.  Aid used to
      * be packaged on a spreadsheet and keyed onto STUDPAY.DAT as
      * ordinary "P" payments, so nothing told aid from cash and
      * nothing stopped aid reaching a student who had lost
      * eligibility.  An award row is keyed student + term + award
      * type and carries the offered, accepted and disbursed amounts;
      * the aid office packages the offer here, records what the
      * student accepts, and FinAidDisburse pays the accepted amount
      * out through StudFees' batch path once the student passes the
      * eligibility checks.  The disbursed figure belongs to the
      * disbursement run and is never keyed by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Aid-Award-File ASSIGN TO WS-Finaward-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fa-Key
               FILE STATUS IS Fa-Status.

           SELECT Award-Report-File ASSIGN TO WS-Awardrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * One row per student/term/award type.  Fa-Student-Number is the
      * fees-side 7-digit number, the same key STUDMAST.DAT and
      * STUDPAY.DAT use, so a disbursement lands on the right master
      * record without a cross-reference.
       FD  Aid-Award-File.
       01  Fa-Rec.
           02  Fa-Key.
               03  Fa-Student-Number   PIC 9(7).
               03  Fa-Term-Code        PIC X(6).
               03  Fa-Award-Type       PIC X(4).
           02  Fa-Offered-Amount       PIC 9(6)V99.
           02  Fa-Accepted-Amount      PIC 9(6)V99.
           02  Fa-Disbursed-Amount     PIC 9(6)V99.
           02  Fa-Award-Status         PIC X(1).
               88  Fa-Status-Offered   VALUE "O".
               88  Fa-Status-Accepted  VALUE "A".
               88  Fa-Status-Declined  VALUE "D".
               88  Fa-Status-Cancelled VALUE "C".
           02  Fa-Packaged-By          PIC X(10).
           02  Fa-Packaged-Date        PIC 9(8).
           02  Fa-Last-Disb-Date       PIC 9(8).

       FD  Award-Report-File.
       01  Award-Print-Line            PIC X(76).

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
       01  WS-Finaward-Path            PIC X(260).
       01  WS-Awardrpt-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Fa-Status                   PIC X(2).
           88  Fa-Rec-Found            VALUE "00".
           88  Fa-Rec-Not-Found        VALUE "23".
           88  End-Of-Award-File       VALUE "10".
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
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  Main-Menu-Choice            PIC 9 VALUE 0.
       01  Confirm-Reply               PIC X VALUE "N".
           88  Confirmed               VALUE "Y" "y".

       01  WS-Today                    PIC 9(8).
       01  WS-Entered-Amount           PIC 9(6)V99.
       01  WS-Report-Term              PIC X(6).
       01  WS-Undisbursed              PIC S9(6)V99.
       01  Ct-Awards-Reported          PIC 9(5).
       01  Award-Report-Totals.
           02  Tot-Offered             PIC 9(8)V99.
           02  Tot-Accepted            PIC 9(8)V99.
           02  Tot-Disbursed           PIC 9(8)V99.

       01  Award-Report-Heading1.
           02  FILLER                  PIC X(18) VALUE SPACES.
           02  FILLER                  PIC X(34)
                     VALUE "FINANCIAL  AID  AWARD  REGISTER".
       01  Award-Report-Heading3.
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(6)  VALUE "TYPE".
           02  FILLER                  PIC X(4)  VALUE "ST".
           02  FILLER                  PIC X(13) VALUE "     OFFERED".
           02  FILLER                  PIC X(13) VALUE "    ACCEPTED".
           02  FILLER                  PIC X(13) VALUE "   DISBURSED".
           02  FILLER                  PIC X(13) VALUE "  REMAINING".

       01  Award-Detail-Line.
           02  Ar-Student-Number       PIC 9(7).
           02  Ar-Award-Type           PIC BBX(4).
           02  Ar-Award-Status         PIC BBX(1).
           02  Ar-Offered              PIC BB$$$,$$9.99.
           02  Ar-Accepted             PIC BB$$$,$$9.99.
           02  Ar-Disbursed            PIC BB$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ar-Remaining            PIC -$$$,$$9.99.

       01  Award-Total-Line.
           02  FILLER                  PIC X(16) VALUE "TOTALS".
           02  At-Offered              PIC BB$$$,$$9.99.
           02  At-Accepted             PIC BB$$$,$$9.99.
           02  At-Disbursed            PIC BB$$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN I-O Aid-Award-File.
           IF Fa-Status = "05" OR Fa-Status = "35"
               CLOSE Aid-Award-File
               OPEN OUTPUT Aid-Award-File
               CLOSE Aid-Award-File
               OPEN I-O Aid-Award-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 6.

           CLOSE Aid-Award-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  FINANCIAL  AID  AWARD  PACKAGING  ----".
           DISPLAY "1. Package Award (Offer)".
           DISPLAY "2. Query Award".
           DISPLAY "3. Record Student Acceptance/Decline".
           DISPLAY "4. Cancel Award".
           DISPLAY "5. Award Register Report".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Package-Award
                      END-IF
               WHEN 2 PERFORM Query-Award
               WHEN 3 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Record-Acceptance
                      END-IF
               WHEN 4 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Cancel-Award
                      END-IF
               WHEN 5 PERFORM Award-Register-Report
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

       Accept-Award-Key.
           DISPLAY "Enter Student Number (7 digits): "
               WITH NO ADVANCING.
           ACCEPT Fa-Student-Number.
           DISPLAY "Enter Term Code: " WITH NO ADVANCING.
           ACCEPT Fa-Term-Code.
           DISPLAY "Enter Award Type (e.g. PELL, SEOG, INST, LOAN): "
               WITH NO ADVANCING.
           ACCEPT Fa-Award-Type.

       Package-Award.
           PERFORM Accept-Award-Key.
           DISPLAY "Enter Offered Amount (9(6)V99): "
               WITH NO ADVANCING.
           ACCEPT Fa-Offered-Amount.
           IF Fa-Offered-Amount = ZERO
               DISPLAY "Offer must be greater than zero - not added."
           ELSE
               MOVE ZEROS TO Fa-Accepted-Amount
               MOVE ZEROS TO Fa-Disbursed-Amount
               SET Fa-Status-Offered TO TRUE
               MOVE WS-Current-User TO Fa-Packaged-By
               MOVE WS-Today TO Fa-Packaged-Date
               MOVE ZEROS TO Fa-Last-Disb-Date
               WRITE Fa-Rec
                   INVALID KEY
                       DISPLAY "Package failed - student "
                               Fa-Student-Number " term " Fa-Term-Code
                               " already has a " Fa-Award-Type
                               " award."
                   NOT INVALID KEY
                       DISPLAY "Award " Fa-Award-Type " offered to "
                               Fa-Student-Number " for term "
                               Fa-Term-Code "."
               END-WRITE
           END-IF.

       Query-Award.
           PERFORM Accept-Award-Key.
           READ Aid-Award-File
               KEY IS Fa-Key
               INVALID KEY DISPLAY "Award not found."
               NOT INVALID KEY
                   DISPLAY "Student  : " Fa-Student-Number
                   DISPLAY "Term     : " Fa-Term-Code
                   DISPLAY "Type     : " Fa-Award-Type
                   DISPLAY "Status   : " Fa-Award-Status
                   DISPLAY "Offered  : " Fa-Offered-Amount
                   DISPLAY "Accepted : " Fa-Accepted-Amount
                   DISPLAY "Disbursed: " Fa-Disbursed-Amount
                   DISPLAY "Packaged : " Fa-Packaged-Date " by "
                           Fa-Packaged-By
                   DISPLAY "Last disb: " Fa-Last-Disb-Date
           END-READ.

      * A student may accept all or part of an offer, or decline it.
      * Acceptance can never be cut below what has already gone out -
      * that money is on the student's account.
       Record-Acceptance.
           PERFORM Accept-Award-Key.
           READ Aid-Award-File
               KEY IS Fa-Key
               INVALID KEY DISPLAY "Award not found."
           END-READ.
           IF Fa-Rec-Found
               IF Fa-Status-Cancelled
                   DISPLAY "Award is cancelled - re-package it first."
               ELSE
                   DISPLAY "Offered " Fa-Offered-Amount
                           " - enter amount accepted (0 = decline): "
                       WITH NO ADVANCING
                   ACCEPT WS-Entered-Amount
                   EVALUATE TRUE
                       WHEN WS-Entered-Amount > Fa-Offered-Amount
                           DISPLAY "Cannot accept more than was "
                                   "offered - not updated."
                       WHEN WS-Entered-Amount < Fa-Disbursed-Amount
                           DISPLAY "Already disbursed "
                                   Fa-Disbursed-Amount
                                   " - acceptance cannot go below it."
                       WHEN OTHER
                           MOVE WS-Entered-Amount
                               TO Fa-Accepted-Amount
                           IF WS-Entered-Amount = ZERO
                               SET Fa-Status-Declined TO TRUE
                           ELSE
                               SET Fa-Status-Accepted TO TRUE
                           END-IF
                           REWRITE Fa-Rec
                               INVALID KEY
                                   DISPLAY "Update failed FS = "
                                           Fa-Status
                               NOT INVALID KEY
                                   DISPLAY "Award updated - status "
                                           Fa-Award-Status "."
                           END-REWRITE
                   END-EVALUATE
               END-IF
           END-IF.

       Cancel-Award.
           PERFORM Accept-Award-Key.
           READ Aid-Award-File
               KEY IS Fa-Key
               INVALID KEY DISPLAY "Award not found."
           END-READ.
           IF Fa-Rec-Found
               IF Fa-Disbursed-Amount NOT = ZEROS
                   DISPLAY "Award has disbursements - cannot cancel."
               ELSE
                   DISPLAY "Cancel " Fa-Award-Type " award for "
                           Fa-Student-Number "? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT Confirm-Reply
                   IF Confirmed
                       SET Fa-Status-Cancelled TO TRUE
                       MOVE ZEROS TO Fa-Accepted-Amount
                       REWRITE Fa-Rec
                           INVALID KEY
                               DISPLAY "Cancel failed FS = " Fa-Status
                           NOT INVALID KEY
                               DISPLAY "Award cancelled."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       Award-Register-Report.
           DISPLAY "Term to report (blank = all): " WITH NO ADVANCING.
           ACCEPT WS-Report-Term.
           OPEN OUTPUT Award-Report-File.
           MOVE SPACES TO Award-Print-Line.
           WRITE Award-Print-Line.
           WRITE Award-Print-Line FROM Award-Report-Heading1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Award-Print-Line.
           STRING "TERM: " WS-Report-Term "   RUN: " WS-Today
               DELIMITED BY SIZE INTO Award-Print-Line.
           WRITE Award-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Award-Print-Line FROM Award-Report-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Award-Print-Line.
           WRITE Award-Print-Line AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO Ct-Awards-Reported.
           MOVE ZEROS TO Tot-Offered Tot-Accepted Tot-Disbursed.
           MOVE LOW-VALUES TO Fa-Key.
           START Aid-Award-File
               KEY IS >= Fa-Key
               INVALID KEY MOVE "10" TO Fa-Status
           END-START.
           IF NOT End-Of-Award-File
               READ Aid-Award-File NEXT RECORD
                   AT END SET End-Of-Award-File TO TRUE
               END-READ
               PERFORM Report-One-Award UNTIL End-Of-Award-File
           END-IF.
           MOVE Tot-Offered TO At-Offered.
           MOVE Tot-Accepted TO At-Accepted.
           MOVE Tot-Disbursed TO At-Disbursed.
           WRITE Award-Print-Line FROM Award-Total-Line
               AFTER ADVANCING 2 LINES.
           CLOSE Award-Report-File.
           DISPLAY "Award register written - "
                   Ct-Awards-Reported " awards.".
           MOVE "00" TO Fa-Status.

       Report-One-Award.
           IF WS-Report-Term = SPACES
                   OR Fa-Term-Code = WS-Report-Term
               ADD 1 TO Ct-Awards-Reported
               ADD Fa-Offered-Amount TO Tot-Offered
               ADD Fa-Accepted-Amount TO Tot-Accepted
               ADD Fa-Disbursed-Amount TO Tot-Disbursed
               COMPUTE WS-Undisbursed =
                   Fa-Accepted-Amount - Fa-Disbursed-Amount
               MOVE Fa-Student-Number TO Ar-Student-Number
               MOVE Fa-Award-Type TO Ar-Award-Type
               MOVE Fa-Award-Status TO Ar-Award-Status
               MOVE Fa-Offered-Amount TO Ar-Offered
               MOVE Fa-Accepted-Amount TO Ar-Accepted
               MOVE Fa-Disbursed-Amount TO Ar-Disbursed
               MOVE WS-Undisbursed TO Ar-Remaining
               WRITE Award-Print-Line FROM Award-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           READ Aid-Award-File NEXT RECORD
               AT END SET End-Of-Award-File TO TRUE
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
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
                   MOVE WS-Login-Userid TO WS-Current-User
               END-IF
           END-PERFORM.

       Resolve-Data-Paths.
           ACCEPT WS-Finaward-Path FROM ENVIRONMENT "FINAWARD_PATH".
           IF WS-Finaward-Path = SPACES
               MOVE "FINAWARD.DAT" TO WS-Finaward-Path
           END-IF.
           ACCEPT WS-Awardrpt-Path FROM ENVIRONMENT "AWARDRPT_PATH".
           IF WS-Awardrpt-Path = SPACES
               MOVE "AWARDREG.RPT" TO WS-Awardrpt-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
