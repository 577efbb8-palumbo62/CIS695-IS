       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EnrollDepositCensus.
       AUTHOR.  Jon Clark.
      * Census-date run over the enrollment-deposit ledger
      * (ENRDEP.DAT), behind the shared User-Access-File login.
      * Confirmation deposits are taken at the cashier counter from
      * accepted prospects and held until CreateMasterFile applies
      * them to the first-term bill.  A deposit still held at the
      * census date of its entry term belongs to a prospect who never
      * enrolled, and this run lists every one of them on a
      * forfeiture/refund report (ENRDEPCEN.RPT) with the prospect's
      * admissions status.  A Maintenance login may disposition each
      * one as it is listed - forfeit it to revenue, mark it for
      * refund, or leave it held - and the dispositions are booked to
      * the GL extract off the deposit liability account.  A held
      * deposit whose prospect does have a fee account (their master
      * record was built before the deposit was taken) is listed for
      * manual application instead, never forfeited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Enrollment-Deposit-File ASSIGN TO WS-Enrdep-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ed-Prospect-Id
               FILE STATUS IS Ed-Status.

           SELECT Prospect-File ASSIGN TO WS-Prospect-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ps-Prospect-Id
               FILE STATUS IS Ps-Status.

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

           SELECT Census-Report-File ASSIGN TO WS-Enrdepcen-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gx-File-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Census-Report-File.
       01  Census-Print-Line           PIC X(100).

      * Same line layout StudFees and DeferredRevenue write.
       FD  Gl-Extract-File.
       01  Gl-Extract-Rec.
           02  Gl-Code                         PIC X(6).
           02  FILLER                          PIC X(1).
           02  Gl-Description                  PIC X(20).
           02  FILLER                          PIC X(1).
           02  Gl-Basis                        PIC X(7).
           02  FILLER                          PIC X(1).
           02  Gl-Amount                       PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1).
           02  Gl-Run-Date                     PIC 9(8).

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
       01  WS-Enrdep-Path              PIC X(260).
       01  WS-Prospect-Path            PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Enrdepcen-Rpt-Path       PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Ed-Status                   PIC X(2).
       01  Ps-Status                   PIC X(2).
           88  Ps-Rec-Found            VALUE "00".
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
           88  Tm-Rec-Not-Found        VALUE "23".
       01  Gx-File-Status              PIC X(2).
       01  Ua-File-Status              PIC X(2).

       01  WS-Prospect-Sw              PIC X VALUE "N".
           88  Prospect-File-Available VALUE "Y".
       01  WS-Studmast-Sw              PIC X VALUE "N".
           88  Studmast-Available      VALUE "Y".
       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Term-Valid-Sw            PIC X VALUE "N".
           88  Census-Term-Valid       VALUE "Y".
       01  End-Of-Deposits-Sw          PIC X VALUE "N".
           88  End-Of-Deposits         VALUE "Y".
       01  WS-Has-Account-Sw           PIC X VALUE "N".
           88  Prospect-Has-Account    VALUE "Y".
       01  WS-Post-Reply               PIC X VALUE "N".
           88  Post-Dispositions       VALUE "Y" "y".
       01  WS-Action-Reply             PIC X VALUE "H".
           88  Action-Forfeit          VALUE "F" "f".
           88  Action-Refund           VALUE "R" "r".

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

       01  WS-Census-Term              PIC X(6).
       01  WS-Census-Date              PIC 9(8).
       01  WS-Today                    PIC 9(8).
       01  WS-Student-Number           PIC 9(7).

      * GL accounts the dispositions move the deposit liability to -
      * forfeited deposits become revenue, refunds join the pending
      * refund liability until the cheque is cut.
       01  Gl-Deposit-Code             PIC X(6) VALUE "200040".
       01  Gl-Refund-Code              PIC X(6) VALUE "200010".
       01  Gl-Forfeit-Code             PIC X(6) VALUE "400070".

       01  Control-Totals.
           02  Ct-Deposits-Read        PIC 9(5) VALUE ZEROS.
           02  Ct-Listed               PIC 9(5) VALUE ZEROS.
           02  Ct-Has-Account          PIC 9(5) VALUE ZEROS.
           02  Ct-Forfeited            PIC 9(5) VALUE ZEROS.
           02  Ct-Refund-Due           PIC 9(5) VALUE ZEROS.
           02  Ct-Left-Held            PIC 9(5) VALUE ZEROS.
           02  Total-Listed            PIC 9(7)V99 VALUE ZEROS.
           02  Total-Forfeited         PIC 9(7)V99 VALUE ZEROS.
           02  Total-Refund-Due        PIC 9(7)V99 VALUE ZEROS.

       01  Report-Heading1.
           02  FILLER                  PIC X(45)
               VALUE "ENROLLMENT DEPOSITS NOT ENROLLED AT CENSUS - ".
           02  FILLER                  PIC X(5) VALUE "TERM ".
           02  Rh-Term                 PIC X(6).
           02  FILLER                  PIC X(15)
               VALUE "  CENSUS DATE ".
           02  Rh-Census-Date          PIC 9(8).
       01  Report-Heading2.
           02  FILLER                  PIC X(40)
               VALUE "PROSPECT  NAME                          ".
           02  FILLER                  PIC X(40)
               VALUE "RECEIVED  METHOD     AMOUNT  ADM  ACTION".

       01  Detail-Line.
           02  Dl-Prospect-Id          PIC 9(5).
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  Dl-Prospect-Name        PIC X(30).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Dl-Received-Date        PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Method               PIC X(5).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Dl-Amount               PIC Z,ZZ9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Dl-Adm-Status           PIC X(1).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Dl-Action               PIC X(24).

       01  Total-Line.
           02  Tl-Label                PIC X(30).
           02  Tl-Count                PIC ZZ,ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Tl-Amount               PIC Z,ZZZ,ZZ9.99.

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
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
           ELSE
               DISPLAY "No term master file - term codes not "
                       "validated."
           END-IF.
           PERFORM Get-Census-Parameters.
           OPEN I-O Enrollment-Deposit-File.
           IF Ed-Status NOT = "00"
               DISPLAY "No enrollment deposit ledger - nothing to "
                       "report."
               IF Termmast-Available
                   CLOSE Term-Master-File
               END-IF
               STOP RUN
           END-IF.
           OPEN INPUT Prospect-File.
           IF Ps-Status = "00"
               MOVE "Y" TO WS-Prospect-Sw
           END-IF.
           OPEN INPUT Student-Master-File.
           IF SM-File-Status = "00"
               MOVE "Y" TO WS-Studmast-Sw
           END-IF.
           IF Role-Is-Maintenance
               DISPLAY "Disposition each deposit as it is listed? "
                       "(Y/N): " WITH NO ADVANCING
               ACCEPT WS-Post-Reply
           END-IF.
           OPEN OUTPUT Census-Report-File.
           PERFORM Print-Report-Headings.

           READ Enrollment-Deposit-File NEXT RECORD
               AT END SET End-Of-Deposits TO TRUE
           END-READ.
           PERFORM Process-One-Deposit UNTIL End-Of-Deposits.

           PERFORM Print-Report-Totals.
           CLOSE Enrollment-Deposit-File, Census-Report-File.
           IF Prospect-File-Available
               CLOSE Prospect-File
           END-IF.
           IF Studmast-Available
               CLOSE Student-Master-File
           END-IF.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           PERFORM Write-Gl-Lines.
           DISPLAY " ".
           DISPLAY "Deposits read            : " Ct-Deposits-Read.
           DISPLAY "Not enrolled at census   : " Ct-Listed.
           DISPLAY "Have account - apply     : " Ct-Has-Account.
           DISPLAY "Forfeited                : " Ct-Forfeited.
           DISPLAY "Marked for refund        : " Ct-Refund-Due.
           DISPLAY "Left held                : " Ct-Left-Held.
           STOP RUN.

      * The census term must be on the term master when one is on
      * file.  The census date defaults to the term's census date on
      * the term master, or to today when it has none - the run is
      * meant to be made on census day - and only deposits received
      * by then are considered.
       Get-Census-Parameters.
           MOVE "N" TO WS-Term-Valid-Sw.
           PERFORM Prompt-Census-Term UNTIL Census-Term-Valid.
           DISPLAY "Census date (YYYYMMDD, blank = term census "
                   "date): " WITH NO ADVANCING.
           ACCEPT WS-Census-Date.
           IF WS-Census-Date = ZEROS
               IF Termmast-Available AND Tm-Census-Date > ZEROS
                   MOVE Tm-Census-Date TO WS-Census-Date
               ELSE
                   MOVE WS-Today TO WS-Census-Date
               END-IF
           END-IF.

       Prompt-Census-Term.
           DISPLAY "Census term code: " WITH NO ADVANCING.
           ACCEPT WS-Census-Term.
           IF NOT Termmast-Available
               MOVE "Y" TO WS-Term-Valid-Sw
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Census-Term TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF Tm-Rec-Not-Found
               DISPLAY "Term " WS-Census-Term " is not on the "
                       "term master - enter one that is."
           ELSE
               MOVE "Y" TO WS-Term-Valid-Sw
           END-IF.

      * Only deposits still held for the census term are candidates.
      * A prospect's fee account is the prospect id zero-extended, the
      * student number CreateMasterFile builds after promotion.
       Process-One-Deposit.
           ADD 1 TO Ct-Deposits-Read.
           IF Ed-Held
               AND Ed-Entry-Term = WS-Census-Term
               AND Ed-Received-Date NOT > WS-Census-Date
               PERFORM List-Unenrolled-Deposit
           END-IF.
           READ Enrollment-Deposit-File NEXT RECORD
               AT END SET End-Of-Deposits TO TRUE
           END-READ.

       List-Unenrolled-Deposit.
           MOVE SPACES TO Detail-Line.
           MOVE Ed-Prospect-Id TO Dl-Prospect-Id.
           MOVE Ed-Prospect-Name TO Dl-Prospect-Name.
           MOVE Ed-Received-Date TO Dl-Received-Date.
           MOVE Ed-Payment-Method TO Dl-Method.
           MOVE Ed-Amount TO Dl-Amount.
           MOVE "?" TO Dl-Adm-Status.
           IF Prospect-File-Available
               MOVE Ed-Prospect-Id TO Ps-Prospect-Id
               READ Prospect-File
                   KEY IS Ps-Prospect-Id
                   INVALID KEY MOVE "23" TO Ps-Status
               END-READ
               IF Ps-Rec-Found
                   MOVE Ps-Admission-Status TO Dl-Adm-Status
               END-IF
           END-IF.
           PERFORM Check-Prospect-Account.
           IF Prospect-Has-Account
               MOVE "HAS ACCOUNT - APPLY" TO Dl-Action
               ADD 1 TO Ct-Has-Account
           ELSE
               ADD 1 TO Ct-Listed
               ADD Ed-Amount TO Total-Listed
               PERFORM Disposition-Deposit
           END-IF.
           WRITE Census-Print-Line FROM Detail-Line.

       Check-Prospect-Account.
           MOVE "N" TO WS-Has-Account-Sw.
           IF NOT Studmast-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE Ed-Prospect-Id TO WS-Student-Number.
           MOVE WS-Student-Number TO SM-Student-Number.
           START Student-Master-File
               KEY IS EQUAL TO SM-Student-Number
               INVALID KEY MOVE "23" TO SM-File-Status
           END-START.
           IF SM-Rec-Found
               MOVE "Y" TO WS-Has-Account-Sw
           END-IF.

       Disposition-Deposit.
           MOVE "H" TO WS-Action-Reply.
           IF Post-Dispositions
               DISPLAY Ed-Prospect-Id " " Ed-Prospect-Name " "
                       Ed-Amount " - F=Forfeit R=Refund H=Hold: "
                       WITH NO ADVANCING
               ACCEPT WS-Action-Reply
           END-IF.
           EVALUATE TRUE
               WHEN Action-Forfeit
                   SET Ed-Forfeited TO TRUE
                   PERFORM Rewrite-Deposit
                   IF Ed-Status = "00"
                       MOVE "FORFEITED" TO Dl-Action
                       ADD 1 TO Ct-Forfeited
                       ADD Ed-Amount TO Total-Forfeited
                   END-IF
               WHEN Action-Refund
                   SET Ed-Refund-Due TO TRUE
                   PERFORM Rewrite-Deposit
                   IF Ed-Status = "00"
                       MOVE "REFUND DUE" TO Dl-Action
                       ADD 1 TO Ct-Refund-Due
                       ADD Ed-Amount TO Total-Refund-Due
                   END-IF
               WHEN OTHER
                   MOVE "HELD - FORFEIT OR REFUND" TO Dl-Action
                   ADD 1 TO Ct-Left-Held
           END-EVALUATE.

       Rewrite-Deposit.
           MOVE WS-Today TO Ed-Status-Date.
           MOVE WS-Current-User TO Ed-Status-By.
           REWRITE Ed-Rec
               INVALID KEY
                   DISPLAY "Unable to update deposit " Ed-Prospect-Id
                           " - status " Ed-Status
                   MOVE "NOT UPDATED" TO Dl-Action
                   ADD 1 TO Ct-Left-Held
           END-REWRITE.

       Print-Report-Headings.
           MOVE WS-Census-Term TO Rh-Term.
           MOVE WS-Census-Date TO Rh-Census-Date.
           WRITE Census-Print-Line FROM Report-Heading1.
           MOVE SPACES TO Census-Print-Line.
           WRITE Census-Print-Line.
           WRITE Census-Print-Line FROM Report-Heading2.

       Print-Report-Totals.
           MOVE SPACES TO Census-Print-Line.
           WRITE Census-Print-Line.
           MOVE SPACES TO Total-Line.
           MOVE "NOT ENROLLED AT CENSUS" TO Tl-Label.
           MOVE Ct-Listed TO Tl-Count.
           MOVE Total-Listed TO Tl-Amount.
           WRITE Census-Print-Line FROM Total-Line.
           MOVE "  FORFEITED" TO Tl-Label.
           MOVE Ct-Forfeited TO Tl-Count.
           MOVE Total-Forfeited TO Tl-Amount.
           WRITE Census-Print-Line FROM Total-Line.
           MOVE "  MARKED FOR REFUND" TO Tl-Label.
           MOVE Ct-Refund-Due TO Tl-Count.
           MOVE Total-Refund-Due TO Tl-Amount.
           WRITE Census-Print-Line FROM Total-Line.
           MOVE "  LEFT HELD" TO Tl-Label.
           MOVE Ct-Left-Held TO Tl-Count.
           COMPUTE Tl-Amount =
               Total-Listed - Total-Forfeited - Total-Refund-Due.
           WRITE Census-Print-Line FROM Total-Line.
           MOVE SPACES TO Total-Line.
           MOVE "HAVE AN ACCOUNT - APPLY BY HAND" TO Tl-Label.
           MOVE Ct-Has-Account TO Tl-Count.
           WRITE Census-Print-Line FROM Total-Line.

      * Each disposition comes off the deposit liability.  The close
      * pairs every line with the receivable control account, so the
      * negative liability line and the positive revenue or refund
      * line net to nothing there.
       Write-Gl-Lines.
           IF Total-Forfeited = ZERO AND Total-Refund-Due = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND Gl-Extract-File.
           IF Gx-File-Status = "05" OR Gx-File-Status = "35"
               OPEN OUTPUT Gl-Extract-File
           END-IF.
           IF Total-Forfeited NOT = ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Deposit-Code TO Gl-Code
               MOVE "DEPOSITS FORFEITED" TO Gl-Description
               COMPUTE Gl-Amount = Total-Forfeited * -1
               PERFORM Write-One-Gl-Line
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Forfeit-Code TO Gl-Code
               MOVE "FORFEITED DEPOSITS" TO Gl-Description
               MOVE Total-Forfeited TO Gl-Amount
               PERFORM Write-One-Gl-Line
           END-IF.
           IF Total-Refund-Due NOT = ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Deposit-Code TO Gl-Code
               MOVE "DEPOSITS TO REFUND" TO Gl-Description
               COMPUTE Gl-Amount = Total-Refund-Due * -1
               PERFORM Write-One-Gl-Line
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Refund-Code TO Gl-Code
               MOVE "DEPOSIT REFUNDS DUE" TO Gl-Description
               MOVE Total-Refund-Due TO Gl-Amount
               PERFORM Write-One-Gl-Line
           END-IF.
           CLOSE Gl-Extract-File.

       Write-One-Gl-Line.
           MOVE "MOVEMNT" TO Gl-Basis.
           MOVE WS-Today TO Gl-Run-Date.
           WRITE Gl-Extract-Rec.

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

       Resolve-Data-Paths.
           ACCEPT WS-Enrdep-Path FROM ENVIRONMENT "ENRDEP_PATH".
           IF WS-Enrdep-Path = SPACES
               MOVE "ENRDEP.DAT" TO WS-Enrdep-Path
           END-IF.
           ACCEPT WS-Prospect-Path FROM ENVIRONMENT "PROSPECT_PATH".
           IF WS-Prospect-Path = SPACES
               MOVE "PROSPECT.DAT" TO WS-Prospect-Path
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
           ACCEPT WS-Enrdepcen-Rpt-Path
               FROM ENVIRONMENT "ENRDEPCEN_RPT_PATH".
           IF WS-Enrdepcen-Rpt-Path = SPACES
               MOVE "ENRDEPCEN.RPT" TO WS-Enrdepcen-Rpt-Path
           END-IF.
           ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
           IF WS-Glextrct-Path = SPACES
               MOVE "C:\Users\peebs\data\GLEXTRCT.DAT"
                   TO WS-Glextrct-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
