       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SodExceptions.
       AUTHOR.  Jon Clark.
      * Nightly segregation-of-duties control report for the fees
      * office.  It follows the user IDs recorded at each step of the
      * four workflows where one person could otherwise move money
      * on their own:
      *   - refunds   - requested (the STUDPAY row's SP-Approver-Id,
      *     carried through PENDREF.DAT), approved in
      *     StudFeesRefundApproval and paid out in
      *     StudFeesRefundDisburse, all three now on PENDREFH.DAT;
      *     a refund at or under the approval threshold has no
      *     approver, and StudFees logs its requester on REFPOST.DAT;
      *   - waivers   - authorized by Wv-Approver-Id on the
      *     WAIVER.DAT StudFees writes each posting run;
      *   - write-offs - requested and approved on WRITEOFF.DAT by
      *     BadDebtWriteOff;
      *   - suspense releases - logged with the releasing user on
      *     SUSPREL.DAT by SuspenseWorkbench;
      *   - counter postings - logged with the cashier's user ID on
      *     CASHPOST.DAT by StudFeesCashier.
      * It flags any transaction where one user performed two
      * conflicting steps - REQ=APP, APP=DSB and REQ=DSB on a refund,
      * REQ=APP on a write-off, REL+REF where a clerk released a
      * suspense item onto an account and term and also worked a
      * refund out of it - and, as LINK-REQ / LINK-APP / LINK-DSB /
      * LINK-REL / LINK-PST, any step taken by a staff member on an
      * account linked to them on STAFFLINK.DAT.
      *
      * STAFFLINK.DAT is kept by the business office from the staff
      * declarations: one line per staff user ID per student account
      * - their own (relation SELF) and each relative's (SPOUSE,
      * CHILD, PARENT, SIBLING and so on).  User IDs are compared on
      * their first eight characters, the width STUDPAY and the
      * refund files carry.
      *
      * Each conflict is raised once onto SODFLAG.DAT, keyed by the
      * workflow, the transaction and the conflict, so re-reading
      * the same history every night never raises it twice.  A flag
      * stays open, and is listed on SODEXC.RPT every night, until a
      * supervisor records a sign-off against it in SodSignOff.
      * Only refunds and write-offs that actually went through are
      * checked - a rejected request moved no money.  The run's
      * counts are left on STEPCNT.DAT for the nightly driver's run
      * history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Refund-History-File ASSIGN TO WS-Pendrefh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rh-File-Status.

           SELECT Waiver-File ASSIGN TO WS-Waiver-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Wv-File-Status.

           SELECT Write-Off-File ASSIGN TO WS-Writeoff-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Wo-Key
               FILE STATUS IS Wo-File-Status.

           SELECT Release-Log-File ASSIGN TO WS-Susprel-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sr-File-Status.

           SELECT Refund-Post-File ASSIGN TO WS-Refpost-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rf-File-Status.

           SELECT Cashier-Post-Log ASSIGN TO WS-Cashpost-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cs-File-Status.

           SELECT Staff-Link-File ASSIGN TO WS-Stafflink-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sl-File-Status.

           SELECT Release-Work-File ASSIGN TO WS-Sodrelwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rw-Key
               FILE STATUS IS Rw-Status.

           SELECT Sod-Flag-File ASSIGN TO WS-Sodflag-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sf-Key
               FILE STATUS IS Sf-Status.

           SELECT Sod-Report ASSIGN TO WS-Sodexc-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Refund-History-File.
       01  Refund-History-Rec.
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
           02  FILLER                          PIC X(1).
           02  Rh-Check-Status                 PIC X(1).
           02  FILLER                          PIC X(1).
           02  Rh-Check-Status-Date            PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rh-Requested-By                 PIC X(8).
           02  FILLER                          PIC X(1).
           02  Rh-Disbursed-By                 PIC X(8).

       FD  Waiver-File.
       01  Waiver-Rec.
           02  Wv-Student-Number               PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Wv-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1).
           02  Wv-Amount                       PIC 9(4)V99.
           02  FILLER                          PIC X(1).
           02  Wv-Approver-Id                  PIC X(8).
           02  FILLER                          PIC X(1).
           02  Wv-Date-Processed               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Wv-Fund-Code                    PIC X(4).

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

      * SuspenseWorkbench's release log.
       FD  Release-Log-File.
       01  Sr-Rec.
           02  Sr-Release-Date         PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Sr-Release-Time         PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Sr-Queue                PIC X(8).
           02  FILLER                  PIC X(1).
           02  Sr-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(1).
           02  Sr-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Sr-Payment              PIC S9(4)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                  PIC X(1).
           02  Sr-Transaction-Type     PIC X.
           02  FILLER                  PIC X(1).
           02  Sr-Released-By          PIC X(10).

      * Refunds StudFees posted without supervisor approval.
       FD  Refund-Post-File.
       01  Refund-Post-Rec.
           02  Rf-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(1).
           02  Rf-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Rf-Refund-Amount        PIC 9(6)V99.
           02  FILLER                  PIC X(1).
           02  Rf-Posted-Date          PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Rf-Requested-By         PIC X(8).
           02  FILLER                  PIC X(1).
           02  Rf-Payment-Method       PIC X(5).

      * StudFeesCashier's counter posting log.
       FD  Cashier-Post-Log.
       01  Cashier-Post-Rec.
           02  Cs-Post-Date            PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Cs-Post-Time            PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Cs-Cashier-Id           PIC X(10).
           02  FILLER                  PIC X(1).
           02  Cs-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(1).
           02  Cs-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Cs-Payment              PIC 9(4)V99.
           02  FILLER                  PIC X(1).
           02  Cs-Payment-Method       PIC X(5).
           02  FILLER                  PIC X(1).
           02  Cs-Gl-Code              PIC X(6).

      * Staff-to-account links declared to the business office.
       FD  Staff-Link-File.
       01  Sl-Rec.
           02  Sl-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Sl-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(1).
           02  Sl-Relation             PIC X(8).

      * The release log keyed by account, term and releasing user, so
      * each approved refund can look for a release by one of its
      * own users.
       FD  Release-Work-File.
       01  Rw-Rec.
           02  Rw-Key.
               03  Rw-Student-Number   PIC 9(7).
               03  Rw-Term-Code        PIC X(6).
               03  Rw-User             PIC X(8).
               03  Rw-Seq              PIC 9(7).
           02  Rw-Release-Date         PIC 9(8).
           02  Rw-Release-Time         PIC 9(6).
           02  Rw-Queue                PIC X(8).
           02  Rw-Payment              PIC S9(4)V99.
           02  Rw-Transaction-Type     PIC X.

      * One segregation-of-duties conflict, open until a supervisor
      * signs it off in SodSignOff.
       FD  Sod-Flag-File.
       01  Sf-Rec.
           02  Sf-Key.
               03  Sf-Workflow         PIC X(8).
               03  Sf-Item-Key         PIC X(30).
               03  Sf-Conflict         PIC X(8).
           02  Sf-Student-Number       PIC 9(7).
           02  Sf-Term-Code            PIC X(6).
           02  Sf-Amount               PIC 9(7)V99.
           02  Sf-Item-Date            PIC 9(8).
           02  Sf-User-1               PIC X(10).
           02  Sf-User-2               PIC X(10).
           02  Sf-Detail               PIC X(40).
           02  Sf-Flagged-Date         PIC 9(8).
           02  Sf-Signoff-Status       PIC X(1).
               88  Sf-Open             VALUE SPACE.
               88  Sf-Signed-Off       VALUE "S".
           02  Sf-Signed-By            PIC X(10).
           02  Sf-Signed-Date          PIC 9(8).
           02  Sf-Signoff-Note         PIC X(40).

       FD  Sod-Report.
       01  Sod-Print-Line              PIC X(112).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Pendrefh-Path            PIC X(260).
       01  WS-Waiver-Path              PIC X(260).
       01  WS-Writeoff-Path            PIC X(260).
       01  WS-Susprel-Path             PIC X(260).
       01  WS-Stafflink-Path           PIC X(260).
       01  WS-Refpost-Path             PIC X(260).
       01  WS-Cashpost-Path            PIC X(260).
       01  WS-Sodrelwk-Path            PIC X(260).
       01  WS-Sodflag-Path             PIC X(260).
       01  WS-Sodexc-Rpt-Path          PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Rh-File-Status              PIC X(2).
       01  Wv-File-Status              PIC X(2).
       01  Wo-File-Status              PIC X(2).
       01  Sr-File-Status              PIC X(2).
       01  Sl-File-Status              PIC X(2).
       01  Rf-File-Status              PIC X(2).
       01  Cs-File-Status              PIC X(2).
       01  Rw-Status                   PIC X(2).
           88  Rw-Rec-Found            VALUE "00".
           88  Rw-Rec-Not-Found        VALUE "23".
       01  Sf-Status                   PIC X(2).
           88  Sf-Rec-Found            VALUE "00".
           88  Sf-Rec-Not-Found        VALUE "23".

       01  WS-Staff-Link-Max           PIC 9(4) VALUE 2000.
       01  WS-Staff-Link-Count         PIC 9(4) VALUE ZEROS.
       01  Staff-Link-Table.
           02  Sl-Entry OCCURS 2000 TIMES INDEXED BY Sl-Idx.
               03  Sl-UserId-Tbl       PIC X(8).
               03  Sl-Student-Tbl      PIC 9(7).
               03  Sl-Relation-Tbl     PIC X(8).

       01  WS-File-Eof-Sw              PIC X.
           88  End-Of-Input            VALUE "Y".
       01  WS-Work-Eof-Sw              PIC X.
           88  End-Of-Work             VALUE "Y".
       01  WS-Link-Found-Sw            PIC X.
           88  Link-Found              VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Time-Now                 PIC 9(6).
       01  WS-Work-Seq                 PIC 9(7) VALUE ZEROS.
       01  WS-Age-Days                 PIC 9(5).

      * The transaction being checked and the conflict about to be
      * raised against it.
       01  WS-Flag.
           02  WS-Flag-Workflow        PIC X(8).
           02  WS-Item-Key.
               03  Ik-Student-Number   PIC 9(7).
               03  Ik-Term-Code        PIC X(6).
               03  Ik-Date             PIC 9(8).
               03  Ik-Extra            PIC X(9).
           02  WS-Flag-Conflict        PIC X(8).
           02  WS-Flag-Student         PIC 9(7).
           02  WS-Flag-Term            PIC X(6).
           02  WS-Flag-Amount          PIC 9(7)V99.
           02  WS-Flag-Item-Date       PIC 9(8).
           02  WS-Flag-User-1          PIC X(10).
           02  WS-Flag-User-2          PIC X(10).
           02  WS-Flag-Detail          PIC X(40).
       01  WS-Key-Amount               PIC 9(7)V99.
       01  WS-Key-Amount-X REDEFINES WS-Key-Amount PIC X(9).

      * The user a link or release check is being made for, the
      * conflict code a link raises, and the refund step they took.
       01  WS-Check-User               PIC X(10).
       01  WS-Link-Conflict            PIC X(8).
       01  WS-Link-Relation            PIC X(8).
       01  WS-Refund-Step              PIC X(9).
           88  Step-Is-Request         VALUE "REQUESTED".
      * The account and term of the refund being checked, from
      * whichever file it came off.
       01  WS-Refund-Student           PIC 9(7).
       01  WS-Refund-Term              PIC X(6).

       01  Control-Totals.
           02  Ct-Refunds-Checked      PIC 9(7) VALUE ZEROS.
           02  Ct-Waivers-Checked      PIC 9(7) VALUE ZEROS.
           02  Ct-Writeoffs-Checked    PIC 9(7) VALUE ZEROS.
           02  Ct-Releases-Checked     PIC 9(7) VALUE ZEROS.
           02  Ct-Counter-Checked      PIC 9(7) VALUE ZEROS.
           02  Ct-New-Flags            PIC 9(7) VALUE ZEROS.
           02  Ct-Open-Flags           PIC 9(7) VALUE ZEROS.
           02  Ct-Signed-Off           PIC 9(7) VALUE ZEROS.
           02  Ct-Files-Missing        PIC 9(1) VALUE ZEROS.

       01  Sod-Col-Heading.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "WORKFLOW".
           02  FILLER                  PIC X(9)  VALUE "CONFLICT".
           02  FILLER                  PIC X(8)  VALUE "STUDENT".
           02  FILLER                  PIC X(7)  VALUE "TERM".
           02  FILLER                  PIC X(12) VALUE "     AMOUNT".
           02  FILLER                  PIC X(11) VALUE "ITEM DATE".
           02  FILLER                  PIC X(11) VALUE "USER".
           02  FILLER                  PIC X(11) VALUE "USER".
           02  FILLER                  PIC X(11) VALUE "FLAGGED".
           02  FILLER                  PIC X(8)  VALUE "AGE".

       01  Sod-Detail-Line.
           02  Sd-New-Tag              PIC X(3).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Workflow             PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Conflict             PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Amount               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Item-Date            PIC 9(8).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sd-User-1               PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-User-2               PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sd-Flagged-Date         PIC 9(8).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sd-Age-Days             PIC ZZZZ9.

       01  Sod-Note-Line.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  Sn-Detail               PIC X(40).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time-Now.
           PERFORM Load-Staff-Link-Table.

           OPEN I-O Sod-Flag-File.
           IF Sf-Status = "35"
               OPEN OUTPUT Sod-Flag-File
               CLOSE Sod-Flag-File
               OPEN I-O Sod-Flag-File
           END-IF.
           MOVE Sf-Status TO WS-Chk-Status.
           MOVE "OPEN Sod-Flag-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           OPEN OUTPUT Release-Work-File.
           CLOSE Release-Work-File.
           OPEN I-O Release-Work-File.
           MOVE Rw-Status TO WS-Chk-Status.
           MOVE "OPEN Release-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           PERFORM Check-Suspense-Releases.
           PERFORM Check-Refunds.
           PERFORM Check-Unapproved-Refunds.
           PERFORM Check-Waivers.
           PERFORM Check-Write-Offs.
           PERFORM Check-Counter-Postings.
           CLOSE Release-Work-File.

           PERFORM Write-Sod-Report.
           CLOSE Sod-Flag-File.

           DISPLAY "Segregation-of-duties check complete - "
               Ct-New-Flags " new flag(s), " Ct-Open-Flags
               " awaiting sign-off.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "REFUNDS CHECKED" TO Cnt-Label.
           MOVE Ct-Refunds-Checked TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "NEW FLAGS" TO Cnt-Label.
           MOVE Ct-New-Flags TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "OPEN FLAGS" TO Cnt-Label.
           MOVE Ct-Open-Flags TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

      * With no link file every link check simply finds nothing; the
      * report says so rather than implying the accounts were clean.
       Load-Staff-Link-Table.
           OPEN INPUT Staff-Link-File.
           IF Sl-File-Status = "00"
               PERFORM UNTIL Sl-File-Status = "10"
                   READ Staff-Link-File
                       AT END MOVE "10" TO Sl-File-Status
                       NOT AT END PERFORM Load-One-Staff-Link
                   END-READ
               END-PERFORM
               CLOSE Staff-Link-File
           ELSE
               DISPLAY "No staff account link file on file - linked-"
                       "account checks skipped."
               ADD 1 TO Ct-Files-Missing
           END-IF.

       Load-One-Staff-Link.
           IF Sl-UserId = SPACES OR Sl-Student-Number NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-Staff-Link-Count < WS-Staff-Link-Max
               ADD 1 TO WS-Staff-Link-Count
               MOVE Sl-UserId(1:8)
                   TO Sl-UserId-Tbl(WS-Staff-Link-Count)
               MOVE Sl-Student-Number
                   TO Sl-Student-Tbl(WS-Staff-Link-Count)
               MOVE Sl-Relation
                   TO Sl-Relation-Tbl(WS-Staff-Link-Count)
           ELSE
               DISPLAY "*** STAFF LINK TABLE FULL *** more than "
                       WS-Staff-Link-Max " links on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Every logged release is loaded into the work file for the
      * refund check that follows, and checked against the releasing
      * clerk's own links.
       Check-Suspense-Releases.
           OPEN INPUT Release-Log-File.
           IF Sr-File-Status NOT = "00"
               DISPLAY "No suspense release log on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-File-Eof-Sw.
           PERFORM UNTIL End-Of-Input
               READ Release-Log-File
                   AT END SET End-Of-Input TO TRUE
                   NOT AT END PERFORM Check-One-Release
               END-READ
           END-PERFORM.
           CLOSE Release-Log-File.

       Check-One-Release.
           IF Sr-Student-Number NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Releases-Checked.
           ADD 1 TO WS-Work-Seq.
           MOVE Sr-Student-Number   TO Rw-Student-Number.
           MOVE Sr-Term-Code        TO Rw-Term-Code.
           MOVE Sr-Released-By(1:8) TO Rw-User.
           MOVE WS-Work-Seq         TO Rw-Seq.
           MOVE Sr-Release-Date     TO Rw-Release-Date.
           MOVE Sr-Release-Time     TO Rw-Release-Time.
           MOVE Sr-Queue            TO Rw-Queue.
           MOVE Sr-Payment          TO Rw-Payment.
           MOVE Sr-Transaction-Type TO Rw-Transaction-Type.
           WRITE Rw-Rec
               INVALID KEY
                   MOVE Rw-Status TO WS-Chk-Status
                   MOVE "WRITE Release-Work-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

           PERFORM Set-Release-Item.
           MOVE Sr-Released-By TO WS-Check-User.
           MOVE "LINK-REL" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.

      * The release as a flagged item, taken from the work row just
      * written or just read.
       Set-Release-Item.
           MOVE "SUSPENSE" TO WS-Flag-Workflow.
           MOVE Rw-Student-Number TO Ik-Student-Number
                                     WS-Flag-Student.
           MOVE Rw-Term-Code TO Ik-Term-Code WS-Flag-Term.
           MOVE Rw-Release-Date TO Ik-Date WS-Flag-Item-Date.
           MOVE SPACES TO Ik-Extra.
           MOVE Rw-Release-Time TO Ik-Extra(1:6).
           MOVE Rw-Payment TO WS-Flag-Amount.

       Check-Refunds.
           OPEN INPUT Refund-History-File.
           IF Rh-File-Status NOT = "00"
               DISPLAY "No refund history on file."
               ADD 1 TO Ct-Files-Missing
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-File-Eof-Sw.
           PERFORM UNTIL End-Of-Input
               MOVE SPACES TO Refund-History-Rec
               READ Refund-History-File
                   AT END SET End-Of-Input TO TRUE
                   NOT AT END
                       IF Rh-Was-Approved
                           PERFORM Check-One-Refund
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Refund-History-File.

      * Records written before the requester and disburser were
      * carried have those users blank, and a blank user never
      * matches anyone.
       Check-One-Refund.
           ADD 1 TO Ct-Refunds-Checked.
           PERFORM Set-Refund-Item.
           IF Rh-Requested-By NOT = SPACES
               AND Rh-Requested-By = Rh-Approver-Id
               MOVE "REQ=APP" TO WS-Flag-Conflict
               MOVE Rh-Requested-By TO WS-Flag-User-1
               MOVE Rh-Approver-Id TO WS-Flag-User-2
               MOVE "REFUND REQUESTED+APPROVED BY ONE USER"
                   TO WS-Flag-Detail
               PERFORM Raise-Flag
           END-IF.
           IF Rh-Disbursed-By NOT = SPACES
               AND Rh-Disbursed-By = Rh-Approver-Id
               MOVE "APP=DSB" TO WS-Flag-Conflict
               MOVE Rh-Approver-Id TO WS-Flag-User-1
               MOVE Rh-Disbursed-By TO WS-Flag-User-2
               MOVE "REFUND APPROVED+PAID OUT BY ONE USER"
                   TO WS-Flag-Detail
               PERFORM Raise-Flag
           END-IF.
           IF Rh-Disbursed-By NOT = SPACES
               AND Rh-Disbursed-By = Rh-Requested-By
               MOVE "REQ=DSB" TO WS-Flag-Conflict
               MOVE Rh-Requested-By TO WS-Flag-User-1
               MOVE Rh-Disbursed-By TO WS-Flag-User-2
               MOVE "REFUND REQUESTED+PAID OUT BY ONE USER"
                   TO WS-Flag-Detail
               PERFORM Raise-Flag
           END-IF.

           MOVE Rh-Requested-By TO WS-Check-User.
           MOVE "LINK-REQ" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.
           MOVE Rh-Approver-Id TO WS-Check-User.
           MOVE "LINK-APP" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.
           MOVE Rh-Disbursed-By TO WS-Check-User.
           MOVE "LINK-DSB" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.

           MOVE Rh-Requested-By TO WS-Check-User.
           MOVE "REQUESTED" TO WS-Refund-Step.
           PERFORM Check-Release-Overlap.
           MOVE Rh-Approver-Id TO WS-Check-User.
           MOVE "APPROVED" TO WS-Refund-Step.
           PERFORM Check-Release-Overlap.
           MOVE Rh-Disbursed-By TO WS-Check-User.
           MOVE "DISBURSED" TO WS-Refund-Step.
           PERFORM Check-Release-Overlap.

       Set-Refund-Item.
           MOVE "REFUND" TO WS-Flag-Workflow.
           MOVE Rh-Student-Number TO Ik-Student-Number
                                     WS-Flag-Student.
           MOVE Rh-Term-Code TO Ik-Term-Code WS-Flag-Term.
           MOVE Rh-Decision-Date TO Ik-Date WS-Flag-Item-Date.
           MOVE Rh-Refund-Amount TO WS-Key-Amount WS-Flag-Amount.
           MOVE WS-Key-Amount-X TO Ik-Extra.
           MOVE Rh-Student-Number TO WS-Refund-Student.
           MOVE Rh-Term-Code TO WS-Refund-Term.

      * A release by the same user onto the refunded account and
      * term is raised against the release.  An unmatched refund the
      * clerk released is what queued the refund request in their
      * name, so that pairing alone is not a conflict.
       Check-Release-Overlap.
           IF WS-Check-User = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Refund-Student TO Rw-Student-Number.
           MOVE WS-Refund-Term TO Rw-Term-Code.
           MOVE WS-Check-User(1:8) TO Rw-User.
           MOVE ZEROS TO Rw-Seq.
           START Release-Work-File
               KEY IS >= Rw-Key
               INVALID KEY SET Rw-Rec-Not-Found TO TRUE
               NOT INVALID KEY SET Rw-Rec-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Work-Eof-Sw.
           IF Rw-Rec-Not-Found
               SET End-Of-Work TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Work
               READ Release-Work-File NEXT RECORD
                   AT END SET End-Of-Work TO TRUE
                   NOT AT END PERFORM Check-One-Overlap
               END-READ
           END-PERFORM.

       Check-One-Overlap.
           IF Rw-Student-Number NOT = WS-Refund-Student
               OR Rw-Term-Code NOT = WS-Refund-Term
               OR Rw-User NOT = WS-Check-User(1:8)
               SET End-Of-Work TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF Step-Is-Request AND Rw-Transaction-Type = "R"
               EXIT PARAGRAPH
           END-IF.
           PERFORM Set-Release-Item.
           MOVE "REL+REF" TO WS-Flag-Conflict.
           MOVE WS-Check-User TO WS-Flag-User-1.
           MOVE SPACES TO WS-Flag-User-2.
           MOVE SPACES TO WS-Flag-Detail.
           STRING "RELEASED " DELIMITED BY SIZE
                  Rw-Queue DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WS-Refund-Step DELIMITED BY SPACE
                  " REFUND" DELIMITED BY SIZE
               INTO WS-Flag-Detail.
           PERFORM Raise-Flag.

      * A refund under the approval threshold went from request to
      * posting with nobody else involved, so the requester is
      * checked against their own links and their own releases.
       Check-Unapproved-Refunds.
           OPEN INPUT Refund-Post-File.
           IF Rf-File-Status NOT = "00"
               DISPLAY "No unapproved refund log on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-File-Eof-Sw.
           PERFORM UNTIL End-Of-Input
               READ Refund-Post-File
                   AT END SET End-Of-Input TO TRUE
                   NOT AT END PERFORM Check-One-Unapproved-Refund
               END-READ
           END-PERFORM.
           CLOSE Refund-Post-File.

       Check-One-Unapproved-Refund.
           IF Rf-Student-Number NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Refunds-Checked.
           MOVE "REFUND" TO WS-Flag-Workflow.
           MOVE Rf-Student-Number TO Ik-Student-Number
                                     WS-Flag-Student
                                     WS-Refund-Student.
           MOVE Rf-Term-Code TO Ik-Term-Code WS-Flag-Term
                                WS-Refund-Term.
           MOVE Rf-Posted-Date TO Ik-Date WS-Flag-Item-Date.
           MOVE Rf-Refund-Amount TO WS-Key-Amount WS-Flag-Amount.
           MOVE WS-Key-Amount-X TO Ik-Extra.
           MOVE Rf-Requested-By TO WS-Check-User.
           MOVE "LINK-REQ" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.
           MOVE Rf-Requested-By TO WS-Check-User.
           MOVE "REQUESTED" TO WS-Refund-Step.
           PERFORM Check-Release-Overlap.

      * WAIVER.DAT holds the last posting run's waivers only; the
      * driver runs this report after that posting every night.
       Check-Waivers.
           OPEN INPUT Waiver-File.
           IF Wv-File-Status NOT = "00"
               DISPLAY "No waiver file on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-File-Eof-Sw.
           PERFORM UNTIL End-Of-Input
               READ Waiver-File
                   AT END SET End-Of-Input TO TRUE
                   NOT AT END PERFORM Check-One-Waiver
               END-READ
           END-PERFORM.
           CLOSE Waiver-File.

       Check-One-Waiver.
           IF Wv-Student-Number NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Waivers-Checked.
           MOVE "WAIVER" TO WS-Flag-Workflow.
           MOVE Wv-Student-Number TO Ik-Student-Number
                                     WS-Flag-Student.
           MOVE Wv-Term-Code TO Ik-Term-Code WS-Flag-Term.
           MOVE Wv-Date-Processed TO Ik-Date WS-Flag-Item-Date.
           MOVE Wv-Amount TO WS-Key-Amount WS-Flag-Amount.
           MOVE WS-Key-Amount-X TO Ik-Extra.
           MOVE Wv-Approver-Id TO WS-Check-User.
           MOVE "LINK-APP" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.

       Check-Write-Offs.
           OPEN INPUT Write-Off-File.
           IF Wo-File-Status NOT = "00"
               DISPLAY "No write-off register on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-File-Eof-Sw.
           PERFORM UNTIL End-Of-Input
               READ Write-Off-File NEXT RECORD
                   AT END SET End-Of-Input TO TRUE
                   NOT AT END
                       IF Wo-Written-Off
                           PERFORM Check-One-Write-Off
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Write-Off-File.

       Check-One-Write-Off.
           ADD 1 TO Ct-Writeoffs-Checked.
           MOVE "WRITEOFF" TO WS-Flag-Workflow.
           MOVE Wo-Student-Number TO Ik-Student-Number
                                     WS-Flag-Student.
           MOVE Wo-Term-Code TO Ik-Term-Code WS-Flag-Term.
           MOVE Wo-Requested-Date TO Ik-Date.
           MOVE Wo-Decision-Date TO WS-Flag-Item-Date.
           MOVE SPACES TO Ik-Extra.
           MOVE Wo-Amount TO WS-Flag-Amount.
           IF Wo-Requested-By NOT = SPACES
               AND Wo-Requested-By(1:8) = Wo-Approver-Id(1:8)
               MOVE "REQ=APP" TO WS-Flag-Conflict
               MOVE Wo-Requested-By TO WS-Flag-User-1
               MOVE Wo-Approver-Id TO WS-Flag-User-2
               MOVE "WRITE-OFF REQUESTED+APPROVED BY ONE USER"
                   TO WS-Flag-Detail
               PERFORM Raise-Flag
           END-IF.
           MOVE Wo-Requested-By TO WS-Check-User.
           MOVE "LINK-REQ" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.
           MOVE Wo-Approver-Id TO WS-Check-User.
           MOVE "LINK-APP" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.

      * Every counter posting - payment, write-off recovery or
      * deposit - is checked against the cashier's own links.
       Check-Counter-Postings.
           OPEN INPUT Cashier-Post-Log.
           IF Cs-File-Status NOT = "00"
               DISPLAY "No cashier posting log on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-File-Eof-Sw.
           PERFORM UNTIL End-Of-Input
               READ Cashier-Post-Log
                   AT END SET End-Of-Input TO TRUE
                   NOT AT END PERFORM Check-One-Counter-Posting
               END-READ
           END-PERFORM.
           CLOSE Cashier-Post-Log.

       Check-One-Counter-Posting.
           IF Cs-Student-Number NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Counter-Checked.
           MOVE "COUNTER" TO WS-Flag-Workflow.
           MOVE Cs-Student-Number TO Ik-Student-Number
                                     WS-Flag-Student.
           MOVE Cs-Term-Code TO Ik-Term-Code WS-Flag-Term.
           MOVE Cs-Post-Date TO Ik-Date WS-Flag-Item-Date.
           MOVE SPACES TO Ik-Extra.
           MOVE Cs-Post-Time TO Ik-Extra(1:6).
           MOVE Cs-Payment TO WS-Flag-Amount.
           MOVE Cs-Cashier-Id TO WS-Check-User.
           MOVE "LINK-PST" TO WS-Link-Conflict.
           PERFORM Check-Staff-Link.

      * Is WS-Check-User linked to the account being checked?
       Check-Staff-Link.
           IF WS-Check-User = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Link-Found-Sw.
           PERFORM VARYING Sl-Idx FROM 1 BY 1
                   UNTIL Sl-Idx > WS-Staff-Link-Count
                      OR Link-Found
               IF Sl-UserId-Tbl(Sl-Idx) = WS-Check-User(1:8)
                   AND Sl-Student-Tbl(Sl-Idx) = WS-Flag-Student
                   MOVE "Y" TO WS-Link-Found-Sw
                   MOVE Sl-Relation-Tbl(Sl-Idx) TO WS-Link-Relation
               END-IF
           END-PERFORM.
           IF Link-Found
               MOVE WS-Link-Conflict TO WS-Flag-Conflict
               MOVE WS-Check-User TO WS-Flag-User-1
               MOVE SPACES TO WS-Flag-User-2
               MOVE SPACES TO WS-Flag-Detail
               STRING "STAFF ACTED ON LINKED ACCOUNT - "
                      WS-Link-Relation
                   DELIMITED BY SIZE INTO WS-Flag-Detail
               PERFORM Raise-Flag
           END-IF.

      * A conflict already on file - open or signed off - is left
      * exactly as it is.
       Raise-Flag.
           MOVE WS-Flag-Workflow TO Sf-Workflow.
           MOVE WS-Item-Key TO Sf-Item-Key.
           MOVE WS-Flag-Conflict TO Sf-Conflict.
           READ Sod-Flag-File
               KEY IS Sf-Key
               INVALID KEY MOVE "23" TO Sf-Status
           END-READ.
           IF Sf-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Sf-Rec.
           MOVE WS-Flag-Workflow  TO Sf-Workflow.
           MOVE WS-Item-Key       TO Sf-Item-Key.
           MOVE WS-Flag-Conflict  TO Sf-Conflict.
           MOVE WS-Flag-Student   TO Sf-Student-Number.
           MOVE WS-Flag-Term      TO Sf-Term-Code.
           MOVE WS-Flag-Amount    TO Sf-Amount.
           MOVE WS-Flag-Item-Date TO Sf-Item-Date.
           MOVE WS-Flag-User-1    TO Sf-User-1.
           MOVE WS-Flag-User-2    TO Sf-User-2.
           MOVE WS-Flag-Detail    TO Sf-Detail.
           MOVE WS-Today          TO Sf-Flagged-Date.
           MOVE ZEROS             TO Sf-Signed-Date.
           WRITE Sf-Rec
               INVALID KEY
                   MOVE Sf-Status TO WS-Chk-Status
                   MOVE "WRITE Sod-Flag-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
               NOT INVALID KEY
                   ADD 1 TO Ct-New-Flags
           END-WRITE.

      * Every flag not yet signed off is listed, in workflow and
      * account order, with tonight's marked NEW.
       Write-Sod-Report.
           OPEN OUTPUT Sod-Report.
           MOVE SPACES TO Sod-Print-Line.
           STRING "SEGREGATION OF DUTIES EXCEPTIONS - RUN " WS-Today
                  " " WS-Time-Now
               DELIMITED BY SIZE INTO Sod-Print-Line.
           WRITE Sod-Print-Line.
           MOVE SPACES TO Sod-Print-Line.
           STRING "FLAGS AWAITING SUPERVISOR SIGN-OFF (SODSIGNOFF)"
               DELIMITED BY SIZE INTO Sod-Print-Line.
           WRITE Sod-Print-Line.
           MOVE SPACES TO Sod-Print-Line.
           WRITE Sod-Print-Line.
           WRITE Sod-Print-Line FROM Sod-Col-Heading.
           MOVE ALL "-" TO Sod-Print-Line.
           WRITE Sod-Print-Line.

           MOVE LOW-VALUES TO Sf-Key.
           START Sod-Flag-File
               KEY IS >= Sf-Key
               INVALID KEY SET Sf-Rec-Not-Found TO TRUE
               NOT INVALID KEY SET Sf-Rec-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Work-Eof-Sw.
           IF Sf-Rec-Not-Found
               SET End-Of-Work TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Work
               READ Sod-Flag-File NEXT RECORD
                   AT END SET End-Of-Work TO TRUE
                   NOT AT END PERFORM Report-One-Flag
               END-READ
           END-PERFORM.

           MOVE SPACES TO Sod-Print-Line.
           WRITE Sod-Print-Line.
           IF Ct-Open-Flags = ZEROS
               STRING "No open flags - every conflict found has been "
                      "signed off."
                   DELIMITED BY SIZE INTO Sod-Print-Line
               WRITE Sod-Print-Line
           END-IF.
           MOVE SPACES TO Sod-Print-Line.
           STRING "CHECKED: REFUNDS " Ct-Refunds-Checked
                  "   WAIVERS " Ct-Waivers-Checked
                  "   WRITE-OFFS " Ct-Writeoffs-Checked
                  "   RELEASES " Ct-Releases-Checked
                  "   COUNTER " Ct-Counter-Checked
               DELIMITED BY SIZE INTO Sod-Print-Line.
           WRITE Sod-Print-Line.
           MOVE SPACES TO Sod-Print-Line.
           STRING "NEW FLAGS " Ct-New-Flags
                  "   OPEN FLAGS " Ct-Open-Flags
                  "   SIGNED OFF TO DATE " Ct-Signed-Off
               DELIMITED BY SIZE INTO Sod-Print-Line.
           WRITE Sod-Print-Line.
           IF Ct-Files-Missing > ZEROS
               MOVE SPACES TO Sod-Print-Line
               STRING "*** REFUND HISTORY OR STAFF LINK FILE NOT ON "
                      "FILE - CHECK INCOMPLETE"
                   DELIMITED BY SIZE INTO Sod-Print-Line
               WRITE Sod-Print-Line
           END-IF.
           CLOSE Sod-Report.

       Report-One-Flag.
           IF Sf-Signed-Off
               ADD 1 TO Ct-Signed-Off
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Open-Flags.
           IF Sf-Flagged-Date = WS-Today
               MOVE "NEW" TO Sd-New-Tag
           ELSE
               MOVE SPACES TO Sd-New-Tag
           END-IF.
           MOVE Sf-Workflow       TO Sd-Workflow.
           MOVE Sf-Conflict       TO Sd-Conflict.
           MOVE Sf-Student-Number TO Sd-Student-Number.
           MOVE Sf-Term-Code      TO Sd-Term-Code.
           MOVE Sf-Amount         TO Sd-Amount.
           MOVE Sf-Item-Date      TO Sd-Item-Date.
           MOVE Sf-User-1         TO Sd-User-1.
           MOVE Sf-User-2         TO Sd-User-2.
           MOVE Sf-Flagged-Date   TO Sd-Flagged-Date.
           COMPUTE WS-Age-Days =
               FUNCTION INTEGER-OF-DATE(WS-Today)
             - FUNCTION INTEGER-OF-DATE(Sf-Flagged-Date).
           MOVE WS-Age-Days       TO Sd-Age-Days.
           WRITE Sod-Print-Line FROM Sod-Detail-Line.
           MOVE Sf-Detail TO Sn-Detail.
           WRITE Sod-Print-Line FROM Sod-Note-Line.

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
           ACCEPT WS-Waiver-Path FROM ENVIRONMENT "WAIVER_PATH".
           IF WS-Waiver-Path = SPACES
               MOVE "C:\Users\peebs\data\WAIVER.DAT" TO WS-Waiver-Path
           END-IF.
           ACCEPT WS-Writeoff-Path FROM ENVIRONMENT "WRITEOFF_PATH".
           IF WS-Writeoff-Path = SPACES
               MOVE "WRITEOFF.DAT" TO WS-Writeoff-Path
           END-IF.
           ACCEPT WS-Susprel-Path FROM ENVIRONMENT "SUSPREL_PATH".
           IF WS-Susprel-Path = SPACES
               MOVE "C:\Users\peebs\data\SUSPREL.DAT"
                   TO WS-Susprel-Path
           END-IF.
           ACCEPT WS-Stafflink-Path FROM ENVIRONMENT "STAFFLINK_PATH".
           IF WS-Stafflink-Path = SPACES
               MOVE "STAFFLINK.DAT" TO WS-Stafflink-Path
           END-IF.
           ACCEPT WS-Refpost-Path FROM ENVIRONMENT "REFPOST_PATH".
           IF WS-Refpost-Path = SPACES
               MOVE "REFPOST.DAT" TO WS-Refpost-Path
           END-IF.
           ACCEPT WS-Cashpost-Path FROM ENVIRONMENT "CASHPOST_PATH".
           IF WS-Cashpost-Path = SPACES
               MOVE "CASHPOST.DAT" TO WS-Cashpost-Path
           END-IF.
           ACCEPT WS-Sodrelwk-Path FROM ENVIRONMENT "SODRELWK_PATH".
           IF WS-Sodrelwk-Path = SPACES
               MOVE "SODRELWK.DAT" TO WS-Sodrelwk-Path
           END-IF.
           ACCEPT WS-Sodflag-Path FROM ENVIRONMENT "SODFLAG_PATH".
           IF WS-Sodflag-Path = SPACES
               MOVE "SODFLAG.DAT" TO WS-Sodflag-Path
           END-IF.
           ACCEPT WS-Sodexc-Rpt-Path FROM ENVIRONMENT "SODEXC_RPT_PATH".
           IF WS-Sodexc-Rpt-Path = SPACES
               MOVE "SODEXC.RPT" TO WS-Sodexc-Rpt-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
