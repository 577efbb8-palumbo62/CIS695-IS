       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AuditExceptions.
       AUTHOR.  Jon Clark.
      * Nightly audit trail exceptions report for internal audit.
      * Reads the same audit logs as AuditInquiry - ENROLLAUDIT.LOG,
      * BOOKAUDIT.LOG, TERMAUDIT.LOG and StudentAdminForm's
      * STUDAUDIT.LOG - and lists on AUDITEXC.RPT, in time order,
      * every change logged since the last run that was either:
      *   - AFTER HOURS - made before WS-Day-Start or at or after
      *     WS-Day-End (07:00 and 19:00), or on a Saturday or Sunday;
      *   - USER NOT ON FILE - made by a user ID that is no longer on
      *     USERACCESS.DAT (a leaver's login used after they went, or
      *     a line with no user at all).
      * A change that is both is listed once with both reasons.  Each
      * line shows the before and after values it carries.
      *
      * AUDITMRK.DAT remembers the newest entry checked, so a chain
      * that runs past midnight, or a re-run, neither misses nor
      * repeats a day's changes; with no mark on file (the first run)
      * everything logged today is checked.  An AUDITEXC row on
      * RUNPARMS.DAT with Rp-Date-Range-Flag "Y" checks the dates
      * Rp-From-Date to Rp-To-Date instead and leaves the mark alone,
      * for going back over an earlier period.
      *
      * The exceptions are put in time order in AUDITXWK.DAT, a keyed
      * work file rebuilt every run.  The run's counts are left on
      * STEPCNT.DAT for the nightly driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The enrollment, bookshop and term logs share one layout, so
      * one file is pointed at each of them in turn.
           SELECT Audit-Log-File ASSIGN TO WS-Audit-Log-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Al-Status.

           SELECT Student-Audit-File ASSIGN TO WS-Studaudit-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sa-Status.

           SELECT Exception-Work-File ASSIGN TO WS-Auditxwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xw-Key
               FILE STATUS IS Xw-Status.

           SELECT Audit-Mark-File ASSIGN TO WS-Auditmrk-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Am-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Exception-Report ASSIGN TO WS-Auditexc-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Audit-Log-File.
       01  Audit-Log-Rec.
           02  Al-Timestamp            PIC X(21).
           02  FILLER                  PIC X(1).
           02  Al-Action               PIC X(8).
           02  FILLER                  PIC X(1).
           02  Al-Entity               PIC X(11).
           02  FILLER                  PIC X(1).
           02  Al-Before               PIC X(40).
           02  FILLER                  PIC X(1).
           02  Al-After                PIC X(40).
           02  FILLER                  PIC X(1).
           02  Al-User                 PIC X(10).

      * StudentAdminForm's own shorter layout; lines written before
      * it carried before/after values read back with them blank.
       FD  Student-Audit-File.
       01  Student-Audit-Rec.
           02  Sa-Timestamp            PIC X(21).
           02  FILLER                  PIC X(1).
           02  Sa-Action               PIC X(8).
           02  FILLER                  PIC X(1).
           02  Sa-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1).
           02  Sa-User                 PIC X(10).
           02  FILLER                  PIC X(1).
           02  Sa-Before               PIC X(40).
           02  FILLER                  PIC X(1).
           02  Sa-After                PIC X(40).

      * One exception, keyed by its timestamp to the hundredth of a
      * second and the order it was read in.
       FD  Exception-Work-File.
       01  Xw-Rec.
           02  Xw-Key.
               03  Xw-Stamp            PIC X(16).
               03  Xw-Seq              PIC 9(7).
           02  Xw-Source               PIC X(8).
           02  Xw-Action               PIC X(8).
           02  Xw-Entity               PIC X(11).
           02  Xw-User                 PIC X(10).
           02  Xw-Reason               PIC X(28).
           02  Xw-Before               PIC X(40).
           02  Xw-After                PIC X(40).

      * Audit mark - the date and time of the newest audit entry
      * already checked.
       FD  Audit-Mark-File.
       01  Audit-Mark-Rec.
           02  Am-Mark-Date            PIC 9(8).
           02  Am-Mark-Time            PIC 9(6).

      * Shared user-access file - same layout used throughout the
      * maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

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

       FD  Exception-Report.
       01  Exception-Print-Line        PIC X(104).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Enrollaudit-Path         PIC X(260).
       01  WS-Bookaudit-Path           PIC X(260).
       01  WS-Termaudit-Path           PIC X(260).
       01  WS-Studaudit-Path           PIC X(260).
       01  WS-Audit-Log-Path           PIC X(260).
       01  WS-Auditxwk-Path            PIC X(260).
       01  WS-Auditmrk-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Auditexc-Rpt-Path        PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Al-Status                   PIC X(2).
       01  Sa-Status                   PIC X(2).
       01  Xw-Status                   PIC X(2).
           88  Xw-Rec-Found            VALUE "00".
           88  Xw-Rec-Not-Found        VALUE "23".
       01  Am-Status                   PIC X(2).
       01  Ua-File-Status              PIC X(2).
       01  Rp-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Date-Range-Sw            PIC X VALUE "N".
           88  Date-Range-Run          VALUE "Y".
       01  WS-Log-Eof-Sw               PIC X.
           88  End-Of-Log              VALUE "Y".
       01  WS-Work-Eof-Sw              PIC X.
           88  End-Of-Work             VALUE "Y".
       01  WS-User-Found-Sw            PIC X.
           88  User-On-File            VALUE "Y".
       01  WS-In-Scope-Sw              PIC X.
           88  Entry-In-Scope          VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * The working day - a change outside it, or at a weekend, is
      * after hours.
       01  WS-Day-Start                PIC 9(6) VALUE 070000.
       01  WS-Day-End                  PIC 9(6) VALUE 190000.

       01  WS-Today                    PIC 9(8).
       01  WS-Time-Now                 PIC 9(6).
       01  WS-From-Date                PIC 9(8).
       01  WS-To-Date                  PIC 9(8).
       01  WS-Mark-Stamp.
           02  WS-Mark-Date            PIC 9(8).
           02  WS-Mark-Time            PIC 9(6).
       01  WS-Mark-Stamp-N REDEFINES WS-Mark-Stamp PIC 9(14).
       01  WS-High-Stamp.
           02  WS-High-Date            PIC 9(8).
           02  WS-High-Time            PIC 9(6).
       01  WS-High-Stamp-N REDEFINES WS-High-Stamp PIC 9(14).
       01  WS-Row-Stamp.
           02  WS-Row-Date             PIC 9(8).
           02  WS-Row-Time             PIC 9(6).
       01  WS-Row-Stamp-N REDEFINES WS-Row-Stamp PIC 9(14).
       01  WS-Day-Of-Week              PIC 9(1).
           88  Weekend-Day             VALUE 0 6.

      * The audit entry being looked at, whichever log it came from.
       01  WS-Entry.
           02  WS-Entry-Stamp          PIC X(16).
           02  WS-Entry-Source         PIC X(8).
           02  WS-Entry-Action         PIC X(8).
           02  WS-Entry-Entity         PIC X(11).
           02  WS-Entry-User           PIC X(10).
           02  WS-Entry-Before         PIC X(40).
           02  WS-Entry-After          PIC X(40).
       01  WS-Reason                   PIC X(28).
       01  WS-Log-Source               PIC X(8).
       01  WS-Work-Seq                 PIC 9(7) VALUE ZEROS.

       01  Control-Totals.
           02  Ct-Entries-Checked      PIC 9(7) VALUE ZEROS.
           02  Ct-Exceptions           PIC 9(7) VALUE ZEROS.
           02  Ct-After-Hours          PIC 9(7) VALUE ZEROS.
           02  Ct-User-Not-On-File     PIC 9(7) VALUE ZEROS.
           02  Ct-Logs-Missing         PIC 9(1) VALUE ZEROS.

       01  Exc-Col-Heading.
           02  FILLER                  PIC X(11) VALUE "DATE".
           02  FILLER                  PIC X(9)  VALUE "TIME".
           02  FILLER                  PIC X(9)  VALUE "PROGRAM".
           02  FILLER                  PIC X(11) VALUE "USER".
           02  FILLER                  PIC X(9)  VALUE "ACTION".
           02  FILLER                  PIC X(12) VALUE "ENTITY".
           02  FILLER                  PIC X(28) VALUE "EXCEPTION".

       01  Exc-Detail-Line.
           02  Xd-Date                 PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Xd-Time                 PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Xd-Source               PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Xd-User                 PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Xd-Action               PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Xd-Entity               PIC X(11).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Xd-Reason               PIC X(28).

       01  Exc-Change-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  FILLER                  PIC X(8) VALUE "BEFORE: ".
           02  Xc-Before               PIC X(40).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(7) VALUE "AFTER: ".
           02  Xc-After                PIC X(40).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time-Now.
           PERFORM Load-Run-Parameters.
           PERFORM Load-User-Access-Table.
           IF Date-Range-Run
               MOVE ZEROS TO WS-Mark-Stamp-N
           ELSE
               PERFORM Load-Audit-Mark
           END-IF.
           MOVE WS-Mark-Stamp TO WS-High-Stamp.

           OPEN OUTPUT Exception-Work-File.
           CLOSE Exception-Work-File.
           OPEN I-O Exception-Work-File.
           MOVE Xw-Status TO WS-Chk-Status.
           MOVE "OPEN Exception-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           MOVE "ENROLL" TO WS-Log-Source.
           MOVE WS-Enrollaudit-Path TO WS-Audit-Log-Path.
           PERFORM Read-Audit-Log.
           MOVE "BOOKSHOP" TO WS-Log-Source.
           MOVE WS-Bookaudit-Path TO WS-Audit-Log-Path.
           PERFORM Read-Audit-Log.
           MOVE "TERMROLL" TO WS-Log-Source.
           MOVE WS-Termaudit-Path TO WS-Audit-Log-Path.
           PERFORM Read-Audit-Log.
           MOVE "STUDADM" TO WS-Log-Source.
           PERFORM Read-Student-Audit-Log.

           PERFORM Write-Exception-Report.
           CLOSE Exception-Work-File.

           IF NOT Date-Range-Run
               PERFORM Save-Audit-Mark
           END-IF.
           DISPLAY "Audit exceptions complete - " Ct-Entries-Checked
               " entries checked, " Ct-After-Hours " after hours, "
               Ct-User-Not-On-File " by users not on file.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "ENTRIES CHECKED" TO Cnt-Label.
           MOVE Ct-Entries-Checked TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "AFTER HOURS" TO Cnt-Label.
           MOVE Ct-After-Hours TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "USER NOT ON FILE" TO Cnt-Label.
           MOVE Ct-User-Not-On-File TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "AUDITEXC"
                   MOVE "Y" TO WS-Runparms-Sw
                   IF Rp-Date-Range-Flag = "Y"
                       MOVE "Y" TO WS-Date-Range-Sw
                       MOVE Rp-From-Date TO WS-From-Date
                       MOVE Rp-To-Date TO WS-To-Date
                   END-IF
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Date-Range-Run
               DISPLAY "AUDITEXC run-parameter row found - checking "
                       WS-From-Date " to " WS-To-Date "."
           END-IF.

      * With no mark on file (the first run) everything logged today
      * is checked.
       Load-Audit-Mark.
           OPEN INPUT Audit-Mark-File.
           IF Am-Status = "00"
               READ Audit-Mark-File
               IF Am-Status = "00"
                   MOVE Am-Mark-Date TO WS-Mark-Date
                   MOVE Am-Mark-Time TO WS-Mark-Time
                   CLOSE Audit-Mark-File
                   EXIT PARAGRAPH
               END-IF
               CLOSE Audit-Mark-File
           END-IF.
           MOVE WS-Today TO WS-Mark-Date.
           MOVE ZEROS TO WS-Mark-Time.
           SUBTRACT 1 FROM WS-Mark-Stamp-N.

       Save-Audit-Mark.
           OPEN OUTPUT Audit-Mark-File.
           MOVE WS-High-Date TO Am-Mark-Date.
           MOVE WS-High-Time TO Am-Mark-Time.
           WRITE Audit-Mark-Rec.
           CLOSE Audit-Mark-File.

       Read-Audit-Log.
           OPEN INPUT Audit-Log-File.
           IF Al-Status NOT = "00"
               DISPLAY "No " WS-Log-Source " audit log on file."
               ADD 1 TO Ct-Logs-Missing
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Log-Eof-Sw.
           PERFORM UNTIL End-Of-Log
               READ Audit-Log-File
                   AT END SET End-Of-Log TO TRUE
                   NOT AT END PERFORM Take-Audit-Log-Entry
               END-READ
           END-PERFORM.
           CLOSE Audit-Log-File.

       Take-Audit-Log-Entry.
           MOVE Al-Timestamp(1:16) TO WS-Entry-Stamp.
           MOVE WS-Log-Source      TO WS-Entry-Source.
           MOVE Al-Action          TO WS-Entry-Action.
           MOVE Al-Entity          TO WS-Entry-Entity.
           MOVE Al-User            TO WS-Entry-User.
           MOVE Al-Before          TO WS-Entry-Before.
           MOVE Al-After           TO WS-Entry-After.
           PERFORM Check-Audit-Entry.

       Read-Student-Audit-Log.
           OPEN INPUT Student-Audit-File.
           IF Sa-Status NOT = "00"
               DISPLAY "No STUDADM audit log on file."
               ADD 1 TO Ct-Logs-Missing
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Log-Eof-Sw.
           PERFORM UNTIL End-Of-Log
               MOVE SPACES TO Student-Audit-Rec
               READ Student-Audit-File
                   AT END SET End-Of-Log TO TRUE
                   NOT AT END PERFORM Take-Student-Audit-Entry
               END-READ
           END-PERFORM.
           CLOSE Student-Audit-File.

       Take-Student-Audit-Entry.
           MOVE Sa-Timestamp(1:16) TO WS-Entry-Stamp.
           MOVE "STUDADM"          TO WS-Entry-Source.
           MOVE Sa-Action          TO WS-Entry-Action.
           MOVE SPACES             TO WS-Entry-Entity.
           STRING "STUDENT " Sa-Student-Id
               DELIMITED BY SIZE INTO WS-Entry-Entity.
           MOVE Sa-User            TO WS-Entry-User.
           MOVE Sa-Before          TO WS-Entry-Before.
           MOVE Sa-After           TO WS-Entry-After.
           PERFORM Check-Audit-Entry.

      * An entry since the mark (or in the date range) is checked
      * against the working day and the user-access file.
       Check-Audit-Entry.
           IF WS-Entry-Stamp(1:14) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Stamp(1:14) TO WS-Row-Stamp.
           PERFORM Check-Entry-Scope.
           IF NOT Entry-In-Scope
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Entries-Checked.
           IF WS-Row-Stamp-N > WS-High-Stamp-N
               MOVE WS-Row-Stamp TO WS-High-Stamp
           END-IF.

           MOVE SPACES TO WS-Reason.
           COMPUTE WS-Day-Of-Week = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-Row-Date), 7).
           IF WS-Row-Time < WS-Day-Start
               OR WS-Row-Time NOT < WS-Day-End
               OR Weekend-Day
               MOVE "AFTER HOURS" TO WS-Reason
               ADD 1 TO Ct-After-Hours
           END-IF.
           PERFORM Find-Entry-User.
           IF NOT User-On-File
               IF WS-Reason = SPACES
                   MOVE "USER NOT ON FILE" TO WS-Reason
               ELSE
                   MOVE "AFTER HOURS+USER NOT ON FILE" TO WS-Reason
               END-IF
               ADD 1 TO Ct-User-Not-On-File
           END-IF.
           IF WS-Reason NOT = SPACES
               PERFORM Save-Exception-Row
           END-IF.

       Check-Entry-Scope.
           MOVE "N" TO WS-In-Scope-Sw.
           IF Date-Range-Run
               IF WS-Row-Date NOT < WS-From-Date
                   AND WS-Row-Date NOT > WS-To-Date
                   MOVE "Y" TO WS-In-Scope-Sw
               END-IF
           ELSE
               IF WS-Row-Stamp-N > WS-Mark-Stamp-N
                   MOVE "Y" TO WS-In-Scope-Sw
               END-IF
           END-IF.

      * A blank user is never on file.
       Find-Entry-User.
           MOVE "N" TO WS-User-Found-Sw.
           IF WS-Entry-User = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
                      OR User-On-File
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Entry-User
                   MOVE "Y" TO WS-User-Found-Sw
               END-IF
           END-PERFORM.

       Save-Exception-Row.
           ADD 1 TO Ct-Exceptions.
           ADD 1 TO WS-Work-Seq.
           MOVE WS-Entry-Stamp  TO Xw-Stamp.
           MOVE WS-Work-Seq     TO Xw-Seq.
           MOVE WS-Entry-Source TO Xw-Source.
           MOVE WS-Entry-Action TO Xw-Action.
           MOVE WS-Entry-Entity TO Xw-Entity.
           MOVE WS-Entry-User   TO Xw-User.
           MOVE WS-Reason       TO Xw-Reason.
           MOVE WS-Entry-Before TO Xw-Before.
           MOVE WS-Entry-After  TO Xw-After.
           WRITE Xw-Rec
               INVALID KEY
                   MOVE Xw-Status TO WS-Chk-Status
                   MOVE "WRITE Exception-Work-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Write-Exception-Report.
           OPEN OUTPUT Exception-Report.
           MOVE SPACES TO Exception-Print-Line.
           STRING "AUDIT TRAIL EXCEPTIONS - RUN " WS-Today " "
                  WS-Time-Now
               DELIMITED BY SIZE INTO Exception-Print-Line.
           WRITE Exception-Print-Line.
           MOVE SPACES TO Exception-Print-Line.
           IF Date-Range-Run
               STRING "CHANGES LOGGED " WS-From-Date " TO "
                      WS-To-Date
                   DELIMITED BY SIZE INTO Exception-Print-Line
           ELSE
               STRING "CHANGES LOGGED SINCE " WS-Mark-Date " "
                      WS-Mark-Time
                   DELIMITED BY SIZE INTO Exception-Print-Line
           END-IF.
           WRITE Exception-Print-Line.
           MOVE SPACES TO Exception-Print-Line.
           STRING "WORKING DAY " WS-Day-Start " TO " WS-Day-End
                  " MONDAY TO FRIDAY"
               DELIMITED BY SIZE INTO Exception-Print-Line.
           WRITE Exception-Print-Line.
           MOVE SPACES TO Exception-Print-Line.
           WRITE Exception-Print-Line.
           WRITE Exception-Print-Line FROM Exc-Col-Heading.
           MOVE ALL "-" TO Exception-Print-Line.
           WRITE Exception-Print-Line.

           MOVE LOW-VALUES TO Xw-Key.
           START Exception-Work-File
               KEY IS >= Xw-Key
               INVALID KEY SET Xw-Rec-Not-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Work-Eof-Sw.
           IF Xw-Rec-Not-Found
               SET End-Of-Work TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Work
               READ Exception-Work-File NEXT RECORD
                   AT END SET End-Of-Work TO TRUE
                   NOT AT END PERFORM Write-Exception-Line
               END-READ
           END-PERFORM.

           MOVE SPACES TO Exception-Print-Line.
           WRITE Exception-Print-Line.
           IF Ct-Exceptions = ZEROS
               STRING "No exceptions - every change was made in "
                      "the working day by a user on file."
                   DELIMITED BY SIZE INTO Exception-Print-Line
               WRITE Exception-Print-Line
           END-IF.
           MOVE SPACES TO Exception-Print-Line.
           STRING "ENTRIES CHECKED " Ct-Entries-Checked
                  "   AFTER HOURS " Ct-After-Hours
                  "   USER NOT ON FILE " Ct-User-Not-On-File
               DELIMITED BY SIZE INTO Exception-Print-Line.
           WRITE Exception-Print-Line.
           IF Ct-Logs-Missing > ZEROS
               MOVE SPACES TO Exception-Print-Line
               STRING "*** " Ct-Logs-Missing " AUDIT LOG(S) NOT ON "
                      "FILE - CHECK INCOMPLETE"
                   DELIMITED BY SIZE INTO Exception-Print-Line
               WRITE Exception-Print-Line
           END-IF.
           CLOSE Exception-Report.

       Write-Exception-Line.
           MOVE SPACES TO Xd-Date Xd-Time.
           STRING Xw-Stamp(1:4) "/" Xw-Stamp(5:2) "/" Xw-Stamp(7:2)
               DELIMITED BY SIZE INTO Xd-Date.
           STRING Xw-Stamp(9:2) ":" Xw-Stamp(11:2) ":" Xw-Stamp(13:2)
               DELIMITED BY SIZE INTO Xd-Time.
           MOVE Xw-Source TO Xd-Source.
           MOVE Xw-User   TO Xd-User.
           MOVE Xw-Action TO Xd-Action.
           MOVE Xw-Entity TO Xd-Entity.
           MOVE Xw-Reason TO Xd-Reason.
           WRITE Exception-Print-Line FROM Exc-Detail-Line.
           IF Xw-Before NOT = SPACES OR Xw-After NOT = SPACES
               MOVE Xw-Before TO Xc-Before
               MOVE Xw-After  TO Xc-After
               WRITE Exception-Print-Line FROM Exc-Change-Line
           END-IF.

      * Only the user IDs are kept - this run never logs anyone in.
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
               DISPLAY "User access file not found - every change "
                       "will show as by a user not on file."
           END-IF.

       Load-One-User-Access.
           IF WS-User-Access-Count < WS-User-Access-Max
               ADD 1 TO WS-User-Access-Count
               MOVE Ua-UserId TO Ua-UserId-Tbl(WS-User-Access-Count)
           ELSE
               DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                       WS-User-Access-Max " accounts on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           ACCEPT WS-Enrollaudit-Path
               FROM ENVIRONMENT "ENROLLAUDIT_PATH".
           IF WS-Enrollaudit-Path = SPACES
               MOVE "ENROLLAUDIT.LOG" TO WS-Enrollaudit-Path
           END-IF.
           ACCEPT WS-Bookaudit-Path FROM ENVIRONMENT "BOOKAUDIT_PATH".
           IF WS-Bookaudit-Path = SPACES
               MOVE "BOOKAUDIT.LOG" TO WS-Bookaudit-Path
           END-IF.
           ACCEPT WS-Termaudit-Path FROM ENVIRONMENT "TERMAUDIT_PATH".
           IF WS-Termaudit-Path = SPACES
               MOVE "TERMAUDIT.LOG" TO WS-Termaudit-Path
           END-IF.
           ACCEPT WS-Studaudit-Path
               FROM ENVIRONMENT "STUDADMIN_AUDIT_PATH".
           IF WS-Studaudit-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDAUDIT.LOG"
                   TO WS-Studaudit-Path
           END-IF.
           ACCEPT WS-Auditxwk-Path FROM ENVIRONMENT "AUDITXWK_PATH".
           IF WS-Auditxwk-Path = SPACES
               MOVE "AUDITXWK.DAT" TO WS-Auditxwk-Path
           END-IF.
           ACCEPT WS-Auditmrk-Path FROM ENVIRONMENT "AUDITMRK_PATH".
           IF WS-Auditmrk-Path = SPACES
               MOVE "AUDITMRK.DAT" TO WS-Auditmrk-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Auditexc-Rpt-Path
               FROM ENVIRONMENT "AUDITEXC_RPT_PATH".
           IF WS-Auditexc-Rpt-Path = SPACES
               MOVE "AUDITEXC.RPT" TO WS-Auditexc-Rpt-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
