       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AuditInquiry.
       AUTHOR.  Jon Clark.
      * Internal audit's inquiry across every program's audit trail.
      * Each maintenance program appends its own log, and answering
      * "who changed this student's address in March" or "what did
      * user JSMITH do last week" used to mean searching each of them
      * by hand.  This program reads all of them:
      *
      *   ENROLL    ENROLLAUDIT.LOG - StudentEnrollment, EnrollmentForm
      *             and SectionCancel (enrollment adds, drops, grades,
      *             attendance, drop adjustments)
      *   BOOKSHOP  BOOKAUDIT.LOG   - BookshopMaint and
      *             BookshopCycleCount (book records and counts)
      *   TERMROLL  TERMAUDIT.LOG   - TermRollover (balances carried
      *             into a new term)
      *   STUDADM   STUDAUDIT.LOG   - StudentAdminForm (student adds,
      *             updates, deletes, FERPA flag and address changes)
      *
      * and lists the entries that match the selection - student ID,
      * user ID, date range, program and action, any of them left
      * blank to take everything - merged into one history in time
      * order, with the before and after values each line carries.
      * The history goes to the console and to AUDITINQ.RPT.
      *
      * The student on an entry is the Audit-Student-Id on a STUDADM
      * line, the student ID that starts an enrollment record image on
      * an ENROLL line, and the student number that starts a fees
      * master image on a TERMROLL line.  BOOKSHOP lines are not about
      * a student, so a student selection leaves them out.
      *
      * The matching entries are merged in AUDITWK.DAT, a keyed work
      * file rebuilt for every inquiry.  Every audit line shows a
      * record's before and after image, so a Maintenance login is
      * needed.  The nightly exceptions report from the same logs is
      * AuditExceptions.

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

           SELECT Audit-Work-File ASSIGN TO WS-Auditwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Aw-Key
               FILE STATUS IS Aw-Status.

           SELECT Inquiry-Report-File ASSIGN TO WS-Auditinq-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

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

      * One selected audit entry, keyed by its timestamp to the
      * hundredth of a second and the order it was read in.
       FD  Audit-Work-File.
       01  Aw-Rec.
           02  Aw-Key.
               03  Aw-Stamp            PIC X(16).
               03  Aw-Seq              PIC 9(7).
           02  Aw-Source               PIC X(8).
           02  Aw-Action               PIC X(8).
           02  Aw-Entity               PIC X(11).
           02  Aw-Student-Number       PIC 9(7).
           02  Aw-User                 PIC X(10).
           02  Aw-Before               PIC X(40).
           02  Aw-After                PIC X(40).

       FD  Inquiry-Report-File.
       01  Inquiry-Print-Line          PIC X(104).

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
       01  WS-Enrollaudit-Path         PIC X(260).
       01  WS-Bookaudit-Path           PIC X(260).
       01  WS-Termaudit-Path           PIC X(260).
       01  WS-Studaudit-Path           PIC X(260).
       01  WS-Audit-Log-Path           PIC X(260).
       01  WS-Auditwk-Path             PIC X(260).
       01  WS-Auditinq-Rpt-Path        PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Al-Status                   PIC X(2).
       01  Sa-Status                   PIC X(2).
       01  Aw-Status                   PIC X(2).
           88  Aw-Rec-Found            VALUE "00".
           88  Aw-Rec-Not-Found        VALUE "23".
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

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Log-Eof-Sw               PIC X.
           88  End-Of-Log              VALUE "Y".
       01  WS-Work-Eof-Sw              PIC X.
           88  End-Of-Work             VALUE "Y".
       01  WS-Selected-Sw              PIC X.
           88  Entry-Selected          VALUE "Y".
       01  WS-Selection-Ok-Sw          PIC X.
           88  Selection-Ok            VALUE "Y".

      * The selection for one inquiry - zero or blank takes all.
       01  WS-Sel-Student-Id           PIC 9(5).
       01  WS-Sel-Student-Number       PIC 9(7).
       01  WS-Sel-User                 PIC X(10).
       01  WS-Sel-From-Date            PIC 9(8).
       01  WS-Sel-To-Date              PIC 9(8).
       01  WS-Sel-Program-Choice       PIC 9(1).
       01  WS-Sel-Source               PIC X(8).
       01  WS-Sel-Action               PIC X(8).

      * The audit entry being looked at, whichever log it came from.
       01  WS-Entry.
           02  WS-Entry-Stamp          PIC X(16).
           02  WS-Entry-Source         PIC X(8).
           02  WS-Entry-Action         PIC X(8).
           02  WS-Entry-Entity         PIC X(11).
           02  WS-Entry-Student-Number PIC 9(7).
           02  WS-Entry-User           PIC X(10).
           02  WS-Entry-Before         PIC X(40).
           02  WS-Entry-After          PIC X(40).
       01  WS-Entry-Date               PIC X(8).
       01  WS-Image-Id                 PIC 9(5).
       01  WS-Image-Number             PIC 9(7).
       01  WS-Log-Source               PIC X(8).
       01  WS-Work-Seq                 PIC 9(7).

       01  Inquiry-Totals.
           02  Ct-Entries-Read         PIC 9(7).
           02  Ct-Entries-Listed       PIC 9(7).
           02  Ct-Logs-Missing         PIC 9(1).

       01  Another-Reply               PIC X VALUE "Y".
           88  Query-Another           VALUE "Y" "y".

       01  Inq-Col-Heading.
           02  FILLER                  PIC X(11) VALUE "DATE".
           02  FILLER                  PIC X(9)  VALUE "TIME".
           02  FILLER                  PIC X(9)  VALUE "PROGRAM".
           02  FILLER                  PIC X(11) VALUE "USER".
           02  FILLER                  PIC X(9)  VALUE "ACTION".
           02  FILLER                  PIC X(12) VALUE "ENTITY".
           02  FILLER                  PIC X(7)  VALUE "STUDENT".

       01  Inq-Detail-Line.
           02  Id-Date                 PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Id-Time                 PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Id-Source               PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Id-User                 PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Id-Action               PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Id-Entity               PIC X(11).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Id-Student              PIC X(7).

       01  Inq-Change-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  FILLER                  PIC X(8) VALUE "BEFORE: ".
           02  Ic-Before               PIC X(40).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(7) VALUE "AFTER: ".
           02  Ic-After                PIC X(40).

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
               DISPLAY "Audit inquiry needs a Maintenance login - "
                       "the audit trail shows record images."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN OUTPUT Inquiry-Report-File.

           PERFORM Run-One-Inquiry UNTIL NOT Query-Another.

           CLOSE Inquiry-Report-File.
           STOP RUN.

       Run-One-Inquiry.
           PERFORM Prompt-Selection.
           IF Selection-Ok
               PERFORM Build-Audit-History
               PERFORM Print-Audit-History
           END-IF.
           DISPLAY " ".
           DISPLAY "Run another inquiry (Y/N)? " WITH NO ADVANCING.
           ACCEPT Another-Reply.

       Prompt-Selection.
           MOVE "Y" TO WS-Selection-Ok-Sw.
           DISPLAY " ".
           DISPLAY "Leave a field blank or zero to take everything.".
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-Sel-Student-Id.
           MOVE WS-Sel-Student-Id TO WS-Sel-Student-Number.
           DISPLAY "User ID: " WITH NO ADVANCING.
           ACCEPT WS-Sel-User.
           DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Sel-From-Date.
           DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Sel-To-Date.
           IF WS-Sel-To-Date = ZEROS
               MOVE 99999999 TO WS-Sel-To-Date
           END-IF.
           IF WS-Sel-From-Date > WS-Sel-To-Date
               DISPLAY "From date is after the to date - nothing "
                       "selected."
               MOVE "N" TO WS-Selection-Ok-Sw
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Program: 1 ENROLL  2 BOOKSHOP  3 TERMROLL  "
                   "4 STUDADM".
           DISPLAY "Program (0 for all): " WITH NO ADVANCING.
           ACCEPT WS-Sel-Program-Choice.
           EVALUATE WS-Sel-Program-Choice
               WHEN 0 MOVE SPACES     TO WS-Sel-Source
               WHEN 1 MOVE "ENROLL"   TO WS-Sel-Source
               WHEN 2 MOVE "BOOKSHOP" TO WS-Sel-Source
               WHEN 3 MOVE "TERMROLL" TO WS-Sel-Source
               WHEN 4 MOVE "STUDADM"  TO WS-Sel-Source
               WHEN OTHER
                   DISPLAY "Program must be 0 to 4 - nothing "
                           "selected."
                   MOVE "N" TO WS-Selection-Ok-Sw
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "Action (e.g. UPDATE, DELETE, ADDRCHG): "
                   WITH NO ADVANCING.
           ACCEPT WS-Sel-Action.
           MOVE FUNCTION UPPER-CASE(WS-Sel-Action) TO WS-Sel-Action.

      * Reads every log the selection covers into the work file,
      * which hands them back in time order whichever log they came
      * from.
       Build-Audit-History.
           INITIALIZE Inquiry-Totals.
           MOVE ZEROS TO WS-Work-Seq.
           OPEN OUTPUT Audit-Work-File.
           CLOSE Audit-Work-File.
           OPEN I-O Audit-Work-File.
           MOVE Aw-Status TO WS-Chk-Status.
           MOVE "OPEN Audit-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           IF WS-Sel-Source = SPACES OR WS-Sel-Source = "ENROLL"
               MOVE "ENROLL" TO WS-Log-Source
               MOVE WS-Enrollaudit-Path TO WS-Audit-Log-Path
               PERFORM Read-Audit-Log
           END-IF.
           IF WS-Sel-Source = SPACES OR WS-Sel-Source = "BOOKSHOP"
               MOVE "BOOKSHOP" TO WS-Log-Source
               MOVE WS-Bookaudit-Path TO WS-Audit-Log-Path
               PERFORM Read-Audit-Log
           END-IF.
           IF WS-Sel-Source = SPACES OR WS-Sel-Source = "TERMROLL"
               MOVE "TERMROLL" TO WS-Log-Source
               MOVE WS-Termaudit-Path TO WS-Audit-Log-Path
               PERFORM Read-Audit-Log
           END-IF.
           IF WS-Sel-Source = SPACES OR WS-Sel-Source = "STUDADM"
               PERFORM Read-Student-Audit-Log
           END-IF.

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
           ADD 1 TO Ct-Entries-Read.
           MOVE Al-Timestamp(1:16) TO WS-Entry-Stamp.
           MOVE WS-Log-Source      TO WS-Entry-Source.
           MOVE Al-Action          TO WS-Entry-Action.
           MOVE Al-Entity          TO WS-Entry-Entity.
           MOVE Al-User            TO WS-Entry-User.
           MOVE Al-Before          TO WS-Entry-Before.
           MOVE Al-After           TO WS-Entry-After.
           PERFORM Find-Entry-Student.
           PERFORM Check-Entry-Selected.
           IF Entry-Selected
               PERFORM Save-Work-Row
           END-IF.

      * An enrollment image starts with the 5-digit student ID and a
      * fees master image with the 7-digit student number; the
      * before image is used if there is one, else the after image.
       Find-Entry-Student.
           MOVE ZEROS TO WS-Entry-Student-Number.
           EVALUATE WS-Log-Source
               WHEN "ENROLL"
                   IF Al-Before(1:5) IS NUMERIC
                       MOVE Al-Before(1:5) TO WS-Image-Id
                       MOVE WS-Image-Id TO WS-Entry-Student-Number
                   ELSE
                       IF Al-After(1:5) IS NUMERIC
                           MOVE Al-After(1:5) TO WS-Image-Id
                           MOVE WS-Image-Id TO WS-Entry-Student-Number
                       END-IF
                   END-IF
               WHEN "TERMROLL"
                   IF Al-Before(1:7) IS NUMERIC
                       MOVE Al-Before(1:7) TO WS-Image-Number
                       MOVE WS-Image-Number TO WS-Entry-Student-Number
                   ELSE
                       IF Al-After(1:7) IS NUMERIC
                           MOVE Al-After(1:7) TO WS-Image-Number
                           MOVE WS-Image-Number
                               TO WS-Entry-Student-Number
                       END-IF
                   END-IF
           END-EVALUATE.

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
           ADD 1 TO Ct-Entries-Read.
           MOVE Sa-Timestamp(1:16) TO WS-Entry-Stamp.
           MOVE "STUDADM"          TO WS-Entry-Source.
           MOVE Sa-Action          TO WS-Entry-Action.
           MOVE "STUDENT"          TO WS-Entry-Entity.
           MOVE Sa-User            TO WS-Entry-User.
           MOVE Sa-Before          TO WS-Entry-Before.
           MOVE Sa-After           TO WS-Entry-After.
           MOVE ZEROS TO WS-Entry-Student-Number.
           IF Sa-Student-Id IS NUMERIC
               MOVE Sa-Student-Id TO WS-Entry-Student-Number
           END-IF.
           PERFORM Check-Entry-Selected.
           IF Entry-Selected
               PERFORM Save-Work-Row
           END-IF.

       Check-Entry-Selected.
           MOVE "N" TO WS-Selected-Sw.
           IF WS-Sel-Student-Number > ZEROS
               AND WS-Entry-Student-Number NOT = WS-Sel-Student-Number
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sel-User NOT = SPACES
               AND WS-Entry-User NOT = WS-Sel-User
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Stamp(1:8) TO WS-Entry-Date.
           IF WS-Entry-Date < WS-Sel-From-Date
               OR WS-Entry-Date > WS-Sel-To-Date
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sel-Action NOT = SPACES
               AND WS-Entry-Action NOT = WS-Sel-Action
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Selected-Sw.

       Save-Work-Row.
           ADD 1 TO WS-Work-Seq.
           MOVE WS-Entry-Stamp          TO Aw-Stamp.
           MOVE WS-Work-Seq             TO Aw-Seq.
           MOVE WS-Entry-Source         TO Aw-Source.
           MOVE WS-Entry-Action         TO Aw-Action.
           MOVE WS-Entry-Entity         TO Aw-Entity.
           MOVE WS-Entry-Student-Number TO Aw-Student-Number.
           MOVE WS-Entry-User           TO Aw-User.
           MOVE WS-Entry-Before         TO Aw-Before.
           MOVE WS-Entry-After          TO Aw-After.
           WRITE Aw-Rec
               INVALID KEY
                   MOVE Aw-Status TO WS-Chk-Status
                   MOVE "WRITE Audit-Work-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Print-Audit-History.
           PERFORM Write-History-Header.
           MOVE LOW-VALUES TO Aw-Key.
           START Audit-Work-File
               KEY IS >= Aw-Key
               INVALID KEY SET Aw-Rec-Not-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Work-Eof-Sw.
           IF Aw-Rec-Not-Found
               SET End-Of-Work TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Work
               READ Audit-Work-File NEXT RECORD
                   AT END SET End-Of-Work TO TRUE
                   NOT AT END PERFORM Write-History-Line
               END-READ
           END-PERFORM.
           CLOSE Audit-Work-File.

           MOVE SPACES TO Inquiry-Print-Line.
           IF Ct-Entries-Listed = ZEROS
               MOVE "No audit entries match the selection."
                   TO Inquiry-Print-Line
           ELSE
               STRING "Entries listed: " Ct-Entries-Listed
                      "   of " Ct-Entries-Read " read"
                   DELIMITED BY SIZE INTO Inquiry-Print-Line
           END-IF.
           WRITE Inquiry-Print-Line AFTER ADVANCING 2 LINES.
           DISPLAY " ".
           DISPLAY Inquiry-Print-Line.
           IF Ct-Logs-Missing > ZEROS
               MOVE SPACES TO Inquiry-Print-Line
               STRING "*** " Ct-Logs-Missing " AUDIT LOG(S) NOT ON "
                      "FILE - HISTORY MAY BE INCOMPLETE"
                   DELIMITED BY SIZE INTO Inquiry-Print-Line
               WRITE Inquiry-Print-Line AFTER ADVANCING 1 LINE
               DISPLAY Inquiry-Print-Line
           END-IF.

       Write-History-Header.
           MOVE SPACES TO Inquiry-Print-Line.
           WRITE Inquiry-Print-Line AFTER ADVANCING PAGE.
           MOVE "AUDIT TRAIL INQUIRY" TO Inquiry-Print-Line.
           WRITE Inquiry-Print-Line AFTER ADVANCING 1 LINE.
           DISPLAY " ".
           DISPLAY Inquiry-Print-Line.
           MOVE SPACES TO Inquiry-Print-Line.
           STRING "PRINTED " WS-Today " BY " WS-Login-Userid
               DELIMITED BY SIZE INTO Inquiry-Print-Line.
           WRITE Inquiry-Print-Line AFTER ADVANCING 1 LINE.
           DISPLAY Inquiry-Print-Line.
           MOVE SPACES TO Inquiry-Print-Line.
           STRING "SELECTED - STUDENT " WS-Sel-Student-Id
                  "  USER " WS-Sel-User
                  "  FROM " WS-Sel-From-Date
                  "  TO " WS-Sel-To-Date
               DELIMITED BY SIZE INTO Inquiry-Print-Line.
           WRITE Inquiry-Print-Line AFTER ADVANCING 1 LINE.
           DISPLAY Inquiry-Print-Line.
           MOVE SPACES TO Inquiry-Print-Line.
           STRING "           PROGRAM " WS-Sel-Source
                  "  ACTION " WS-Sel-Action
               DELIMITED BY SIZE INTO Inquiry-Print-Line.
           WRITE Inquiry-Print-Line AFTER ADVANCING 1 LINE.
           DISPLAY Inquiry-Print-Line.
           MOVE SPACES TO Inquiry-Print-Line.
           WRITE Inquiry-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Inquiry-Print-Line FROM Inq-Col-Heading
               AFTER ADVANCING 1 LINE.
           DISPLAY Inq-Col-Heading.

       Write-History-Line.
           MOVE SPACES TO Id-Date Id-Time.
           STRING Aw-Stamp(1:4) "/" Aw-Stamp(5:2) "/" Aw-Stamp(7:2)
               DELIMITED BY SIZE INTO Id-Date.
           STRING Aw-Stamp(9:2) ":" Aw-Stamp(11:2) ":" Aw-Stamp(13:2)
               DELIMITED BY SIZE INTO Id-Time.
           MOVE Aw-Source TO Id-Source.
           MOVE Aw-User   TO Id-User.
           MOVE Aw-Action TO Id-Action.
           MOVE Aw-Entity TO Id-Entity.
           IF Aw-Student-Number > ZEROS
               MOVE Aw-Student-Number TO Id-Student
           ELSE
               MOVE SPACES TO Id-Student
           END-IF.
           WRITE Inquiry-Print-Line FROM Inq-Detail-Line
               AFTER ADVANCING 1 LINE.
           DISPLAY Inq-Detail-Line.
           IF Aw-Before NOT = SPACES OR Aw-After NOT = SPACES
               MOVE Aw-Before TO Ic-Before
               MOVE Aw-After  TO Ic-After
               WRITE Inquiry-Print-Line FROM Inq-Change-Line
                   AFTER ADVANCING 1 LINE
               DISPLAY Inq-Change-Line
           END-IF.
           ADD 1 TO Ct-Entries-Listed.

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
           ACCEPT WS-Auditwk-Path FROM ENVIRONMENT "AUDITWK_PATH".
           IF WS-Auditwk-Path = SPACES
               MOVE "AUDITWK.DAT" TO WS-Auditwk-Path
           END-IF.
           ACCEPT WS-Auditinq-Rpt-Path
               FROM ENVIRONMENT "AUDITINQ_RPT_PATH".
           IF WS-Auditinq-Rpt-Path = SPACES
               MOVE "AUDITINQ.RPT" TO WS-Auditinq-Rpt-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
