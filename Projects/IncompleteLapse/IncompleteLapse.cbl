       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IncompleteLapse.
       AUTHOR.  Jon Clark.
      * Nightly incomplete-grade lapse run.  An I (incomplete) grade
      * is given for a set time to finish the work; every I carries
      * an expiry date on Incomplete-Grade-File (INCGRADE.DAT), keyed
      * like the enrollment it belongs to.  StudentEnrollment writes
      * the row when an I is keyed there; an I posted by
      * GradeSheetLoad has no row yet, so this run first gives every
      * I on STUDENR.DAT without one its default expiry - the term's
      * Tm-End-Date plus the default number of days.
      *
      * Each open row is then worked:
      *   - the enrollment no longer carries an I (regraded) - the
      *     row is closed as resolved;
      *   - the expiry date has arrived - the I becomes the default
      *     failing grade, the change goes to Grade-History-File
      *     with changed-by INCLAPSE and reason ILAP, and the row is
      *     closed as lapsed;
      *   - the expiry falls inside the warning window and no
      *     warning has gone yet - a warning is sent and its date
      *     kept on the row so it goes only once.
      * Warnings and lapses are queued on NOTIFYQ.DAT for the
      * student and for each lecturer on the section's teaching
      * assignment (TEACHASGN.DAT); NotifyDispatch sends them.
      *
      * Unattended, the INCLAPSE row of RUNPARMS.DAT may set the
      * default expiry (Rp-Due-Days, normally 180 days) and the
      * warning window (Rp-Late-Days, normally 14 days).  Every
      * action is listed on INCLAPSE.RPT.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Incomplete-Grade-File ASSIGN TO WS-Incgrade-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ig-Key
               FILE STATUS IS Ig-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Grade-History-File ASSIGN TO WS-Gradhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gh-Key
               FILE STATUS IS Gh-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Teaching-Assignment-File ASSIGN TO WS-Teachasgn-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ta-Key
               FILE STATUS IS Ta-Status.

           SELECT Notify-Queue-File ASSIGN TO WS-Notifyq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Inclapse-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Incomplete-Grade-File.
       01  Ig-Rec.
           02  Ig-Key.
               03  Ig-Student-Id           PIC 9(5).
               03  Ig-Module-Code          PIC X(5).
               03  Ig-Term-Code            PIC X(6).
               03  Ig-Section-Num          PIC 9(2).
           02  Ig-Expiry-Date              PIC 9(8).
           02  Ig-Recorded-By              PIC X(10).
           02  Ig-Recorded-Date            PIC 9(8).
           02  Ig-Warned-Date              PIC 9(8).
           02  Ig-Lapse-State              PIC X(1).
               88  Ig-Open                 VALUE "O".
               88  Ig-Lapsed               VALUE "L".
               88  Ig-Resolved             VALUE "R".

       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
               88  Se-Incomplete-Grade      VALUE "I".
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

       FD  Grade-History-File.
       01  Gh-Rec.
           02  Gh-Key.
               03  Gh-Student-Id           PIC 9(5).
               03  Gh-Module-Code          PIC X(5).
               03  Gh-Term-Code            PIC X(6).
               03  Gh-Sequence-Num         PIC 9(2).
           02  Gh-Old-Grade                PIC X(1).
           02  Gh-New-Grade                PIC X(1).
           02  Gh-Changed-By               PIC X(10).
           02  Gh-Change-Date              PIC 9(8).
           02  Gh-Reason-Code              PIC X(4).

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

       FD  Teaching-Assignment-File.
       01  Ta-Rec.
           02  Ta-Key.
               03  Ta-Lecturer-Id      PIC X(6).
               03  Ta-Module-Code      PIC X(5).
               03  Ta-Term-Code        PIC X(6).
               03  Ta-Section-Num      PIC 9(2).
           02  Ta-Override-By          PIC X(10).
           02  Ta-Override-Date        PIC 9(8).

       FD  Notify-Queue-File.
       01  Notify-Queue-Rec.
           02  Nq-Queued-Date              PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Nq-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Nq-Event-Code               PIC X(8).
           02  FILLER                      PIC X(1).
           02  Nq-Message                  PIC X(50).

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

       FD  Report-File.
       01  Report-Print-Line           PIC X(76).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Incgrade-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Gradhist-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Notifyq-Path             PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Inclapse-Rpt-Path        PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Ig-Status                   PIC X(2).
           88  Ig-Rec-Found            VALUE "00".
           88  Ig-Rec-Not-Found        VALUE "23".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Gh-Status                   PIC X(2).
           88  Gh-Rec-Found            VALUE "00".
           88  Gh-Rec-Not-Found        VALUE "23".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Ta-Status                   PIC X(2).
           88  Ta-Rec-Found            VALUE "00".
           88  Ta-Rec-Not-Found        VALUE "23".
       01  Nq-File-Status              PIC X(2).
       01  Rp-File-Status              PIC X(2).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Teachasgn-Sw             PIC X VALUE "N".
           88  Teachasgn-Available     VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  End-Of-Incompletes-Sw       PIC X VALUE "N".
           88  End-Of-Incompletes      VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * The grade an unfinished incomplete turns into, and the
      * defaults the INCLAPSE parameter row may override.
       01  WS-Lapse-Grade              PIC X(1) VALUE "F".
       01  WS-Expiry-Days              PIC 9(3) VALUE 180.
       01  WS-Warning-Days             PIC 9(3) VALUE 14.

       01  WS-Today                    PIC 9(8).
       01  WS-Warning-Date             PIC 9(8).
       01  WS-Old-Grade                PIC X(1).
       01  WS-Gh-Next-Sequence         PIC 9(2).
       01  WS-Action                   PIC X(10).
       01  WS-Student-Event            PIC X(8).
       01  WS-Lecturer-Event           PIC X(8).

       01  Control-Totals.
           02  Ct-Seeded               PIC 9(5) VALUE ZEROS.
           02  Ct-Warned               PIC 9(5) VALUE ZEROS.
           02  Ct-Lapsed               PIC 9(5) VALUE ZEROS.
           02  Ct-Resolved             PIC 9(5) VALUE ZEROS.
           02  Ct-Notices              PIC 9(5) VALUE ZEROS.

       01  Report-Heading.
           02  FILLER                  PIC X(11) VALUE "ACTION".
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(8)  VALUE "MODULE".
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(5)  VALUE "SEC".
           02  FILLER                  PIC X(10) VALUE "EXPIRES".

       01  Report-Detail-Line.
           02  Rd-Action               PIC X(10).
           02  Rd-Student-Id           PIC BX(5).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Module-Code          PIC X(5).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Expiry-Date          PIC 9(8).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           COMPUTE WS-Warning-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + WS-Warning-Days).
           OPEN I-O Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - nothing to check."
               STOP RUN
           END-IF.
           OPEN I-O Incomplete-Grade-File.
           IF Ig-Status = "05" OR Ig-Status = "35"
               CLOSE Incomplete-Grade-File
               OPEN OUTPUT Incomplete-Grade-File
               CLOSE Incomplete-Grade-File
               OPEN I-O Incomplete-Grade-File
           END-IF.
           OPEN I-O Grade-History-File.
           IF Gh-Status = "05" OR Gh-Status = "35"
               CLOSE Grade-History-File
               OPEN OUTPUT Grade-History-File
               CLOSE Grade-History-File
               OPEN I-O Grade-History-File
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
           ELSE
               DISPLAY "No term master file - default expiry runs "
                       "from today."
           END-IF.
           OPEN INPUT Teaching-Assignment-File.
           IF Ta-Status = "00"
               MOVE "Y" TO WS-Teachasgn-Sw
           ELSE
               DISPLAY "No teaching assignment file - notices go to "
                       "students only."
           END-IF.
           OPEN EXTEND Notify-Queue-File.
           IF Nq-File-Status = "05" OR Nq-File-Status = "35"
               OPEN OUTPUT Notify-Queue-File
           END-IF.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "INCOMPLETE  GRADE  LAPSE  RUN " WS-Today
               "   WARN TO " WS-Warning-Date
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           WRITE Report-Print-Line FROM Report-Heading
               AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           PERFORM Seed-Missing-Incompletes.
           PERFORM Work-Open-Incompletes.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "SEEDED " Ct-Seeded "   WARNED " Ct-Warned
               "   LAPSED " Ct-Lapsed "   RESOLVED " Ct-Resolved
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           CLOSE Student-Enrollment-File, Incomplete-Grade-File,
                 Grade-History-File, Notify-Queue-File, Report-File.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           IF Teachasgn-Available
               CLOSE Teaching-Assignment-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  INCOMPLETE  GRADE  LAPSE  COMPLETE  ----".
           DISPLAY "Expiry rows seeded  : " Ct-Seeded.
           DISPLAY "Warnings sent       : " Ct-Warned.
           DISPLAY "Lapsed to grade " WS-Lapse-Grade "   : " Ct-Lapsed.
           DISPLAY "Resolved            : " Ct-Resolved.
           DISPLAY "Notices queued      : " Ct-Notices.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "WARNINGS SENT" TO Cnt-Label.
           MOVE Ct-Warned TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "GRADES LAPSED" TO Cnt-Label.
           MOVE Ct-Lapsed TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "NOTICES QUEUED" TO Cnt-Label.
           MOVE Ct-Notices TO Cnt-Count.
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
               IF Rp-Program-Name = "INCLAPSE"
                   MOVE "Y" TO WS-Runparms-Sw
                   IF Rp-Due-Days > ZEROS
                       MOVE Rp-Due-Days TO WS-Expiry-Days
                   END-IF
                   IF Rp-Late-Days > ZEROS
                       MOVE Rp-Late-Days TO WS-Warning-Days
                   END-IF
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "INCLAPSE run-parameter row found - expiry "
                       WS-Expiry-Days " days, warning "
                       WS-Warning-Days " days."
           END-IF.

      * Every I on the enrollment file needs an expiry row - one
      * posted by the grade-sheet load gets the default here.
       Seed-Missing-Incompletes.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           PERFORM Seed-One-Enrollment UNTIL End-Of-Enrollments.

       Seed-One-Enrollment.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.
           IF End-Of-Enrollments OR NOT Se-Incomplete-Grade
               EXIT PARAGRAPH
           END-IF.
           MOVE Se-Key TO Ig-Key.
           READ Incomplete-Grade-File
               KEY IS Ig-Key
               INVALID KEY MOVE "23" TO Ig-Status
           END-READ.
           IF Ig-Rec-Found AND Ig-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE Se-Key TO Ig-Key.
           PERFORM Default-Expiry-Date.
           MOVE "INCLAPSE" TO Ig-Recorded-By.
           MOVE WS-Today TO Ig-Recorded-Date.
           MOVE ZEROS TO Ig-Warned-Date.
           SET Ig-Open TO TRUE.
           IF Ig-Rec-Found
               REWRITE Ig-Rec
                   INVALID KEY
                       MOVE Ig-Status TO WS-Chk-Status
                       MOVE "REWRITE Incomplete-Grade-File (seed)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Ig-Rec
                   INVALID KEY
                       MOVE Ig-Status TO WS-Chk-Status
                       MOVE "WRITE Incomplete-Grade-File (seed)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.
           ADD 1 TO Ct-Seeded.
           MOVE "SEEDED" TO WS-Action.
           PERFORM Write-Report-Line.

      * The term's end date plus the default days; with no term
      * master or no end date on the term, today plus the days.
       Default-Expiry-Date.
           MOVE WS-Today TO Ig-Expiry-Date.
           IF Termmast-Available
               MOVE Se-Term-Code TO Tm-Term-Code
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found AND Tm-End-Date > ZEROS
                   MOVE Tm-End-Date TO Ig-Expiry-Date
               END-IF
           END-IF.
           COMPUTE Ig-Expiry-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Ig-Expiry-Date)
               + WS-Expiry-Days).

       Work-Open-Incompletes.
           MOVE LOW-VALUES TO Ig-Key.
           START Incomplete-Grade-File
               KEY IS >= Ig-Key
               INVALID KEY SET End-Of-Incompletes TO TRUE
           END-START.
           PERFORM Work-One-Incomplete UNTIL End-Of-Incompletes.

       Work-One-Incomplete.
           READ Incomplete-Grade-File NEXT RECORD
               AT END SET End-Of-Incompletes TO TRUE
           END-READ.
           IF End-Of-Incompletes OR NOT Ig-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE Ig-Key TO Se-Key.
           READ Student-Enrollment-File
               KEY IS Se-Key
               INVALID KEY MOVE "23" TO Se-Status
           END-READ.
           EVALUATE TRUE
               WHEN Se-Rec-Not-Found
               WHEN NOT Se-Incomplete-Grade
                   PERFORM Resolve-Incomplete
               WHEN Ig-Expiry-Date <= WS-Today
                   PERFORM Lapse-Incomplete
               WHEN Ig-Warned-Date = ZEROS
                       AND Ig-Expiry-Date <= WS-Warning-Date
                   PERFORM Warn-Incomplete
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Resolve-Incomplete.
           SET Ig-Resolved TO TRUE.
           PERFORM Rewrite-Incomplete.
           ADD 1 TO Ct-Resolved.
           MOVE "RESOLVED" TO WS-Action.
           PERFORM Write-Report-Line.

       Warn-Incomplete.
           MOVE WS-Today TO Ig-Warned-Date.
           PERFORM Rewrite-Incomplete.
           ADD 1 TO Ct-Warned.
           MOVE "WARNED" TO WS-Action.
           PERFORM Write-Report-Line.
           MOVE "INCWARN" TO WS-Student-Event.
           MOVE "INCWARNL" TO WS-Lecturer-Event.
           PERFORM Queue-Student-Notice.
           PERFORM Queue-Lecturer-Notices.

      * The lapse is a grade change like any other - the enrollment
      * is regraded and the change lands on Grade-History-File.
       Lapse-Incomplete.
           MOVE Se-Grade TO WS-Old-Grade.
           MOVE WS-Lapse-Grade TO Se-Grade.
           REWRITE Se-Rec
               INVALID KEY
                   MOVE Se-Status TO WS-Chk-Status
                   MOVE "REWRITE Student-Enrollment-File (lapse)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           PERFORM Write-Grade-History.
           SET Ig-Lapsed TO TRUE.
           PERFORM Rewrite-Incomplete.
           ADD 1 TO Ct-Lapsed.
           MOVE "LAPSED" TO WS-Action.
           PERFORM Write-Report-Line.
           MOVE "INCLAPSE" TO WS-Student-Event.
           MOVE "INCLAPSL" TO WS-Lecturer-Event.
           PERFORM Queue-Student-Notice.
           PERFORM Queue-Lecturer-Notices.

       Rewrite-Incomplete.
           REWRITE Ig-Rec
               INVALID KEY
                   MOVE Ig-Status TO WS-Chk-Status
                   MOVE "REWRITE Incomplete-Grade-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

       Write-Grade-History.
           PERFORM Find-Next-Grade-History-Seq.
           MOVE Se-Student-Id TO Gh-Student-Id.
           MOVE Se-Module-Code TO Gh-Module-Code.
           MOVE Se-Term-Code TO Gh-Term-Code.
           MOVE WS-Gh-Next-Sequence TO Gh-Sequence-Num.
           MOVE WS-Old-Grade TO Gh-Old-Grade.
           MOVE Se-Grade TO Gh-New-Grade.
           MOVE "INCLAPSE" TO Gh-Changed-By.
           MOVE WS-Today TO Gh-Change-Date.
           MOVE "ILAP" TO Gh-Reason-Code.
           WRITE Gh-Rec
               INVALID KEY
                   MOVE Gh-Status TO WS-Chk-Status
                   MOVE "WRITE Grade-History-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Find-Next-Grade-History-Seq.
           MOVE 1 TO WS-Gh-Next-Sequence.
           MOVE Se-Student-Id TO Gh-Student-Id.
           MOVE Se-Module-Code TO Gh-Module-Code.
           MOVE Se-Term-Code TO Gh-Term-Code.
           MOVE 99 TO Gh-Sequence-Num.
           START Grade-History-File
               KEY IS <= Gh-Key
               INVALID KEY SET Gh-Rec-Not-Found TO TRUE
           END-START.
      * A READ with AT END after the START is a sequential read
      * returning the record just located - the highest sequence on
      * file for this key, same idiom as the other history files.
           IF Gh-Rec-Found
               READ Grade-History-File
                   AT END SET Gh-Rec-Not-Found TO TRUE
               END-READ
               IF Gh-Rec-Found
                   AND Gh-Student-Id = Se-Student-Id
                   AND Gh-Module-Code = Se-Module-Code
                   AND Gh-Term-Code = Se-Term-Code
                   COMPUTE WS-Gh-Next-Sequence = Gh-Sequence-Num + 1
               END-IF
           END-IF.

       Queue-Student-Notice.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE Ig-Student-Id TO Nq-Student-Id.
           MOVE WS-Student-Event TO Nq-Event-Code.
           IF Ig-Lapsed
               STRING "INCOMPLETE IN " Ig-Module-Code " "
                   Ig-Term-Code " LAPSED TO GRADE " WS-Lapse-Grade
                   DELIMITED BY SIZE INTO Nq-Message
           ELSE
               STRING "INCOMPLETE IN " Ig-Module-Code " "
                   Ig-Term-Code " EXPIRES " Ig-Expiry-Date
                   DELIMITED BY SIZE INTO Nq-Message
           END-IF.
           WRITE Notify-Queue-Rec.
           ADD 1 TO Ct-Notices.

      * TEACHASGN.DAT is keyed by lecturer first, so the section's
      * lecturers are found by a pass over the whole file - it is
      * one row per section taught.
       Queue-Lecturer-Notices.
           IF NOT Teachasgn-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO Ta-Key.
           START Teaching-Assignment-File
               KEY IS >= Ta-Key
               INVALID KEY SET Ta-Rec-Not-Found TO TRUE
           END-START.
           IF Ta-Rec-Found
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Ta-Rec-Not-Found
               IF Ta-Module-Code = Ig-Module-Code
                       AND Ta-Term-Code = Ig-Term-Code
                       AND Ta-Section-Num = Ig-Section-Num
                   PERFORM Queue-One-Lecturer-Notice
               END-IF
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * A lecturer notice carries a zero student ID and the
      * lecturer ID at the head of the message - NotifyDispatch
      * routes it by event code.
       Queue-One-Lecturer-Notice.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE ZEROS TO Nq-Student-Id.
           MOVE WS-Lecturer-Event TO Nq-Event-Code.
           IF Ig-Lapsed
               STRING Ta-Lecturer-Id " I LAPSED TO " WS-Lapse-Grade
                   " " Ig-Student-Id " " Ig-Module-Code " "
                   Ig-Term-Code
                   DELIMITED BY SIZE INTO Nq-Message
           ELSE
               STRING Ta-Lecturer-Id " I GRADE " Ig-Student-Id " "
                   Ig-Module-Code " " Ig-Term-Code " EXPIRES "
                   Ig-Expiry-Date
                   DELIMITED BY SIZE INTO Nq-Message
           END-IF.
           WRITE Notify-Queue-Rec.
           ADD 1 TO Ct-Notices.

       Write-Report-Line.
           MOVE WS-Action TO Rd-Action.
           MOVE Ig-Student-Id TO Rd-Student-Id.
           MOVE Ig-Module-Code TO Rd-Module-Code.
           MOVE Ig-Term-Code TO Rd-Term-Code.
           MOVE Ig-Section-Num TO Rd-Section-Num.
           MOVE Ig-Expiry-Date TO Rd-Expiry-Date.
           WRITE Report-Print-Line FROM Report-Detail-Line
               AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Incgrade-Path FROM ENVIRONMENT "INCGRADE_PATH".
           IF WS-Incgrade-Path = SPACES
               MOVE "INCGRADE.DAT" TO WS-Incgrade-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Gradhist-Path FROM ENVIRONMENT "GRADHIST_PATH".
           IF WS-Gradhist-Path = SPACES
               MOVE "GRADHIST.DAT" TO WS-Gradhist-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Teachasgn-Path FROM ENVIRONMENT "TEACHASGN_PATH".
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Inclapse-Rpt-Path
               FROM ENVIRONMENT "INCLAPSE_RPT_PATH".
           IF WS-Inclapse-Rpt-Path = SPACES
               MOVE "INCLAPSE.RPT" TO WS-Inclapse-Rpt-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
