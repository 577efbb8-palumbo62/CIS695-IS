       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradeCompliance.
       AUTHOR.  Jon Clark.
      * Nightly grade submission compliance run.  Once a term has
      * ended and TermMaint has given it a grade submission deadline
      * (Tm-Grade-Deadline), every section of the term with an
      * enrollment still carrying a blank Se-Grade is listed on
      * GRADECMP.RPT - module, term and section, the lecturer(s) on
      * the section's teaching assignment (TEACHASGN.DAT), how many
      * grades are still missing, and how many days past the
      * deadline it is.  AcademicStanding and GraduationConferral
      * cannot run for the term until the list is empty.
      *
      * Overdue sections are chased through the notification queue
      * (NOTIFYQ.DAT, sent by NotifyDispatch):
      *   - the day after the deadline each lecturer on the section
      *     is sent a GRDLATEL notice;
      *   - once the section is WS-Escalate-Days past the deadline
      *     (7 unless the GRADECMP row of RUNPARMS.DAT sets
      *     Rp-Late-Days) a GRDLATEH notice goes to the head of the
      *     module's department - the lecturer flagged Lm-Dept-Head
      *     on LECTMAST.DAT for the Cc-Department on COURSECAT.DAT.
      *     A section with no lecturer assigned goes straight to the
      *     department head.
      * Each notice goes once per section; the dates sent are kept
      * on GRADENTC.DAT so the next night's run does not repeat them.
      *
      * The registrar's one-page summary, GRADESUM.RPT, gives each
      * term's percent of grades submitted by department, with
      * sections still outstanding.  A term drops off it once every
      * grade is in and its deadline is WS-Summary-Days behind.  The
      * section and department counts are built in GRADECWK.DAT, a
      * keyed work file rebuilt every run.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

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

           SELECT Lecturer-Master-File ASSIGN TO WS-Lectmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lm-Lecturer-Id
               FILE STATUS IS Lm-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Grade-Notice-File ASSIGN TO WS-Gradentc-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gn-Key
               FILE STATUS IS Gn-Status.

           SELECT Compliance-Work-File ASSIGN TO WS-Gradecwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gw-Key
               FILE STATUS IS Gw-Status.

           SELECT Notify-Queue-File ASSIGN TO WS-Notifyq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Gradecmp-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Summary-File ASSIGN TO WS-Gradesum-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
               88  Se-Grade-Missing        VALUE SPACE.
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

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

       FD  Lecturer-Master-File.
       01  Lm-Rec.
           02  Lm-Lecturer-Id          PIC X(6).
           02  Lm-Lecturer-Name        PIC X(20).
           02  Lm-Department           PIC X(4).
           02  Lm-Campus-Code          PIC X(4).
           02  Lm-Contract-Hours       PIC 9(2).
           02  Lm-Max-Hours            PIC 9(2).
           02  Lm-Dept-Head            PIC X(1).
               88  Lm-Is-Dept-Head     VALUE "Y".

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

      * Notices already sent for a section, so each goes only once.
       FD  Grade-Notice-File.
       01  Gn-Rec.
           02  Gn-Key.
               03  Gn-Term-Code            PIC X(6).
               03  Gn-Module-Code          PIC X(5).
               03  Gn-Section-Num          PIC 9(2).
           02  Gn-Lecturer-Notice-Date     PIC 9(8).
           02  Gn-Head-Notice-Date         PIC 9(8).
           02  Gn-Head-Id                  PIC X(6).

      * Work rows, by row type:
      *   D - one term and department (Gw-Group), summed over its
      *       sections;
      *   L - one lecturer (Gw-Item) teaching a section (Gw-Group =
      *       module and section);
      *   S - one section's enrollments and grades still missing;
      *   T - one term in scope: its deadline and grades missing.
       FD  Compliance-Work-File.
       01  Gw-Rec.
           02  Gw-Key.
               03  Gw-Row-Type             PIC X(1).
                   88  Gw-Department-Row   VALUE "D".
                   88  Gw-Lecturer-Row     VALUE "L".
                   88  Gw-Section-Row      VALUE "S".
               03  Gw-Term-Code            PIC X(6).
               03  Gw-Group                PIC X(7).
               03  Gw-Item                 PIC X(6).
           02  Gw-Enrolled                 PIC 9(7).
           02  Gw-Missing                  PIC 9(7).
           02  Gw-Sections                 PIC 9(5).
           02  Gw-Sections-Out             PIC 9(5).
           02  Gw-Deadline                 PIC 9(8).

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

       FD  Summary-File.
       01  Summary-Print-Line          PIC X(76).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Gradentc-Path            PIC X(260).
       01  WS-Gradecwk-Path            PIC X(260).
       01  WS-Notifyq-Path             PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Gradecmp-Rpt-Path        PIC X(260).
       01  WS-Gradesum-Rpt-Path        PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Se-Status                   PIC X(2).
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Ta-Status                   PIC X(2).
           88  Ta-Rec-Found            VALUE "00".
           88  Ta-Rec-Not-Found        VALUE "23".
       01  Lm-Status                   PIC X(2).
           88  Lm-Rec-Found            VALUE "00".
           88  Lm-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Gn-Status                   PIC X(2).
           88  Gn-Rec-Found            VALUE "00".
       01  Gw-Status                   PIC X(2).
           88  Gw-Rec-Found            VALUE "00".
           88  Gw-Rec-Not-Found        VALUE "23".
       01  Nq-File-Status              PIC X(2).
       01  Rp-File-Status              PIC X(2).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Teachasgn-Sw             PIC X VALUE "N".
           88  Teachasgn-Available     VALUE "Y".
       01  WS-Lectmast-Sw              PIC X VALUE "N".
           88  Lectmast-Available      VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  End-Of-Sections-Sw          PIC X VALUE "N".
           88  End-Of-Sections         VALUE "Y".
       01  End-Of-Departments-Sw       PIC X VALUE "N".
           88  End-Of-Departments      VALUE "Y".
       01  WS-Term-Scope-Sw            PIC X VALUE "N".
           88  Term-In-Scope           VALUE "Y".
       01  WS-Term-Shown-Sw            PIC X VALUE "N".
           88  Term-Shown              VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Days past the deadline before the department head is told,
      * and how long a fully graded term stays on the summary.
       01  WS-Escalate-Days            PIC 9(3) VALUE 7.
       01  WS-Summary-Days             PIC 9(3) VALUE 30.

       01  WS-Today                    PIC 9(8).
       01  WS-Summary-Cutoff           PIC 9(8).

      * The last term looked up, so the enrollment pass reads
      * TERMMAST.DAT once per run of a term rather than per row.
       01  WS-Cache-Term               PIC X(6) VALUE HIGH-VALUES.
       01  WS-Cache-Deadline           PIC 9(8).
       01  WS-Look-Term                PIC X(6).

       01  WS-Module-Code              PIC X(5).
       01  WS-Section-Num              PIC 9(2).
       01  WS-Section-Key              PIC X(20).
       01  WS-Department               PIC X(4).
       01  WS-Enrolled                 PIC 9(7).
       01  WS-Missing                  PIC 9(7).
       01  WS-Graded                   PIC 9(7).
       01  WS-Deadline                 PIC 9(8).
       01  WS-Days-Late                PIC 9(5).
       01  WS-Action                   PIC X(10).
       01  WS-Lecturer-Count           PIC 9(3).
       01  WS-Head-Dept                PIC X(4) VALUE HIGH-VALUES.
       01  WS-Head-Id                  PIC X(6).
       01  WS-Summary-Term             PIC X(6).
       01  WS-Pct-Submitted            PIC 9(3)V9.

       01  Term-Totals.
           02  Tt-Sections             PIC 9(5).
           02  Tt-Sections-Out         PIC 9(5).
           02  Tt-Enrolled             PIC 9(7).
           02  Tt-Missing              PIC 9(7).

       01  Control-Totals.
           02  Ct-Sections-Checked     PIC 9(5) VALUE ZEROS.
           02  Ct-Sections-Out         PIC 9(5) VALUE ZEROS.
           02  Ct-Sections-Late        PIC 9(5) VALUE ZEROS.
           02  Ct-Grades-Missing       PIC 9(7) VALUE ZEROS.
           02  Ct-Lecturer-Notices     PIC 9(5) VALUE ZEROS.
           02  Ct-Head-Notices         PIC 9(5) VALUE ZEROS.
           02  Ct-No-Head              PIC 9(5) VALUE ZEROS.

       01  Report-Heading.
           02  FILLER                  PIC X(6)  VALUE "MODULE".
           02  FILLER                  PIC X(7)  VALUE " TERM".
           02  FILLER                  PIC X(4)  VALUE " SEC".
           02  FILLER                  PIC X(5)  VALUE " ENRL".
           02  FILLER                  PIC X(5)  VALUE " MISS".
           02  FILLER                  PIC X(9)  VALUE " DUE".
           02  FILLER                  PIC X(5)  VALUE " LATE".
           02  FILLER                  PIC X(23) VALUE " LECTURER".
           02  FILLER                  PIC X(7)  VALUE " ACTION".

       01  Report-Detail-Line.
           02  Rd-Module-Code          PIC X(5).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Enrolled             PIC ZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Missing              PIC ZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Deadline             PIC 9(8).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Days-Late            PIC ZZZ9.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Lecturer-Name        PIC X(15).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rd-Action               PIC X(10).

       01  Summary-Heading.
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(7)  VALUE "DEPT".
           02  FILLER                  PIC X(10) VALUE "SECTIONS".
           02  FILLER                  PIC X(13) VALUE "OUTSTANDING".
           02  FILLER                  PIC X(10) VALUE "ENROLLED".
           02  FILLER                  PIC X(10) VALUE "GRADED".
           02  FILLER                  PIC X(11) VALUE "SUBMITTED".

       01  Summary-Detail-Line.
           02  Sm-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sm-Department           PIC X(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sm-Sections             PIC ZZZZ9.
           02  FILLER                  PIC X(7) VALUE SPACES.
           02  Sm-Sections-Out         PIC ZZZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Sm-Enrolled             PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sm-Graded               PIC ZZZZZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Sm-Pct-Submitted        PIC ZZ9.9.
           02  FILLER                  PIC X(1) VALUE "%".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           COMPUTE WS-Summary-Cutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) - WS-Summary-Days).
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - nothing to check."
               STOP RUN
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status NOT = "00"
               DISPLAY "No term master file - no grade deadlines to "
                       "check."
               CLOSE Student-Enrollment-File
               STOP RUN
           END-IF.
           OPEN INPUT Teaching-Assignment-File.
           IF Ta-Status = "00"
               MOVE "Y" TO WS-Teachasgn-Sw
           ELSE
               DISPLAY "No teaching assignment file - overdue "
                       "sections go to the department head."
           END-IF.
           OPEN INPUT Lecturer-Master-File.
           IF Lm-Status = "00"
               MOVE "Y" TO WS-Lectmast-Sw
           ELSE
               DISPLAY "No lecturer master file - no department "
                       "heads to escalate to."
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN I-O Grade-Notice-File.
           IF Gn-Status = "05" OR Gn-Status = "35"
               CLOSE Grade-Notice-File
               OPEN OUTPUT Grade-Notice-File
               CLOSE Grade-Notice-File
               OPEN I-O Grade-Notice-File
           END-IF.
           MOVE Gn-Status TO WS-Chk-Status.
           MOVE "OPEN Grade-Notice-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN OUTPUT Compliance-Work-File.
           CLOSE Compliance-Work-File.
           OPEN I-O Compliance-Work-File.
           MOVE Gw-Status TO WS-Chk-Status.
           MOVE "OPEN Compliance-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN EXTEND Notify-Queue-File.
           IF Nq-File-Status = "05" OR Nq-File-Status = "35"
               OPEN OUTPUT Notify-Queue-File
           END-IF.

           PERFORM Count-Section-Grades.
           PERFORM Build-Section-Lecturers.

           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "GRADE  SUBMISSION  COMPLIANCE - RUN " WS-Today
               "   ESCALATE AFTER " WS-Escalate-Days " DAYS"
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           WRITE Report-Print-Line FROM Report-Heading
               AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           PERFORM Report-Sections.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "SECTIONS CHECKED " Ct-Sections-Checked
               "   OUTSTANDING " Ct-Sections-Out
               "   OVERDUE " Ct-Sections-Late
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "GRADES MISSING " Ct-Grades-Missing
               "   LECTURER NOTICES " Ct-Lecturer-Notices
               "   ESCALATED " Ct-Head-Notices
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           IF Ct-No-Head > ZEROS
               MOVE SPACES TO Report-Print-Line
               STRING "*** " Ct-No-Head " SECTION(S) DUE FOR "
                   "ESCALATION WITH NO DEPARTMENT HEAD ON FILE"
                   DELIMITED BY SIZE INTO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM Write-Registrar-Summary.

           CLOSE Student-Enrollment-File, Term-Master-File,
                 Grade-Notice-File, Compliance-Work-File,
                 Notify-Queue-File, Report-File.
           IF Teachasgn-Available
               CLOSE Teaching-Assignment-File
           END-IF.
           IF Lectmast-Available
               CLOSE Lecturer-Master-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  GRADE  COMPLIANCE  COMPLETE  ----".
           DISPLAY "Sections checked    : " Ct-Sections-Checked.
           DISPLAY "Sections outstanding: " Ct-Sections-Out.
           DISPLAY "Sections overdue    : " Ct-Sections-Late.
           DISPLAY "Lecturer notices    : " Ct-Lecturer-Notices.
           DISPLAY "Escalated to heads  : " Ct-Head-Notices.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "SECTIONS OUTSTANDING" TO Cnt-Label.
           MOVE Ct-Sections-Out TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "LECTURER NOTICES" TO Cnt-Label.
           MOVE Ct-Lecturer-Notices TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "HEAD ESCALATIONS" TO Cnt-Label.
           MOVE Ct-Head-Notices TO Cnt-Count.
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
               IF Rp-Program-Name = "GRADECMP"
                   MOVE "Y" TO WS-Runparms-Sw
                   IF Rp-Late-Days > ZEROS
                       MOVE Rp-Late-Days TO WS-Escalate-Days
                   END-IF
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "GRADECMP run-parameter row found - escalate "
                       "after " WS-Escalate-Days " days."
           END-IF.

      * A term is checked once it has ended and has a grade deadline.
       Check-Term-Scope.
           IF WS-Look-Term = WS-Cache-Term
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Look-Term TO WS-Cache-Term.
           MOVE "N" TO WS-Term-Scope-Sw.
           MOVE ZEROS TO WS-Cache-Deadline.
           MOVE WS-Look-Term TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF Tm-Rec-Found AND Tm-Grade-Deadline > ZEROS
                   AND Tm-End-Date > ZEROS
                   AND Tm-End-Date <= WS-Today
               MOVE "Y" TO WS-Term-Scope-Sw
               MOVE Tm-Grade-Deadline TO WS-Cache-Deadline
           END-IF.

      *****************************************************************
      * Enrollment pass - one S row per section of a term in scope,
      * and one T row per term.
      *****************************************************************
       Count-Section-Grades.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           PERFORM Count-One-Enrollment UNTIL End-Of-Enrollments.

       Count-One-Enrollment.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.
           IF End-Of-Enrollments
               EXIT PARAGRAPH
           END-IF.
           MOVE Se-Term-Code TO WS-Look-Term.
           PERFORM Check-Term-Scope.
           IF NOT Term-In-Scope
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO Gw-Row-Type.
           MOVE Se-Term-Code TO Gw-Term-Code.
           MOVE SPACES TO Gw-Group.
           STRING Se-Module-Code Se-Section-Num
               DELIMITED BY SIZE INTO Gw-Group.
           MOVE SPACES TO Gw-Item.
           PERFORM Add-Enrollment-To-Row.
           MOVE "T" TO Gw-Row-Type.
           MOVE Se-Term-Code TO Gw-Term-Code.
           MOVE SPACES TO Gw-Group Gw-Item.
           PERFORM Add-Enrollment-To-Row.

       Add-Enrollment-To-Row.
           READ Compliance-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.
           IF NOT Gw-Rec-Found
               MOVE ZEROS TO Gw-Enrolled Gw-Missing Gw-Sections
                             Gw-Sections-Out
               MOVE WS-Cache-Deadline TO Gw-Deadline
           END-IF.
           ADD 1 TO Gw-Enrolled.
           IF Se-Grade-Missing
               ADD 1 TO Gw-Missing
           END-IF.
           PERFORM Save-Work-Row.

       Save-Work-Row.
           IF Gw-Rec-Found
               REWRITE Gw-Rec
                   INVALID KEY
                       MOVE Gw-Status TO WS-Chk-Status
                       MOVE "REWRITE Compliance-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Gw-Rec
                   INVALID KEY
                       MOVE Gw-Status TO WS-Chk-Status
                       MOVE "WRITE Compliance-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

      * TEACHASGN.DAT is keyed by lecturer, so the lecturer(s) for
      * each section in scope are turned round into L rows.
       Build-Section-Lecturers.
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
               MOVE Ta-Term-Code TO WS-Look-Term
               PERFORM Check-Term-Scope
               IF Term-In-Scope
                   MOVE "L" TO Gw-Row-Type
                   MOVE Ta-Term-Code TO Gw-Term-Code
                   MOVE SPACES TO Gw-Group
                   STRING Ta-Module-Code Ta-Section-Num
                       DELIMITED BY SIZE INTO Gw-Group
                   MOVE Ta-Lecturer-Id TO Gw-Item
                   MOVE ZEROS TO Gw-Enrolled Gw-Missing Gw-Sections
                                 Gw-Sections-Out Gw-Deadline
                   WRITE Gw-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      *****************************************************************
      * Section pass - department counts for every section, and the
      * compliance line and notices for every one still missing
      * grades.  The lecturer look-ups and department row updates
      * move the work file's position, so each S row is re-found
      * from its saved key before reading on.
      *****************************************************************
       Report-Sections.
           MOVE "S" TO Gw-Row-Type.
           MOVE LOW-VALUES TO Gw-Term-Code Gw-Group Gw-Item.
           MOVE Gw-Key TO WS-Section-Key.
           PERFORM Report-One-Section UNTIL End-Of-Sections.

       Report-One-Section.
           MOVE WS-Section-Key TO Gw-Key.
           START Compliance-Work-File
               KEY IS > Gw-Key
               INVALID KEY SET End-Of-Sections TO TRUE
           END-START.
           IF NOT End-Of-Sections
               READ Compliance-Work-File NEXT RECORD
                   AT END SET End-Of-Sections TO TRUE
               END-READ
           END-IF.
           IF End-Of-Sections
               EXIT PARAGRAPH
           END-IF.
           IF NOT Gw-Section-Row
               SET End-Of-Sections TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Gw-Key TO WS-Section-Key.
           ADD 1 TO Ct-Sections-Checked.
           MOVE Gw-Term-Code TO WS-Look-Term.
           MOVE Gw-Group(1:5) TO WS-Module-Code.
           MOVE Gw-Group(6:2) TO WS-Section-Num.
           MOVE Gw-Enrolled TO WS-Enrolled.
           MOVE Gw-Missing TO WS-Missing.
           MOVE Gw-Deadline TO WS-Deadline.
           PERFORM Get-Module-Department.
           PERFORM Add-To-Department.
           IF WS-Missing = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Sections-Out.
           ADD WS-Missing TO Ct-Grades-Missing.
           MOVE ZEROS TO WS-Days-Late.
           IF WS-Today > WS-Deadline
               COMPUTE WS-Days-Late =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(WS-Deadline)
               ADD 1 TO Ct-Sections-Late
           END-IF.
           PERFORM Get-Notice-Row.
           MOVE SPACES TO WS-Action.
           IF WS-Days-Late > ZEROS
               PERFORM Chase-Overdue-Section
           END-IF.
           PERFORM Write-Section-Lines.

       Get-Module-Department.
           MOVE "????" TO WS-Department.
           IF Catalog-Available
               MOVE WS-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Department NOT = SPACES
                   MOVE Cc-Department TO WS-Department
               END-IF
           END-IF.

       Add-To-Department.
           MOVE "D" TO Gw-Row-Type.
           MOVE WS-Look-Term TO Gw-Term-Code.
           MOVE WS-Department TO Gw-Group.
           MOVE SPACES TO Gw-Item.
           READ Compliance-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.
           IF NOT Gw-Rec-Found
               MOVE ZEROS TO Gw-Enrolled Gw-Missing Gw-Sections
                             Gw-Sections-Out
               MOVE WS-Deadline TO Gw-Deadline
           END-IF.
           ADD 1 TO Gw-Sections.
           ADD WS-Enrolled TO Gw-Enrolled.
           ADD WS-Missing TO Gw-Missing.
           IF WS-Missing > ZEROS
               ADD 1 TO Gw-Sections-Out
           END-IF.
           PERFORM Save-Work-Row.

       Get-Notice-Row.
           MOVE WS-Look-Term TO Gn-Term-Code.
           MOVE WS-Module-Code TO Gn-Module-Code.
           MOVE WS-Section-Num TO Gn-Section-Num.
           READ Grade-Notice-File
               KEY IS Gn-Key
               INVALID KEY MOVE "23" TO Gn-Status
           END-READ.
           IF NOT Gn-Rec-Found
               MOVE ZEROS TO Gn-Lecturer-Notice-Date
                             Gn-Head-Notice-Date
               MOVE SPACES TO Gn-Head-Id
           END-IF.

      * Lecturer first, then the department head once the section is
      * far enough overdue (or at once when no lecturer is assigned).
       Chase-Overdue-Section.
           PERFORM Count-Section-Lecturers.
           IF Gn-Lecturer-Notice-Date = ZEROS
                   AND WS-Lecturer-Count > ZEROS
               PERFORM Queue-Lecturer-Notices
               MOVE WS-Today TO Gn-Lecturer-Notice-Date
               MOVE "LECT SENT" TO WS-Action
           END-IF.
           IF Gn-Head-Notice-Date = ZEROS
                   AND (WS-Days-Late >= WS-Escalate-Days
                        OR WS-Lecturer-Count = ZEROS)
               PERFORM Find-Department-Head
               IF WS-Head-Id = SPACES
                   MOVE "NO HEAD" TO WS-Action
                   ADD 1 TO Ct-No-Head
               ELSE
                   PERFORM Queue-Head-Notice
                   MOVE WS-Today TO Gn-Head-Notice-Date
                   MOVE WS-Head-Id TO Gn-Head-Id
                   MOVE "HEAD SENT" TO WS-Action
               END-IF
           END-IF.
           IF WS-Action = SPACES
               IF Gn-Head-Notice-Date > ZEROS
                   MOVE "ESCALATED" TO WS-Action
               ELSE
                   MOVE "CHASED" TO WS-Action
               END-IF
           END-IF.
           IF Gn-Lecturer-Notice-Date = WS-Today
                   OR Gn-Head-Notice-Date = WS-Today
               PERFORM Save-Notice-Row
           END-IF.

       Save-Notice-Row.
           IF Gn-Rec-Found
               REWRITE Gn-Rec
                   INVALID KEY
                       MOVE Gn-Status TO WS-Chk-Status
                       MOVE "REWRITE Grade-Notice-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Gn-Rec
                   INVALID KEY
                       MOVE Gn-Status TO WS-Chk-Status
                       MOVE "WRITE Grade-Notice-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

      * Positions on the section's first L row; Gw-Rec-Not-Found is
      * set when there are no more for the section.
       Start-Section-Lecturers.
           MOVE "L" TO Gw-Row-Type.
           MOVE WS-Look-Term TO Gw-Term-Code.
           MOVE SPACES TO Gw-Group.
           STRING WS-Module-Code WS-Section-Num
               DELIMITED BY SIZE INTO Gw-Group.
           MOVE LOW-VALUES TO Gw-Item.
           START Compliance-Work-File
               KEY IS >= Gw-Key
               INVALID KEY SET Gw-Rec-Not-Found TO TRUE
           END-START.
           IF Gw-Rec-Found
               PERFORM Next-Section-Lecturer
           END-IF.

       Next-Section-Lecturer.
           READ Compliance-Work-File NEXT RECORD
               AT END SET Gw-Rec-Not-Found TO TRUE
           END-READ.
           IF Gw-Rec-Found
               IF NOT Gw-Lecturer-Row
                       OR Gw-Term-Code NOT = WS-Look-Term
                       OR Gw-Group(1:5) NOT = WS-Module-Code
                       OR Gw-Group(6:2) NOT = WS-Section-Num
                   SET Gw-Rec-Not-Found TO TRUE
               END-IF
           END-IF.

       Count-Section-Lecturers.
           MOVE ZEROS TO WS-Lecturer-Count.
           PERFORM Start-Section-Lecturers.
           PERFORM UNTIL Gw-Rec-Not-Found
               ADD 1 TO WS-Lecturer-Count
               PERFORM Next-Section-Lecturer
           END-PERFORM.

      * A lecturer notice carries a zero student ID and the
      * lecturer ID at the head of the message - NotifyDispatch
      * routes it by event code.
       Queue-Lecturer-Notices.
           PERFORM Start-Section-Lecturers.
           PERFORM UNTIL Gw-Rec-Not-Found
               MOVE SPACES TO Notify-Queue-Rec
               MOVE WS-Today TO Nq-Queued-Date
               MOVE ZEROS TO Nq-Student-Id
               MOVE "GRDLATEL" TO Nq-Event-Code
               STRING Gw-Item " GRADES LATE " WS-Module-Code " "
                   WS-Look-Term " S" WS-Section-Num " MISSING "
                   WS-Missing(4:4)
                   DELIMITED BY SIZE INTO Nq-Message
               WRITE Notify-Queue-Rec
               ADD 1 TO Ct-Lecturer-Notices
               PERFORM Next-Section-Lecturer
           END-PERFORM.

       Queue-Head-Notice.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE ZEROS TO Nq-Student-Id.
           MOVE "GRDLATEH" TO Nq-Event-Code.
           STRING WS-Head-Id " GRADES LATE " WS-Module-Code " "
               WS-Look-Term " S" WS-Section-Num " MISSING "
               WS-Missing(4:4) " DAY " WS-Days-Late(3:3)
               DELIMITED BY SIZE INTO Nq-Message.
           WRITE Notify-Queue-Rec.
           ADD 1 TO Ct-Head-Notices.

      * The head of a department is the lecturer flagged on the
      * master; the last department looked up is remembered.
       Find-Department-Head.
           IF WS-Department = WS-Head-Dept
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Department TO WS-Head-Dept.
           MOVE SPACES TO WS-Head-Id.
           IF NOT Lectmast-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO Lm-Lecturer-Id.
           START Lecturer-Master-File
               KEY IS >= Lm-Lecturer-Id
               INVALID KEY SET Lm-Rec-Not-Found TO TRUE
           END-START.
           IF Lm-Rec-Found
               READ Lecturer-Master-File NEXT RECORD
                   AT END SET Lm-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Lm-Rec-Not-Found OR WS-Head-Id NOT = SPACES
               IF Lm-Department = WS-Department AND Lm-Is-Dept-Head
                   MOVE Lm-Lecturer-Id TO WS-Head-Id
               END-IF
               READ Lecturer-Master-File NEXT RECORD
                   AT END SET Lm-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * The section line carries the first lecturer; any others
      * follow on lines of their own.
       Write-Section-Lines.
           MOVE WS-Module-Code TO Rd-Module-Code.
           MOVE WS-Look-Term TO Rd-Term-Code.
           MOVE WS-Section-Num TO Rd-Section-Num.
           MOVE WS-Enrolled TO Rd-Enrolled.
           MOVE WS-Missing TO Rd-Missing.
           MOVE WS-Deadline TO Rd-Deadline.
           MOVE WS-Days-Late TO Rd-Days-Late.
           MOVE WS-Action TO Rd-Action.
           PERFORM Start-Section-Lecturers.
           IF Gw-Rec-Not-Found
               MOVE SPACES TO Rd-Lecturer-Id
               MOVE "** UNASSIGNED **" TO Rd-Lecturer-Name
               WRITE Report-Print-Line FROM Report-Detail-Line
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL Gw-Rec-Not-Found
               PERFORM Get-Lecturer-Name
               WRITE Report-Print-Line FROM Report-Detail-Line
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO Report-Detail-Line
               PERFORM Next-Section-Lecturer
           END-PERFORM.

       Get-Lecturer-Name.
           MOVE Gw-Item TO Rd-Lecturer-Id.
           MOVE "** NOT ON FILE **" TO Rd-Lecturer-Name.
           IF Lectmast-Available
               MOVE Gw-Item TO Lm-Lecturer-Id
               READ Lecturer-Master-File
                   KEY IS Lm-Lecturer-Id
                   INVALID KEY MOVE "23" TO Lm-Status
               END-READ
               IF Lm-Rec-Found
                   MOVE Lm-Lecturer-Name TO Rd-Lecturer-Name
               END-IF
           END-IF.

      *****************************************************************
      * Registrar's summary - percent submitted by department, term
      * by term, from the D rows.
      *****************************************************************
       Write-Registrar-Summary.
           OPEN OUTPUT Summary-File.
           MOVE SPACES TO Summary-Print-Line.
           STRING "GRADE  SUBMISSION  BY  DEPARTMENT - RUN " WS-Today
               DELIMITED BY SIZE INTO Summary-Print-Line.
           WRITE Summary-Print-Line.
           WRITE Summary-Print-Line FROM Summary-Heading
               AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO Summary-Print-Line.
           WRITE Summary-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-Summary-Term.
           MOVE "D" TO Gw-Row-Type.
           MOVE LOW-VALUES TO Gw-Term-Code Gw-Group Gw-Item.
           MOVE Gw-Key TO WS-Section-Key.
           PERFORM Summarize-One-Department UNTIL End-Of-Departments.
           IF WS-Summary-Term NOT = SPACES AND Term-Shown
               PERFORM Write-Term-Total
           END-IF.
           MOVE SPACES TO Summary-Print-Line.
           WRITE Summary-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Summary-Print-Line.
           STRING "SECTIONS OUTSTANDING " Ct-Sections-Out
               "   OVERDUE " Ct-Sections-Late
               "   GRADES MISSING " Ct-Grades-Missing
               DELIMITED BY SIZE INTO Summary-Print-Line.
           WRITE Summary-Print-Line AFTER ADVANCING 1 LINE.
           CLOSE Summary-File.

       Summarize-One-Department.
           MOVE WS-Section-Key TO Gw-Key.
           START Compliance-Work-File
               KEY IS > Gw-Key
               INVALID KEY SET End-Of-Departments TO TRUE
           END-START.
           IF NOT End-Of-Departments
               READ Compliance-Work-File NEXT RECORD
                   AT END SET End-Of-Departments TO TRUE
               END-READ
           END-IF.
           IF End-Of-Departments
               EXIT PARAGRAPH
           END-IF.
           IF NOT Gw-Department-Row
               SET End-Of-Departments TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Gw-Key TO WS-Section-Key.
           IF Gw-Term-Code NOT = WS-Summary-Term
               IF WS-Summary-Term NOT = SPACES AND Term-Shown
                   PERFORM Write-Term-Total
               END-IF
               MOVE Gw-Term-Code TO WS-Summary-Term
               PERFORM Check-Term-Shown
               INITIALIZE Term-Totals
           END-IF.
           IF NOT Term-Shown
               EXIT PARAGRAPH
           END-IF.
           ADD Gw-Sections TO Tt-Sections.
           ADD Gw-Sections-Out TO Tt-Sections-Out.
           ADD Gw-Enrolled TO Tt-Enrolled.
           ADD Gw-Missing TO Tt-Missing.
           MOVE Gw-Term-Code TO Sm-Term-Code.
           MOVE Gw-Group(1:4) TO Sm-Department.
           MOVE Gw-Sections TO Sm-Sections.
           MOVE Gw-Sections-Out TO Sm-Sections-Out.
           MOVE Gw-Enrolled TO WS-Enrolled.
           MOVE Gw-Missing TO WS-Missing.
           PERFORM Write-Summary-Line.

      * A term with every grade in stays on the summary until its
      * deadline is WS-Summary-Days behind.  The D row is read back
      * after the T row look-up.
       Check-Term-Shown.
           MOVE "T" TO Gw-Row-Type.
           MOVE SPACES TO Gw-Group Gw-Item.
           READ Compliance-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.
           MOVE "Y" TO WS-Term-Shown-Sw.
           IF Gw-Rec-Found AND Gw-Missing = ZEROS
                   AND Gw-Deadline < WS-Summary-Cutoff
               MOVE "N" TO WS-Term-Shown-Sw
           END-IF.
           MOVE WS-Section-Key TO Gw-Key.
           READ Compliance-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.

       Write-Summary-Line.
           MOVE WS-Enrolled TO Sm-Enrolled.
           COMPUTE WS-Graded = WS-Enrolled - WS-Missing.
           MOVE WS-Graded TO Sm-Graded.
           MOVE ZEROS TO WS-Pct-Submitted.
           IF WS-Enrolled > ZEROS
               COMPUTE WS-Pct-Submitted ROUNDED =
                   WS-Graded * 100 / WS-Enrolled
           END-IF.
           MOVE WS-Pct-Submitted TO Sm-Pct-Submitted.
           WRITE Summary-Print-Line FROM Summary-Detail-Line
               AFTER ADVANCING 1 LINE.

       Write-Term-Total.
           MOVE WS-Summary-Term TO Sm-Term-Code.
           MOVE "ALL" TO Sm-Department.
           MOVE Tt-Sections TO Sm-Sections.
           MOVE Tt-Sections-Out TO Sm-Sections-Out.
           MOVE Tt-Enrolled TO WS-Enrolled.
           MOVE Tt-Missing TO WS-Missing.
           PERFORM Write-Summary-Line.
           MOVE SPACES TO Summary-Print-Line.
           WRITE Summary-Print-Line AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Teachasgn-Path FROM ENVIRONMENT "TEACHASGN_PATH".
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Gradentc-Path FROM ENVIRONMENT "GRADENTC_PATH".
           IF WS-Gradentc-Path = SPACES
               MOVE "GRADENTC.DAT" TO WS-Gradentc-Path
           END-IF.
           ACCEPT WS-Gradecwk-Path FROM ENVIRONMENT "GRADECWK_PATH".
           IF WS-Gradecwk-Path = SPACES
               MOVE "GRADECWK.DAT" TO WS-Gradecwk-Path
           END-IF.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Gradecmp-Rpt-Path
               FROM ENVIRONMENT "GRADECMP_RPT_PATH".
           IF WS-Gradecmp-Rpt-Path = SPACES
               MOVE "GRADECMP.RPT" TO WS-Gradecmp-Rpt-Path
           END-IF.
           ACCEPT WS-Gradesum-Rpt-Path
               FROM ENVIRONMENT "GRADESUM_RPT_PATH".
           IF WS-Gradesum-Rpt-Path = SPACES
               MOVE "GRADESUM.RPT" TO WS-Gradesum-Rpt-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
