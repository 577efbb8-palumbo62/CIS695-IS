       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EvaluationResults.
       AUTHOR.  Jon Clark.
      * Course evaluation results for one term, from the section
      * tallies EvaluationLoad builds on EVALRSLT.DAT.  The report
      * (EVALRSLT.RPT) opens with the question set from EVALQUES.DAT,
      * then prints two parts:
      *   BY SECTION  - every section with forms counted: its title and
      *                 department from COURSECAT.DAT, the lecturer(s)
      *                 teaching it from TEACHASGN.DAT, forms counted
      *                 against the enrolled headcount on STUDENR.DAT
      *                 (the response rate), and for each question the
      *                 answers given, the mean, the department mean
      *                 alongside for comparison, and how the answers
      *                 spread over the scale;
      *   BY LECTURER - the same figures over all of a lecturer's
      *                 sections for the term, compared with the mean
      *                 for the lecturer's own department.
      * Only tallies are ever read, so nothing on the report can be
      * traced to a student.  To keep it that way for small classes,
      * a section or lecturer with fewer than WS-Min-Forms forms
      * counted prints its response rate only, with the results
      * withheld, and a department mean is only shown once the
      * department has at least that many forms behind it.  The
      * department means are built first in EVALWK.DAT, a keyed work
      * file rebuilt every run, which also holds which lecturer(s)
      * each section belongs to.  Unattended, the term comes from
      * the EVALRSLT row of RUNPARMS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Evaluation-Result-File ASSIGN TO WS-Evalrslt-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ev-Key
               FILE STATUS IS Ev-Status.

           SELECT Evaluation-Question-File ASSIGN TO WS-Evalques-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Eq-File-Status.

           SELECT Evaluation-Work-File ASSIGN TO WS-Evalwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Wk-Key
               FILE STATUS IS Wk-Status.

           SELECT Lecturer-Master-File ASSIGN TO WS-Lectmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lm-Lecturer-Id
               FILE STATUS IS Lm-Status.

           SELECT Teaching-Assignment-File ASSIGN TO WS-Teachasgn-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ta-Key
               FILE STATUS IS Ta-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Evalrslt-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Evaluation tallies - one row per section and question, and a
      * question 00 row whose Ev-Responses is the forms counted.
       FD  Evaluation-Result-File.
       01  Ev-Rec.
           02  Ev-Key.
               03  Ev-Term-Code            PIC X(6).
               03  Ev-Module-Code          PIC X(5).
               03  Ev-Section-Num          PIC 9(2).
               03  Ev-Question-Num         PIC 9(2).
           02  Ev-Responses                PIC 9(5).
           02  Ev-Answer-Total             PIC 9(7).
           02  Ev-Answer-Count             PIC 9(5) OCCURS 9 TIMES.
           02  Ev-Last-Load-Date           PIC 9(8).

       FD  Evaluation-Question-File.
       01  Eq-Rec.
           02  Eq-Question-Num             PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Eq-Scale-Max                PIC 9(1).
           02  FILLER                      PIC X(1).
           02  Eq-Question-Text            PIC X(60).

      * Work rows:
      *   D - department totals, Wk-Group = department, one row per
      *       question and a question 00 row counting the forms;
      *   S - one row per lecturer teaching a section, Wk-Group =
      *       module and section, Wk-Item = lecturer.
       FD  Evaluation-Work-File.
       01  Wk-Rec.
           02  Wk-Key.
               03  Wk-Row-Type             PIC X(1).
                   88  Wk-Department-Row   VALUE "D".
                   88  Wk-Section-Row      VALUE "S".
               03  Wk-Group                PIC X(7).
               03  Wk-Item                 PIC X(6).
               03  Wk-Question-Num         PIC 9(2).
           02  Wk-Responses                PIC 9(7).
           02  Wk-Answer-Total             PIC 9(9).

       FD  Lecturer-Master-File.
       01  Lm-Rec.
           02  Lm-Lecturer-Id          PIC X(6).
           02  Lm-Lecturer-Name        PIC X(20).
           02  Lm-Department           PIC X(4).
           02  Lm-Campus-Code          PIC X(4).
           02  Lm-Contract-Hours       PIC 9(2).
           02  Lm-Max-Hours            PIC 9(2).
           02  Lm-Dept-Head            PIC X(1).

       FD  Teaching-Assignment-File.
       01  Ta-Rec.
           02  Ta-Key.
               03  Ta-Lecturer-Id      PIC X(6).
               03  Ta-Module-Code      PIC X(5).
               03  Ta-Term-Code        PIC X(6).
               03  Ta-Section-Num      PIC 9(2).
           02  Ta-Override-By          PIC X(10).
           02  Ta-Override-Date        PIC 9(8).

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

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

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Evalrslt-Path            PIC X(260).
       01  WS-Evalques-Path            PIC X(260).
       01  WS-Evalwk-Path              PIC X(260).
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Evalrslt-Rpt-Path        PIC X(260).

       01  Ev-Status                   PIC X(2).
           88  Ev-Rec-Found            VALUE "00".
           88  Ev-Rec-Not-Found        VALUE "23".
       01  Eq-File-Status              PIC X(2).
       01  Wk-Status                   PIC X(2).
           88  Wk-Rec-Found            VALUE "00".
           88  Wk-Rec-Not-Found        VALUE "23".
       01  Lm-Status                   PIC X(2).
           88  Lm-Rec-Found            VALUE "00".
       01  Ta-Status                   PIC X(2).
           88  Ta-Rec-Found            VALUE "00".
           88  Ta-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Enrollment-Sw            PIC X VALUE "N".
           88  Enrollment-Available    VALUE "Y".
       01  WS-Lectmast-Sw              PIC X VALUE "N".
           88  Lectmast-Available      VALUE "Y".
       01  WS-Teachasgn-Sw             PIC X VALUE "N".
           88  Teachasgn-Available     VALUE "Y".
       01  End-Of-Questions-Sw         PIC X VALUE "N".
           88  End-Of-Questions        VALUE "Y".
       01  End-Of-Lecturers-Sw         PIC X VALUE "N".
           88  End-Of-Lecturers        VALUE "Y".
       01  WS-Withheld-Sw              PIC X VALUE "N".
           88  Results-Withheld        VALUE "Y".
       01  WS-Dept-Mean-Sw             PIC X VALUE "N".
           88  Dept-Mean-Shown         VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Report-Term              PIC X(6).
       01  WS-Today                    PIC 9(8).

      * Fewest forms a section, lecturer or department mean is shown
      * for - below this a class is small enough for answers to be
      * pinned on the students who gave them.
       01  WS-Min-Forms                PIC 9(3) VALUE 5.

      * The question set - the form has 20 answer columns, so no set
      * is longer than that.
       01  WS-Question-Max             PIC 9(2) VALUE 20.
       01  WS-Question-Count           PIC 9(2) VALUE ZEROS.
       01  Question-Table.
           02  Qt-Entry OCCURS 20 TIMES.
               03  Qt-Scale-Max        PIC 9(1).
               03  Qt-Question-Text    PIC X(60).
       01  WS-Q                        PIC 9(2).
       01  WS-P                        PIC 9(2).

      * The figures for whichever section or lecturer is being printed.
       01  WS-Cur-Department           PIC X(4).
       01  WS-Cur-Forms                PIC 9(7).
       01  WS-Cur-Headcount            PIC 9(7).
       01  Current-Question.
           02  Cq-Responses            PIC 9(7).
           02  Cq-Answer-Total         PIC 9(9).
           02  Cq-Answer-Count         PIC 9(7) OCCURS 9 TIMES.

      * A lecturer's figures summed over their sections for the term.
       01  WS-Lect-Sections            PIC 9(3).
       01  WS-Lect-Forms               PIC 9(7).
       01  WS-Lect-Headcount           PIC 9(7).
       01  Lecturer-Totals.
           02  Lt-Question OCCURS 20 TIMES.
               03  Lt-Responses        PIC 9(7).
               03  Lt-Answer-Total     PIC 9(9).
               03  Lt-Answer-Count     PIC 9(7) OCCURS 9 TIMES.

       01  WS-Section-Headcount        PIC 9(5).
       01  WS-Save-Module              PIC X(5).
       01  WS-Save-Section             PIC 9(2).
       01  WS-Mean                     PIC 9V99.
       01  WS-Dept-Mean                PIC 9V99.
       01  WS-Mean-Diff                PIC S9V99.
       01  WS-Response-Rate            PIC 9(3)V9.
       01  WS-Dist-Ptr                 PIC 9(3).
       01  WS-Dist-Count               PIC ZZZ9.

       01  Control-Totals.
           02  Ct-Sections-Reported    PIC 9(5) VALUE ZEROS.
           02  Ct-Sections-Withheld    PIC 9(5) VALUE ZEROS.
           02  Ct-Lecturers-Reported   PIC 9(4) VALUE ZEROS.
           02  Ct-Lecturers-Withheld   PIC 9(4) VALUE ZEROS.
           02  Ct-Forms-Reported       PIC 9(7) VALUE ZEROS.

       01  Legend-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(1) VALUE "Q".
           02  Lg-Question-Num         PIC 99.
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  FILLER                  PIC X(2) VALUE "1-".
           02  Lg-Scale-Max            PIC 9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Lg-Question-Text        PIC X(60).

       01  Section-Heading-Line.
           02  FILLER                  PIC X(9) VALUE "SECTION: ".
           02  Sh-Module-Code          PIC X(5).
           02  FILLER                  PIC X(5) VALUE " SEC ".
           02  Sh-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sh-Title                PIC X(30).
           02  FILLER                  PIC X(6) VALUE "  DEPT".
           02  Sh-Department           PIC BX(4).

       01  Teacher-Line.
           02  FILLER                  PIC X(13)
                     VALUE "  LECTURER: ".
           02  Tl-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Tl-Lecturer-Name        PIC X(20).

       01  Lecturer-Heading-Line.
           02  FILLER                  PIC X(10) VALUE "LECTURER: ".
           02  Lh-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Lh-Lecturer-Name        PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  DEPT".
           02  Lh-Department           PIC BX(4).
           02  FILLER                  PIC X(12) VALUE "  SECTIONS ".
           02  Lh-Sections             PIC ZZ9.

       01  Response-Rate-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(7) VALUE "FORMS: ".
           02  Rr-Forms                PIC ZZZZZ9.
           02  FILLER                  PIC X(12)
                     VALUE "  ENROLLED: ".
           02  Rr-Headcount            PIC ZZZZZ9.
           02  FILLER                  PIC X(17)
                     VALUE "  RESPONSE RATE: ".
           02  Rr-Rate                 PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rr-Note                 PIC X(18).

       01  Question-Result-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  FILLER                  PIC X(1) VALUE "Q".
           02  Qr-Question-Num         PIC 99.
           02  FILLER                  PIC X(11)
                     VALUE "  ANSWERS: ".
           02  Qr-Responses            PIC ZZZZZ9.
           02  FILLER                  PIC X(8) VALUE "  MEAN: ".
           02  Qr-Mean                 PIC X(4).
           02  FILLER                  PIC X(13)
                     VALUE "  DEPT MEAN: ".
           02  Qr-Dept-Mean            PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Qr-Mean-Diff            PIC X(7).

       01  WS-Mean-Edit                PIC 9.99.
       01  WS-Diff-Edit                PIC +9.99.
       01  WS-Rate-Edit                PIC ZZ9.9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term for the course evaluation "
                       "results: " WITH NO ADVANCING
               ACCEPT WS-Report-Term
           END-IF.
           PERFORM Load-Question-Set.
           OPEN INPUT Evaluation-Result-File.
           IF Ev-Status NOT = "00"
               DISPLAY "No evaluation tallies - nothing to report."
               STOP RUN
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status = "00"
               MOVE "Y" TO WS-Enrollment-Sw
           END-IF.
           OPEN INPUT Lecturer-Master-File.
           IF Lm-Status = "00"
               MOVE "Y" TO WS-Lectmast-Sw
           END-IF.
           OPEN INPUT Teaching-Assignment-File.
           IF Ta-Status = "00"
               MOVE "Y" TO WS-Teachasgn-Sw
           END-IF.
           OPEN OUTPUT Evaluation-Work-File.
           CLOSE Evaluation-Work-File.
           OPEN I-O Evaluation-Work-File.
           MOVE Wk-Status TO WS-Chk-Status.
           MOVE "OPEN Evaluation-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           PERFORM Build-Department-Totals.
           PERFORM Build-Section-Lecturers.

           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "COURSE  EVALUATION  RESULTS - TERM " WS-Report-Term
               "   RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE SPACES TO Report-Print-Line.
           STRING "RESULTS WITHHELD WHERE FEWER THAN " WS-Min-Forms
               " FORMS WERE RETURNED"
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "QUESTIONS (SCALE)" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Question-Count
               IF Qt-Scale-Max(WS-Q) > ZERO
                   MOVE WS-Q TO Lg-Question-Num
                   MOVE Qt-Scale-Max(WS-Q) TO Lg-Scale-Max
                   MOVE Qt-Question-Text(WS-Q) TO Lg-Question-Text
                   WRITE Report-Print-Line FROM Legend-Line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "RESULTS BY SECTION" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM Report-Sections.

           IF Lectmast-Available AND Teachasgn-Available
               MOVE SPACES TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               MOVE ALL "=" TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               MOVE "RESULTS BY LECTURER" TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               PERFORM Report-Lecturers
           END-IF.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "SECTIONS " Ct-Sections-Reported
               "   WITHHELD " Ct-Sections-Withheld
               "   FORMS " Ct-Forms-Reported
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "LECTURERS " Ct-Lecturers-Reported
               "   WITHHELD " Ct-Lecturers-Withheld
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           CLOSE Evaluation-Result-File, Evaluation-Work-File,
                 Report-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Enrollment-Available
               CLOSE Student-Enrollment-File
           END-IF.
           IF Lectmast-Available
               CLOSE Lecturer-Master-File
           END-IF.
           IF Teachasgn-Available
               CLOSE Teaching-Assignment-File
           END-IF.
           DISPLAY "Sections reported  : " Ct-Sections-Reported.
           DISPLAY "Sections withheld  : " Ct-Sections-Withheld.
           DISPLAY "Lecturers reported : " Ct-Lecturers-Reported.
           DISPLAY "Lecturers withheld : " Ct-Lecturers-Withheld.
           STOP RUN.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "EVALRSLT"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Report-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "EVALRSLT run-parameter row found - reporting "
                       "term " WS-Report-Term " unattended."
           END-IF.

       Load-Question-Set.
           OPEN INPUT Evaluation-Question-File.
           IF Eq-File-Status NOT = "00"
               DISPLAY "No evaluation question set (EVALQUES.DAT) - "
                       "nothing to report."
               STOP RUN
           END-IF.
           MOVE ZEROS TO WS-Question-Count.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 20
               MOVE ZERO TO Qt-Scale-Max(WS-Q)
               MOVE SPACES TO Qt-Question-Text(WS-Q)
           END-PERFORM.
           PERFORM UNTIL End-Of-Questions
               READ Evaluation-Question-File
                   AT END SET End-Of-Questions TO TRUE
                   NOT AT END PERFORM Load-One-Question
               END-READ
           END-PERFORM.
           CLOSE Evaluation-Question-File.

       Load-One-Question.
           IF Eq-Question-Num NOT NUMERIC OR Eq-Scale-Max NOT NUMERIC
               OR Eq-Question-Num < 1
               OR Eq-Question-Num > WS-Question-Max
               OR Eq-Scale-Max < 2
               DISPLAY "*** Question set row not usable: " Eq-Rec
               DISPLAY "    Questions run 01-" WS-Question-Max
                       " with a scale of 2-9 - run aborted."
               STOP RUN
           END-IF.
           MOVE Eq-Scale-Max TO Qt-Scale-Max(Eq-Question-Num).
           MOVE Eq-Question-Text TO Qt-Question-Text(Eq-Question-Num).
           IF Eq-Question-Num > WS-Question-Count
               MOVE Eq-Question-Num TO WS-Question-Count
           END-IF.

      * First pass over the term's tallies.  Rows for a section come
      * in question order, so its question 00 row fixes the
      * department the rest of the section's rows are added to.
       Build-Department-Totals.
           PERFORM Start-Term-Tallies.
           PERFORM UNTIL Ev-Rec-Not-Found
                   OR Ev-Term-Code NOT = WS-Report-Term
               IF Ev-Question-Num = ZEROS
                   PERFORM Get-Section-Catalog
               END-IF
               IF Ev-Question-Num <= WS-Question-Count
                   PERFORM Add-To-Department
               END-IF
               READ Evaluation-Result-File NEXT RECORD
                   AT END SET Ev-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Start-Term-Tallies.
           MOVE WS-Report-Term TO Ev-Term-Code.
           MOVE LOW-VALUES TO Ev-Module-Code.
           MOVE ZEROS TO Ev-Section-Num Ev-Question-Num.
           START Evaluation-Result-File
               KEY IS >= Ev-Key
               INVALID KEY SET Ev-Rec-Not-Found TO TRUE
           END-START.
           IF Ev-Rec-Found
               READ Evaluation-Result-File NEXT RECORD
                   AT END SET Ev-Rec-Not-Found TO TRUE
               END-READ
           END-IF.

       Get-Section-Catalog.
           MOVE "** NOT IN CATALOG **" TO Cc-Title.
           MOVE SPACES TO Cc-Department.
           IF Catalog-Available
               MOVE Ev-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF NOT Cc-Rec-Found
                   MOVE "** NOT IN CATALOG **" TO Cc-Title
                   MOVE SPACES TO Cc-Department
               END-IF
           END-IF.
           MOVE Cc-Department TO WS-Cur-Department.

       Add-To-Department.
           MOVE "D" TO Wk-Row-Type.
           MOVE WS-Cur-Department TO Wk-Group.
           MOVE SPACES TO Wk-Item.
           MOVE Ev-Question-Num TO Wk-Question-Num.
           READ Evaluation-Work-File
               KEY IS Wk-Key
               INVALID KEY MOVE "23" TO Wk-Status
           END-READ.
           IF Wk-Rec-Found
               ADD Ev-Responses TO Wk-Responses
               ADD Ev-Answer-Total TO Wk-Answer-Total
               REWRITE Wk-Rec
                   INVALID KEY
                       MOVE Wk-Status TO WS-Chk-Status
                       MOVE "REWRITE Evaluation-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               MOVE Ev-Responses TO Wk-Responses
               MOVE Ev-Answer-Total TO Wk-Answer-Total
               WRITE Wk-Rec
                   INVALID KEY
                       MOVE Wk-Status TO WS-Chk-Status
                       MOVE "WRITE Evaluation-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

      * TEACHASGN.DAT is keyed by lecturer, so the lecturer(s) for
      * each section of the term are turned round into S rows.
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
               IF Ta-Term-Code = WS-Report-Term
                   MOVE "S" TO Wk-Row-Type
                   MOVE SPACES TO Wk-Group
                   STRING Ta-Module-Code Ta-Section-Num
                       DELIMITED BY SIZE INTO Wk-Group
                   MOVE Ta-Lecturer-Id TO Wk-Item
                   MOVE ZEROS TO Wk-Question-Num Wk-Responses
                                 Wk-Answer-Total
                   WRITE Wk-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      *****************************************************************
      * Results by section.
      *****************************************************************
       Report-Sections.
           PERFORM Start-Term-Tallies.
           PERFORM UNTIL Ev-Rec-Not-Found
                   OR Ev-Term-Code NOT = WS-Report-Term
               IF Ev-Question-Num = ZEROS
                   PERFORM Report-Section-Heading
               ELSE
                   IF NOT Results-Withheld
                           AND Ev-Question-Num <= WS-Question-Count
                       PERFORM Report-Section-Question
                   END-IF
               END-IF
               READ Evaluation-Result-File NEXT RECORD
                   AT END SET Ev-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Report-Section-Heading.
           ADD 1 TO Ct-Sections-Reported.
           ADD Ev-Responses TO Ct-Forms-Reported.
           PERFORM Get-Section-Catalog.
           MOVE Ev-Module-Code TO Sh-Module-Code.
           MOVE Ev-Section-Num TO Sh-Section-Num.
           MOVE Cc-Title TO Sh-Title.
           MOVE Cc-Department TO Sh-Department.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Section-Heading-Line
               AFTER ADVANCING 1 LINE.
           PERFORM List-Section-Lecturers.
           MOVE Ev-Module-Code TO WS-Save-Module.
           MOVE Ev-Section-Num TO WS-Save-Section.
           PERFORM Count-Section-Headcount.
           MOVE Ev-Responses TO WS-Cur-Forms.
           MOVE WS-Section-Headcount TO WS-Cur-Headcount.
           PERFORM Write-Response-Rate.
           IF Results-Withheld
               ADD 1 TO Ct-Sections-Withheld
           END-IF.
           PERFORM Check-Department-Mean.

       List-Section-Lecturers.
           MOVE "S" TO Wk-Row-Type.
           MOVE SPACES TO Wk-Group.
           STRING Ev-Module-Code Ev-Section-Num
               DELIMITED BY SIZE INTO Wk-Group.
           MOVE LOW-VALUES TO Wk-Item.
           MOVE ZEROS TO Wk-Question-Num.
           START Evaluation-Work-File
               KEY IS >= Wk-Key
               INVALID KEY SET Wk-Rec-Not-Found TO TRUE
           END-START.
           IF Wk-Rec-Found
               READ Evaluation-Work-File NEXT RECORD
                   AT END SET Wk-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Wk-Rec-Not-Found
                   OR NOT Wk-Section-Row
                   OR Wk-Group(1:5) NOT = Ev-Module-Code
                   OR Wk-Group(6:2) NOT = Ev-Section-Num
               MOVE Wk-Item TO Tl-Lecturer-Id
               MOVE "** NOT ON FILE **" TO Tl-Lecturer-Name
               IF Lectmast-Available
                   MOVE Wk-Item TO Lm-Lecturer-Id
                   READ Lecturer-Master-File
                       KEY IS Lm-Lecturer-Id
                       INVALID KEY MOVE "23" TO Lm-Status
                   END-READ
                   IF Lm-Rec-Found
                       MOVE Lm-Lecturer-Name TO Tl-Lecturer-Name
                   END-IF
               END-IF
               WRITE Report-Print-Line FROM Teacher-Line
                   AFTER ADVANCING 1 LINE
               READ Evaluation-Work-File NEXT RECORD
                   AT END SET Wk-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * Enrollments for the module through the alternate key, counted
      * where the term and section match.
       Count-Section-Headcount.
           MOVE ZEROS TO WS-Section-Headcount.
           IF NOT Enrollment-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Save-Module TO Se-Module-Code.
           START Student-Enrollment-File
               KEY IS = Se-Module-Code
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Module-Code NOT = WS-Save-Module
                   IF Se-Term-Code = WS-Report-Term
                           AND Se-Section-Num = WS-Save-Section
                       ADD 1 TO WS-Section-Headcount
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Report-Section-Question.
           MOVE Ev-Question-Num TO WS-Q.
           MOVE Ev-Responses TO Cq-Responses.
           MOVE Ev-Answer-Total TO Cq-Answer-Total.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
               MOVE Ev-Answer-Count(WS-P) TO Cq-Answer-Count(WS-P)
           END-PERFORM.
           PERFORM Write-Question-Result.

      *****************************************************************
      * Results by lecturer.
      *****************************************************************
       Report-Lecturers.
           MOVE LOW-VALUES TO Lm-Lecturer-Id.
           START Lecturer-Master-File
               KEY IS >= Lm-Lecturer-Id
               INVALID KEY SET End-Of-Lecturers TO TRUE
           END-START.
           PERFORM Report-One-Lecturer UNTIL End-Of-Lecturers.

       Report-One-Lecturer.
           READ Lecturer-Master-File NEXT RECORD
               AT END SET End-Of-Lecturers TO TRUE
           END-READ.
           IF End-Of-Lecturers
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-Lect-Sections WS-Lect-Forms
                         WS-Lect-Headcount.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 20
               MOVE ZEROS TO Lt-Responses(WS-Q) Lt-Answer-Total(WS-Q)
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
                   MOVE ZEROS TO Lt-Answer-Count(WS-Q, WS-P)
               END-PERFORM
           END-PERFORM.
           PERFORM Start-Lecturer-Assignments.
           PERFORM UNTIL Ta-Rec-Not-Found
                   OR Ta-Lecturer-Id NOT = Lm-Lecturer-Id
               IF Ta-Term-Code = WS-Report-Term
                   PERFORM Add-Lecturer-Section
               END-IF
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           IF WS-Lect-Sections = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Lecturers-Reported.
           MOVE Lm-Lecturer-Id TO Lh-Lecturer-Id.
           MOVE Lm-Lecturer-Name TO Lh-Lecturer-Name.
           MOVE Lm-Department TO Lh-Department.
           MOVE WS-Lect-Sections TO Lh-Sections.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Lecturer-Heading-Line
               AFTER ADVANCING 1 LINE.
           MOVE WS-Lect-Forms TO WS-Cur-Forms.
           MOVE WS-Lect-Headcount TO WS-Cur-Headcount.
           PERFORM Write-Response-Rate.
           IF Results-Withheld
               ADD 1 TO Ct-Lecturers-Withheld
               EXIT PARAGRAPH
           END-IF.
           MOVE Lm-Department TO WS-Cur-Department.
           PERFORM Check-Department-Mean.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Question-Count
               IF Lt-Responses(WS-Q) > ZEROS
                   MOVE Lt-Responses(WS-Q) TO Cq-Responses
                   MOVE Lt-Answer-Total(WS-Q) TO Cq-Answer-Total
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
                       MOVE Lt-Answer-Count(WS-Q, WS-P)
                           TO Cq-Answer-Count(WS-P)
                   END-PERFORM
                   PERFORM Write-Question-Result
               END-IF
           END-PERFORM.

       Start-Lecturer-Assignments.
           MOVE Lm-Lecturer-Id TO Ta-Lecturer-Id.
           MOVE LOW-VALUES TO Ta-Module-Code.
           MOVE LOW-VALUES TO Ta-Term-Code.
           MOVE ZEROS TO Ta-Section-Num.
           START Teaching-Assignment-File
               KEY IS >= Ta-Key
               INVALID KEY SET Ta-Rec-Not-Found TO TRUE
           END-START.
           IF Ta-Rec-Found
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-IF.

      * Only sections that have forms counted go into a lecturer's
      * figures; a section with none adds nothing to the rate either.
       Add-Lecturer-Section.
           MOVE WS-Report-Term TO Ev-Term-Code.
           MOVE Ta-Module-Code TO Ev-Module-Code.
           MOVE Ta-Section-Num TO Ev-Section-Num.
           MOVE ZEROS TO Ev-Question-Num.
           READ Evaluation-Result-File
               KEY IS Ev-Key
               INVALID KEY MOVE "23" TO Ev-Status
           END-READ.
           IF NOT Ev-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Lect-Sections.
           ADD Ev-Responses TO WS-Lect-Forms.
           MOVE Ta-Module-Code TO WS-Save-Module.
           MOVE Ta-Section-Num TO WS-Save-Section.
           PERFORM Count-Section-Headcount.
           ADD WS-Section-Headcount TO WS-Lect-Headcount.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Question-Count
               MOVE WS-Q TO Ev-Question-Num
               READ Evaluation-Result-File
                   KEY IS Ev-Key
                   INVALID KEY MOVE "23" TO Ev-Status
               END-READ
               IF Ev-Rec-Found
                   ADD Ev-Responses TO Lt-Responses(WS-Q)
                   ADD Ev-Answer-Total TO Lt-Answer-Total(WS-Q)
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
                       ADD Ev-Answer-Count(WS-P)
                           TO Lt-Answer-Count(WS-Q, WS-P)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * Shared print paragraphs.
      *****************************************************************
      * Forms against enrolled, and whether the results can be shown.
       Write-Response-Rate.
           MOVE WS-Cur-Forms TO Rr-Forms.
           MOVE WS-Cur-Headcount TO Rr-Headcount.
           IF WS-Cur-Headcount = ZEROS
               MOVE "  N/A" TO Rr-Rate
           ELSE
               COMPUTE WS-Response-Rate ROUNDED =
                   WS-Cur-Forms * 100 / WS-Cur-Headcount
                   ON SIZE ERROR MOVE 999.9 TO WS-Response-Rate
               END-COMPUTE
               MOVE WS-Response-Rate TO WS-Rate-Edit
               MOVE SPACES TO Rr-Rate
               STRING WS-Rate-Edit "%" DELIMITED BY SIZE INTO Rr-Rate
           END-IF.
           IF WS-Cur-Forms < WS-Min-Forms
               MOVE "Y" TO WS-Withheld-Sw
               MOVE "RESULTS WITHHELD" TO Rr-Note
           ELSE
               MOVE "N" TO WS-Withheld-Sw
               MOVE SPACES TO Rr-Note
           END-IF.
           WRITE Report-Print-Line FROM Response-Rate-Line
               AFTER ADVANCING 1 LINE.

      * The department mean is only printed once enough forms stand
      * behind it - otherwise it would give away a withheld section.
       Check-Department-Mean.
           MOVE "N" TO WS-Dept-Mean-Sw.
           MOVE "D" TO Wk-Row-Type.
           MOVE WS-Cur-Department TO Wk-Group.
           MOVE SPACES TO Wk-Item.
           MOVE ZEROS TO Wk-Question-Num.
           READ Evaluation-Work-File
               KEY IS Wk-Key
               INVALID KEY MOVE "23" TO Wk-Status
           END-READ.
           IF Wk-Rec-Found AND Wk-Responses >= WS-Min-Forms
               MOVE "Y" TO WS-Dept-Mean-Sw
           END-IF.

      * One question: answers, mean, department mean and the
      * difference, then the count on each point of the scale.
       Write-Question-Result.
           MOVE WS-Q TO Qr-Question-Num.
           MOVE Cq-Responses TO Qr-Responses.
           MOVE SPACES TO Qr-Mean Qr-Dept-Mean Qr-Mean-Diff.
           MOVE ZEROS TO WS-Mean.
           IF Cq-Responses > ZEROS
               COMPUTE WS-Mean ROUNDED =
                   Cq-Answer-Total / Cq-Responses
               MOVE WS-Mean TO WS-Mean-Edit
               MOVE WS-Mean-Edit TO Qr-Mean
           END-IF.
           IF Dept-Mean-Shown
               MOVE "D" TO Wk-Row-Type
               MOVE WS-Cur-Department TO Wk-Group
               MOVE SPACES TO Wk-Item
               MOVE WS-Q TO Wk-Question-Num
               READ Evaluation-Work-File
                   KEY IS Wk-Key
                   INVALID KEY MOVE "23" TO Wk-Status
               END-READ
               IF Wk-Rec-Found AND Wk-Responses > ZEROS
                   COMPUTE WS-Dept-Mean ROUNDED =
                       Wk-Answer-Total / Wk-Responses
                   MOVE WS-Dept-Mean TO WS-Mean-Edit
                   MOVE WS-Mean-Edit TO Qr-Dept-Mean
                   IF Cq-Responses > ZEROS
                       COMPUTE WS-Mean-Diff = WS-Mean - WS-Dept-Mean
                       MOVE WS-Mean-Diff TO WS-Diff-Edit
                       MOVE SPACES TO Qr-Mean-Diff
                       STRING "(" WS-Diff-Edit ")"
                           DELIMITED BY SIZE INTO Qr-Mean-Diff
                   END-IF
               END-IF
           END-IF.
           IF Qr-Dept-Mean = SPACES
               MOVE " N/A" TO Qr-Dept-Mean
           END-IF.
           WRITE Report-Print-Line FROM Question-Result-Line
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           MOVE "SPREAD" TO Report-Print-Line(8:6).
           MOVE 15 TO WS-Dist-Ptr.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > Qt-Scale-Max(WS-Q)
               MOVE Cq-Answer-Count(WS-P) TO WS-Dist-Count
               STRING WS-P(2:1) ":" WS-Dist-Count "  "
                   DELIMITED BY SIZE INTO Report-Print-Line
                   WITH POINTER WS-Dist-Ptr
           END-PERFORM.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Evalrslt-Path FROM ENVIRONMENT "EVALRSLT_PATH".
           IF WS-Evalrslt-Path = SPACES
               MOVE "EVALRSLT.DAT" TO WS-Evalrslt-Path
           END-IF.
           ACCEPT WS-Evalques-Path FROM ENVIRONMENT "EVALQUES_PATH".
           IF WS-Evalques-Path = SPACES
               MOVE "EVALQUES.DAT" TO WS-Evalques-Path
           END-IF.
           ACCEPT WS-Evalwk-Path FROM ENVIRONMENT "EVALWK_PATH".
           IF WS-Evalwk-Path = SPACES
               MOVE "EVALWK.DAT" TO WS-Evalwk-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
           END-IF.
           ACCEPT WS-Teachasgn-Path FROM ENVIRONMENT "TEACHASGN_PATH".
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Evalrslt-Rpt-Path
               FROM ENVIRONMENT "EVALRSLT_RPT_PATH".
           IF WS-Evalrslt-Rpt-Path = SPACES
               MOVE "EVALRSLT.RPT" TO WS-Evalrslt-Rpt-Path
           END-IF.
