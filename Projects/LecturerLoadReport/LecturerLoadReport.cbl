       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LecturerLoadReport.
       AUTHOR.  Jon Clark.
      * Teaching-load report for one term, grouped by lecturer in the
      * same heading/detail/total shape as LecturerReqReport.  Every
      * section on TEACHASGN.DAT for the term prints with its credit
      * hours (Cc-Credit-Hours from COURSECAT.DAT) and its enrolled
      * headcount (STUDENR.DAT rows for the module, term and
      * section).  The lecturer total compares the term's credit
      * hours with the contracted load on LECTMAST.DAT:
      *   OVERLOAD  - above contract, the hours over are due overload
      *               pay (and an assignment past the maximum shows
      *               who approved it in LecturerMaint);
      *   UNDERLOAD - below contract;
      *   AT LOAD   - exactly on contract;
      *   NO CONTRACT - no contracted load on the master yet.
      * Lecturers with neither a contract nor a section in the term
      * are left off.  Unattended, the term comes from the LECTLOAD
      * row of RUNPARMS.DAT.  Output goes to LECTLOAD.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Report-File ASSIGN TO WS-Lectload-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Lectload-Rpt-Path        PIC X(260).

       01  Lm-Status                   PIC X(2).
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
       01  End-Of-Lecturers-Sw         PIC X VALUE "N".
           88  End-Of-Lecturers        VALUE "Y".

       01  WS-Load-Term                PIC X(6).
       01  WS-Today                    PIC 9(8).
       01  WS-Group-Hours              PIC 9(3).
       01  WS-Group-Headcount          PIC 9(5).
       01  WS-Group-Sections           PIC 9(3).
       01  WS-Section-Headcount        PIC 9(5).
       01  WS-Hours-Over               PIC 9(3).

       01  Control-Totals.
           02  Ct-Lecturers-Reported   PIC 9(4) VALUE ZEROS.
           02  Ct-Sections-Reported    PIC 9(5) VALUE ZEROS.
           02  Ct-Overloads            PIC 9(4) VALUE ZEROS.
           02  Ct-Underloads           PIC 9(4) VALUE ZEROS.
           02  Ct-Overload-Hours       PIC 9(5) VALUE ZEROS.

       01  Group-Heading-Line.
           02  FILLER                  PIC X(10) VALUE "LECTURER: ".
           02  Gh-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Gh-Lecturer-Name        PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  DEPT".
           02  Gh-Department           PIC BX(4).
           02  FILLER                  PIC X(12) VALUE "  CONTRACT ".
           02  Gh-Contract-Hours       PIC Z9.
           02  FILLER                  PIC X(7) VALUE "  MAX ".
           02  Gh-Max-Hours            PIC Z9.

       01  Section-Detail-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sd-Module-Code          PIC X(5).
           02  FILLER                  PIC X(5) VALUE " SEC ".
           02  Sd-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sd-Title                PIC X(24).
           02  FILLER                  PIC X(6) VALUE "  HRS ".
           02  Sd-Credit-Hours         PIC Z9.
           02  FILLER                  PIC X(7) VALUE "  HEAD ".
           02  Sd-Headcount            PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sd-Override-Note        PIC X(14).

       01  Group-Total-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(15)
                     VALUE "TERM LOAD HRS: ".
           02  Gt-Group-Hours          PIC ZZ9.
           02  FILLER                  PIC X(13)
                     VALUE "  HEADCOUNT: ".
           02  Gt-Group-Headcount      PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Gt-Load-Status          PIC X(11).
           02  Gt-Overload-Note        PIC X(24).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term for the teaching-load report: "
                   WITH NO ADVANCING
               ACCEPT WS-Load-Term
           END-IF.
           OPEN INPUT Lecturer-Master-File.
           IF Lm-Status NOT = "00"
               DISPLAY "No lecturer master file - nothing to report."
               STOP RUN
           END-IF.
           OPEN INPUT Teaching-Assignment-File.
           IF Ta-Status NOT = "00"
               DISPLAY "No teaching assignment file - nothing to "
                       "report."
               CLOSE Lecturer-Master-File
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
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "TEACHING  LOAD  BY  LECTURER - TERM " WS-Load-Term
               "   RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE ALL "-" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           PERFORM Report-One-Lecturer UNTIL End-Of-Lecturers.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "LECTURERS " Ct-Lecturers-Reported
               "   OVERLOADED " Ct-Overloads
               "   UNDERLOADED " Ct-Underloads
               "   OVERLOAD HRS " Ct-Overload-Hours
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           CLOSE Lecturer-Master-File, Teaching-Assignment-File,
                 Report-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Enrollment-Available
               CLOSE Student-Enrollment-File
           END-IF.
           DISPLAY "Lecturers reported : " Ct-Lecturers-Reported.
           DISPLAY "Sections reported  : " Ct-Sections-Reported.
           DISPLAY "Overloaded         : " Ct-Overloads.
           DISPLAY "Underloaded        : " Ct-Underloads.
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
               IF Rp-Program-Name = "LECTLOAD"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Load-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "LECTLOAD run-parameter row found - reporting "
                       "term " WS-Load-Term " unattended."
           END-IF.

       Report-One-Lecturer.
           READ Lecturer-Master-File NEXT RECORD
               AT END SET End-Of-Lecturers TO TRUE
           END-READ.
           IF End-Of-Lecturers
               EXIT PARAGRAPH
           END-IF.
           PERFORM Count-Term-Sections.
           IF WS-Group-Sections = ZEROS
                   AND Lm-Contract-Hours = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Lecturers-Reported.
           MOVE Lm-Lecturer-Id TO Gh-Lecturer-Id.
           MOVE Lm-Lecturer-Name TO Gh-Lecturer-Name.
           MOVE Lm-Department TO Gh-Department.
           MOVE Lm-Contract-Hours TO Gh-Contract-Hours.
           MOVE Lm-Max-Hours TO Gh-Max-Hours.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Group-Heading-Line
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-Group-Hours WS-Group-Headcount.
           PERFORM Report-Lecturer-Sections.
           PERFORM Write-Lecturer-Total.

      * A first pass over the lecturer's assignments just to learn
      * whether there is anything for the term.
       Count-Term-Sections.
           MOVE ZEROS TO WS-Group-Sections.
           PERFORM Start-Lecturer-Assignments.
           PERFORM UNTIL Ta-Rec-Not-Found
                   OR Ta-Lecturer-Id NOT = Lm-Lecturer-Id
               IF Ta-Term-Code = WS-Load-Term
                   ADD 1 TO WS-Group-Sections
               END-IF
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
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

       Report-Lecturer-Sections.
           PERFORM Start-Lecturer-Assignments.
           PERFORM UNTIL Ta-Rec-Not-Found
                   OR Ta-Lecturer-Id NOT = Lm-Lecturer-Id
               IF Ta-Term-Code = WS-Load-Term
                   PERFORM Report-One-Section
               END-IF
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Report-One-Section.
           ADD 1 TO Ct-Sections-Reported.
           MOVE ZEROS TO Cc-Credit-Hours.
           MOVE "** NOT IN CATALOG **" TO Sd-Title.
           IF Catalog-Available
               MOVE Ta-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found
                   MOVE Cc-Title TO Sd-Title
               ELSE
                   MOVE ZEROS TO Cc-Credit-Hours
               END-IF
           END-IF.
           PERFORM Count-Section-Headcount.
           ADD Cc-Credit-Hours TO WS-Group-Hours.
           ADD WS-Section-Headcount TO WS-Group-Headcount.
           MOVE Ta-Module-Code TO Sd-Module-Code.
           MOVE Ta-Section-Num TO Sd-Section-Num.
           MOVE Cc-Credit-Hours TO Sd-Credit-Hours.
           MOVE WS-Section-Headcount TO Sd-Headcount.
           IF Ta-Override-By = SPACES
               MOVE SPACES TO Sd-Override-Note
           ELSE
               MOVE SPACES TO Sd-Override-Note
               STRING "OK " Ta-Override-By
                   DELIMITED BY SIZE INTO Sd-Override-Note
           END-IF.
           WRITE Report-Print-Line FROM Section-Detail-Line
               AFTER ADVANCING 1 LINE.

      * Enrollments for the module through the alternate key, counted
      * where the term and section match.
       Count-Section-Headcount.
           MOVE ZEROS TO WS-Section-Headcount.
           IF NOT Enrollment-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE Ta-Module-Code TO Se-Module-Code.
           START Student-Enrollment-File
               KEY IS = Se-Module-Code
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Module-Code NOT = Ta-Module-Code
                   IF Se-Term-Code = Ta-Term-Code
                           AND Se-Section-Num = Ta-Section-Num
                       ADD 1 TO WS-Section-Headcount
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Write-Lecturer-Total.
           MOVE WS-Group-Hours TO Gt-Group-Hours.
           MOVE WS-Group-Headcount TO Gt-Group-Headcount.
           MOVE SPACES TO Gt-Overload-Note.
           EVALUATE TRUE
               WHEN Lm-Contract-Hours = ZEROS
                   MOVE "NO CONTRACT" TO Gt-Load-Status
               WHEN WS-Group-Hours > Lm-Contract-Hours
                   MOVE "OVERLOAD" TO Gt-Load-Status
                   COMPUTE WS-Hours-Over =
                       WS-Group-Hours - Lm-Contract-Hours
                   STRING "- PAY " WS-Hours-Over " HRS OVERLOAD"
                       DELIMITED BY SIZE INTO Gt-Overload-Note
                   ADD 1 TO Ct-Overloads
                   ADD WS-Hours-Over TO Ct-Overload-Hours
               WHEN WS-Group-Hours < Lm-Contract-Hours
                   MOVE "UNDERLOAD" TO Gt-Load-Status
                   ADD 1 TO Ct-Underloads
               WHEN OTHER
                   MOVE "AT LOAD" TO Gt-Load-Status
           END-EVALUATE.
           WRITE Report-Print-Line FROM Group-Total-Line
               AFTER ADVANCING 1 LINE.

       Resolve-Data-Paths.
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
           ACCEPT WS-Lectload-Rpt-Path
               FROM ENVIRONMENT "LECTLOAD_RPT_PATH".
           IF WS-Lectload-Rpt-Path = SPACES
               MOVE "LECTLOAD.RPT" TO WS-Lectload-Rpt-Path
           END-IF.
