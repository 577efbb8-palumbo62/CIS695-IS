       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CensusVariance.
       AUTHOR.  Jon Clark.
      * Census-versus-current variance listing for one term.  Once
      * CensusSnapshot has frozen a term, the official counts come
      * from CENSUS.DAT while STUDENR.DAT keeps moving; this run
      * shows the gap (CENSUSVAR.RPT):
      *   - every census enrollment no longer on STUDENR.DAT
      *     (dropped or moved section since census),
      *   - every current enrollment that was not there at census
      *     (added since census),
      *   - census and current enrollment counts by module, and the
      *     headcount and enrollment totals either way.
      * A change of section shows as a drop from the old section and
      * an add to the new one.  The per-module counts build up on a
      * keyed work file (CENSVWK.DAT), rebuilt every run.
      * Unattended, the term comes from the CENSUSVAR row of
      * RUNPARMS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Census-Enrollment-File ASSIGN TO WS-Census-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cn-Key
               FILE STATUS IS Cn-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Variance-Work-File ASSIGN TO WS-Censvwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Vw-Module-Code
               FILE STATUS IS Vw-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Censusvar-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Frozen census enrollments - layout owned by CensusSnapshot.
       FD  Census-Enrollment-File.
       01  Cn-Rec.
           02  Cn-Key.
               03  Cn-Term-Code            PIC X(6).
               03  Cn-Student-Id           PIC 9(5).
                   88  Cn-Control-Row      VALUE ZEROS.
               03  Cn-Module-Code          PIC X(5).
               03  Cn-Section-Num          PIC 9(2).
           02  Cn-Enrolled-Date            PIC 9(8).
           02  Cn-Credit-Hours             PIC 9(2).
           02  Cn-Campus-Code              PIC X(4).
           02  Cn-Snapshot-Date            PIC 9(8).

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

       FD  Variance-Work-File.
       01  Vw-Rec.
           02  Vw-Module-Code              PIC X(5).
           02  Vw-Census-Count             PIC 9(5).
           02  Vw-Current-Count            PIC 9(5).

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
       01  Report-Print-Line           PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Census-Path              PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Censvwk-Path             PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Censusvar-Rpt-Path       PIC X(260).

       01  Cn-Status                   PIC X(2).
           88  Cn-Rec-Found            VALUE "00".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
       01  Vw-Status                   PIC X(2).
           88  Vw-Rec-Found            VALUE "00".
       01  Rp-File-Status              PIC X(2).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  End-Of-Scan-Sw              PIC X VALUE "N".
           88  End-Of-Scan             VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Report-Term              PIC X(6).
       01  WS-Census-Date              PIC 9(8).
       01  WS-Snapshot-Date            PIC 9(8).
       01  WS-Count-Column             PIC X(1).
           88  Count-Census            VALUE "C".
       01  WS-Last-Student             PIC 9(5).
       01  WS-Module-Diff              PIC S9(5).

       01  Control-Totals.
           02  Ct-Census-Enrollments   PIC 9(6) VALUE ZEROS.
           02  Ct-Current-Enrollments  PIC 9(6) VALUE ZEROS.
           02  Ct-Census-Students      PIC 9(5) VALUE ZEROS.
           02  Ct-Current-Students     PIC 9(5) VALUE ZEROS.
           02  Ct-Dropped              PIC 9(5) VALUE ZEROS.
           02  Ct-Added                PIC 9(5) VALUE ZEROS.

       01  Change-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Cl-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Cl-Module-Code          PIC X(5).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Cl-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Cl-Enrolled-Date        PIC 9(8).

       01  Change-Heading-Line.
           02  FILLER                  PIC X(40) VALUE
               "    STUDENT  MODULE  SEC  ENROLLED".

       01  Module-Heading-Line.
           02  FILLER                  PIC X(40) VALUE
               "    MODULE    CENSUS  CURRENT  CHANGE".

       01  Module-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Ml-Module-Code          PIC X(5).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Ml-Census-Count         PIC ZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Ml-Current-Count        PIC ZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Ml-Change               PIC -----9.

       01  Total-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Tl-Label                PIC X(12).
           02  FILLER                  PIC X(8)  VALUE "CENSUS ".
           02  Tl-Census               PIC ZZZZZ9.
           02  FILLER                  PIC X(11) VALUE "  CURRENT ".
           02  Tl-Current              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term for the census variance: "
                   WITH NO ADVANCING
               ACCEPT WS-Report-Term
           END-IF.
           OPEN INPUT Census-Enrollment-File.
           IF Cn-Status NOT = "00"
               DISPLAY "No census file - no term has been frozen."
               STOP RUN
           END-IF.
           MOVE WS-Report-Term TO Cn-Term-Code.
           MOVE ZEROS TO Cn-Student-Id.
           MOVE SPACES TO Cn-Module-Code.
           MOVE ZEROS TO Cn-Section-Num.
           READ Census-Enrollment-File
               KEY IS Cn-Key
               INVALID KEY MOVE "23" TO Cn-Status
           END-READ.
           IF NOT Cn-Rec-Found
               DISPLAY "Term " WS-Report-Term " has no census "
                       "snapshot yet."
               CLOSE Census-Enrollment-File
               STOP RUN
           END-IF.
           MOVE Cn-Enrolled-Date TO WS-Census-Date.
           MOVE Cn-Snapshot-Date TO WS-Snapshot-Date.
           OPEN INPUT Student-Enrollment-File.
           OPEN OUTPUT Variance-Work-File.
           CLOSE Variance-Work-File.
           OPEN I-O Variance-Work-File.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "CENSUS  VARIANCE - TERM " WS-Report-Term
               "   CENSUS DATE " WS-Census-Date
               "   TAKEN " WS-Snapshot-Date
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.

           PERFORM List-Dropped-Since-Census.
           PERFORM List-Added-Since-Census.
           PERFORM List-Module-Counts.

           CLOSE Census-Enrollment-File, Student-Enrollment-File,
                 Variance-Work-File, Report-File.
           DISPLAY " ".
           DISPLAY "----  CENSUS  VARIANCE  COMPLETE  ----".
           DISPLAY "Census enrollments  : " Ct-Census-Enrollments.
           DISPLAY "Current enrollments : " Ct-Current-Enrollments.
           DISPLAY "Dropped since census: " Ct-Dropped.
           DISPLAY "Added since census  : " Ct-Added.
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
               IF Rp-Program-Name = "CENSUSVAR"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Report-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "CENSUSVAR run-parameter row found - term "
                       WS-Report-Term " unattended."
           END-IF.

      ******************************************************************
      * Census rows gone from the live file.
      ******************************************************************
       List-Dropped-Since-Census.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "DROPPED SINCE CENSUS" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Change-Heading-Line
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-Last-Student.
           MOVE "N" TO End-Of-Scan-Sw.
           MOVE WS-Report-Term TO Cn-Term-Code.
           MOVE ZEROS TO Cn-Student-Id.
           MOVE SPACES TO Cn-Module-Code.
           MOVE ZEROS TO Cn-Section-Num.
           START Census-Enrollment-File
               KEY IS > Cn-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM Check-One-Census-Row UNTIL End-Of-Scan.

       Check-One-Census-Row.
           READ Census-Enrollment-File NEXT RECORD
               AT END SET End-Of-Scan TO TRUE
           END-READ.
           IF End-Of-Scan
               EXIT PARAGRAPH
           END-IF.
           IF Cn-Term-Code NOT = WS-Report-Term
               SET End-Of-Scan TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Census-Enrollments.
           IF Cn-Student-Id NOT = WS-Last-Student
               ADD 1 TO Ct-Census-Students
               MOVE Cn-Student-Id TO WS-Last-Student
           END-IF.
           MOVE Cn-Module-Code TO Vw-Module-Code.
           MOVE "C" TO WS-Count-Column.
           PERFORM Add-Module-Count.
           MOVE Cn-Student-Id TO Se-Student-Id.
           MOVE Cn-Module-Code TO Se-Module-Code.
           MOVE Cn-Term-Code TO Se-Term-Code.
           MOVE Cn-Section-Num TO Se-Section-Num.
           READ Student-Enrollment-File
               KEY IS Se-Key
               INVALID KEY MOVE "23" TO Se-Status
           END-READ.
           IF NOT Se-Rec-Found
               MOVE Cn-Student-Id TO Cl-Student-Id
               MOVE Cn-Module-Code TO Cl-Module-Code
               MOVE Cn-Section-Num TO Cl-Section-Num
               MOVE Cn-Enrolled-Date TO Cl-Enrolled-Date
               WRITE Report-Print-Line FROM Change-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO Ct-Dropped
           END-IF.

      ******************************************************************
      * Live rows for the term that the census never saw.
      ******************************************************************
       List-Added-Since-Census.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "ADDED SINCE CENSUS" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Change-Heading-Line
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-Last-Student.
           MOVE "N" TO End-Of-Scan-Sw.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM Check-One-Current-Row UNTIL End-Of-Scan.

       Check-One-Current-Row.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Scan TO TRUE
           END-READ.
           IF End-Of-Scan
               EXIT PARAGRAPH
           END-IF.
           IF Se-Term-Code NOT = WS-Report-Term
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Current-Enrollments.
           IF Se-Student-Id NOT = WS-Last-Student
               ADD 1 TO Ct-Current-Students
               MOVE Se-Student-Id TO WS-Last-Student
           END-IF.
           MOVE Se-Module-Code TO Vw-Module-Code.
           MOVE "L" TO WS-Count-Column.
           PERFORM Add-Module-Count.
           MOVE Se-Term-Code TO Cn-Term-Code.
           MOVE Se-Student-Id TO Cn-Student-Id.
           MOVE Se-Module-Code TO Cn-Module-Code.
           MOVE Se-Section-Num TO Cn-Section-Num.
           READ Census-Enrollment-File
               KEY IS Cn-Key
               INVALID KEY MOVE "23" TO Cn-Status
           END-READ.
           IF NOT Cn-Rec-Found
               MOVE Se-Student-Id TO Cl-Student-Id
               MOVE Se-Module-Code TO Cl-Module-Code
               MOVE Se-Section-Num TO Cl-Section-Num
               MOVE Se-Enrolled-Date TO Cl-Enrolled-Date
               WRITE Report-Print-Line FROM Change-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO Ct-Added
           END-IF.

      * Module in Vw-Module-Code; WS-Count-Column says which count.
       Add-Module-Count.
           READ Variance-Work-File
               KEY IS Vw-Module-Code
               INVALID KEY MOVE "23" TO Vw-Status
           END-READ.
           IF NOT Vw-Rec-Found
               MOVE ZEROS TO Vw-Census-Count Vw-Current-Count
           END-IF.
           IF Count-Census
               ADD 1 TO Vw-Census-Count
           ELSE
               ADD 1 TO Vw-Current-Count
           END-IF.
           IF Vw-Rec-Found
               REWRITE Vw-Rec
                   INVALID KEY
                       MOVE Vw-Status TO WS-Chk-Status
                       MOVE "REWRITE Variance-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Vw-Rec
                   INVALID KEY
                       MOVE Vw-Status TO WS-Chk-Status
                       MOVE "WRITE Variance-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       List-Module-Counts.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "ENROLLMENTS BY MODULE" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Module-Heading-Line
               AFTER ADVANCING 1 LINE.
           MOVE "N" TO End-Of-Scan-Sw.
           MOVE LOW-VALUES TO Vw-Module-Code.
           START Variance-Work-File
               KEY IS >= Vw-Module-Code
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM List-One-Module UNTIL End-Of-Scan.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "HEADCOUNT" TO Tl-Label.
           MOVE Ct-Census-Students TO Tl-Census.
           MOVE Ct-Current-Students TO Tl-Current.
           WRITE Report-Print-Line FROM Total-Line
               AFTER ADVANCING 1 LINE.
           MOVE "ENROLLMENTS" TO Tl-Label.
           MOVE Ct-Census-Enrollments TO Tl-Census.
           MOVE Ct-Current-Enrollments TO Tl-Current.
           WRITE Report-Print-Line FROM Total-Line
               AFTER ADVANCING 1 LINE.

       List-One-Module.
           READ Variance-Work-File NEXT RECORD
               AT END SET End-Of-Scan TO TRUE
           END-READ.
           IF End-Of-Scan
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Module-Diff = Vw-Current-Count - Vw-Census-Count.
           MOVE Vw-Module-Code TO Ml-Module-Code.
           MOVE Vw-Census-Count TO Ml-Census-Count.
           MOVE Vw-Current-Count TO Ml-Current-Count.
           MOVE WS-Module-Diff TO Ml-Change.
           WRITE Report-Print-Line FROM Module-Line
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
           ACCEPT WS-Census-Path FROM ENVIRONMENT "CENSUS_PATH".
           IF WS-Census-Path = SPACES
               MOVE "CENSUS.DAT" TO WS-Census-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Censvwk-Path FROM ENVIRONMENT "CENSVWK_PATH".
           IF WS-Censvwk-Path = SPACES
               MOVE "CENSVWK.DAT" TO WS-Censvwk-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Censusvar-Rpt-Path FROM ENVIRONMENT
               "CENSUSVAR_RPT_PATH".
           IF WS-Censusvar-Rpt-Path = SPACES
               MOVE "CENSUSVAR.RPT" TO WS-Censusvar-Rpt-Path
           END-IF.
