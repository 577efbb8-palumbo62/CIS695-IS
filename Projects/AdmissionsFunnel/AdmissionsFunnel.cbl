       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdmissionsFunnel.
       AUTHOR.  Jon Clark.
      * Weekly admissions funnel for one entry term, off the prospect
      * pipeline (PROSPECT.DAT) kept by AdmissionsPipeline.  Every
      * prospect aiming at the term is counted at each stage of the
      * funnel it has reached:
      *   INQUIRY   - on the pipeline at all;
      *   APPLIED   - an application is in;
      *   ADMITTED  - an offer was made (a later decline still counts);
      *   DEPOSIT   - a confirmation deposit is on ENRDEP.DAT, whatever
      *               has since happened to it at census;
      *   ENROLLED  - promoted onto the Student Admin master
      *               (IDXSTUDADM) and enrolled on STUDENR.DAT in the
      *               entry term itself.
      * Alongside the counts the report (FUNNEL.RPT) shows the
      * conversion from each stage to the next - inquiry to
      * application, application to offer, offer to deposit - and
      * the yield, offers that turned into enrolled students.
      *
      * The same figures are worked out for the same term a year
      * earlier (the term code with its year one less) as things
      * stood 52 weeks before the as-of date - same weekday, same
      * point in the cycle - from the stage dates AdmissionsPipeline
      * stamps, the deposit received date and the enrollment date.
      * The CHANGE line under each group is this cycle less last
      * year's, so a plus means recruitment is ahead.  A stage
      * carried over from before the stage dates were kept has no
      * date and counts as reached whatever the as-of date, and a
      * prospect with no entry term of their own takes the term
      * their deposit was taken for.
      *
      * The funnel is printed for the term as a whole and then
      * broken down by intended course, by campus and by home state,
      * built up in FUNNELWK.DAT, a keyed work file rebuilt every
      * run.  Unattended, the term (and, when given, the as-of date
      * in the To-Date column) comes from the ADMFUNNEL row of
      * RUNPARMS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Prospect-File ASSIGN TO WS-Prospect-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ps-Prospect-Id
               FILE STATUS IS Ps-Status.

           SELECT Enrollment-Deposit-File ASSIGN TO WS-Enrdep-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ed-Prospect-Id
               FILE STATUS IS Ed-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Funnel-Work-File ASSIGN TO WS-Funnelwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fw-Key
               FILE STATUS IS Fw-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Funnel-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  StudentFile.
       01  StudentRec.
           02  StudentId       PIC 9(5).
           02  StudentName.
               03 Lastname     PIC X(20).
               03 Firstname    PIC X(15).
               03 Middlename   PIC X(15).
           02  DateOfBirth.
               03 BirthYear    PIC 9(4).
               03 BirthMonth   PIC 9(2).
               03 BirthDay     PIC 9(2).
           02  StudentSSN      PIC 9(9).
           02  Gender          PIC X.
           02  StudentAddress  PIC X(30).
           02  StudentCity     PIC X(20).
           02  StudentState    PIC X(2).
           02  StudentZipCode  PIC 9(5).
           02  CourseCode      PIC X(4).
           02  Campus-Code     PIC X(4).
           02  ConfidentialFlag PIC X.
              88 Directory-Suppressed VALUE 'Y'.

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

      * One row per group per breakdown, with the five stage counts
      * for this cycle (1) and last year's (2).
       FD  Funnel-Work-File.
       01  Fw-Rec.
           02  Fw-Key.
               03  Fw-Breakdown            PIC X(1).
                   88  Fw-Term-Row         VALUE "T".
                   88  Fw-Course-Row       VALUE "C".
                   88  Fw-Campus-Row       VALUE "P".
                   88  Fw-State-Row        VALUE "S".
               03  Fw-Group                PIC X(4).
           02  Fw-Cycle OCCURS 2 TIMES.
               03  Fw-Stage-Count          PIC 9(5) OCCURS 5 TIMES.

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
       01  WS-Prospect-Path            PIC X(260).
       01  WS-Enrdep-Path              PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Funnelwk-Path            PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Funnel-Rpt-Path          PIC X(260).

       01  Ps-Status                   PIC X(2).
       01  Ed-Status                   PIC X(2).
           88  Ed-Rec-Found            VALUE "00".
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Se-Status                   PIC X(2).
       01  Fw-Status                   PIC X(2).
           88  Fw-Rec-Found            VALUE "00".
           88  Fw-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Enrdep-Sw                PIC X VALUE "N".
           88  Deposits-Available      VALUE "Y".
       01  WS-Studadm-Sw               PIC X VALUE "N".
           88  Studadm-Available       VALUE "Y".
       01  WS-Enrollment-Sw            PIC X VALUE "N".
           88  Enrollment-Available    VALUE "Y".
       01  End-Of-Prospects-Sw         PIC X VALUE "N".
           88  End-Of-Prospects        VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  End-Of-Groups-Sw            PIC X VALUE "N".
           88  End-Of-Groups           VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Date-Reply               PIC 9(8).

      * The term reported and the same term a year earlier - a term
      * code is the year followed by the term-of-year code.
       01  WS-Report-Term.
           02  WS-Report-Year          PIC 9(4).
           02  WS-Report-Term-Of-Year  PIC X(2).
       01  WS-Prior-Term.
           02  WS-Prior-Year           PIC 9(4).
           02  WS-Prior-Term-Of-Year   PIC X(2).

      * Cutoff for each cycle: the as-of date, and 52 weeks before it.
       01  Cycle-Table.
           02  Cy-Entry OCCURS 2 TIMES.
               03  Cy-Term             PIC X(6).
               03  Cy-As-Of-Date       PIC 9(8).

       01  WS-Cycle                    PIC 9.
       01  WS-Stage                    PIC 9.
       01  WS-Breakdown-Idx            PIC 9.
       01  WS-Prospect-Term            PIC X(6).
       01  WS-Cutoff                   PIC 9(8).

      * Stages the current prospect had reached by the cutoff.
       01  Stage-Reached-Table.
           02  Stage-Reached           PIC X OCCURS 5 TIMES.
       01  WS-Stage-Sw                 PIC X.
           88  Stage-Is-Reached        VALUE "Y".

      * Breakdown order on the report, with the heading each prints.
       01  Breakdown-Table.
           02  FILLER                  PIC X(21)
                     VALUE "TALL ENTRY TERM      ".
           02  FILLER                  PIC X(21)
                     VALUE "CBY INTENDED COURSE  ".
           02  FILLER                  PIC X(21)
                     VALUE "PBY CAMPUS           ".
           02  FILLER                  PIC X(21)
                     VALUE "SBY HOME STATE       ".
       01  FILLER REDEFINES Breakdown-Table.
           02  Bd-Entry OCCURS 4 TIMES.
               03  Bd-Code             PIC X(1).
               03  Bd-Heading          PIC X(20).

      * Counts and rates for the group being printed, this cycle (1)
      * and last year's (2).
       01  Print-Counts.
           02  Pc-Cycle OCCURS 2 TIMES.
               03  Pc-Count            PIC 9(5) OCCURS 5 TIMES.
               03  Pc-Rate             PIC 9(3)V9 OCCURS 4 TIMES.

       01  Control-Totals.
           02  Ct-Prospects-Read       PIC 9(7) VALUE ZEROS.
           02  Ct-Current-Cycle        PIC 9(7) VALUE ZEROS.
           02  Ct-Prior-Cycle          PIC 9(7) VALUE ZEROS.
           02  Ct-Groups-Printed       PIC 9(5) VALUE ZEROS.

       01  Column-Heading1.
           02  FILLER                  PIC X(13) VALUE "GROUP  CYCLE ".
           02  FILLER                  PIC X(30)
                     VALUE "   INQ  APPL ADMIT   DEP  ENRL".
           02  FILLER                  PIC X(28)
                     VALUE "  APPL%  ADMT%  DEPS% YIELD%".
       01  Column-Heading2.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE SPACES.
           02  FILLER                  PIC X(28)
                     VALUE "   /INQ  /APPL   /ADM   /ADM".

       01  Funnel-Line.
           02  Fl-Group                PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Fl-Cycle                PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Fl-Count-Entry OCCURS 5 TIMES.
               03  Fl-Count            PIC ZZZZZ9.
           02  Fl-Rate-Entry OCCURS 4 TIMES.
               03  FILLER              PIC X(1).
               03  Fl-Rate             PIC ZZZ9.9.

       01  Change-Line.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  Cl-Label                PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Cl-Count-Entry OCCURS 5 TIMES.
               03  Cl-Count            PIC -----9.
           02  Cl-Rate-Entry OCCURS 4 TIMES.
               03  FILLER              PIC X(1).
               03  Cl-Rate             PIC ---9.9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE ZEROS TO Cy-As-Of-Date(1).
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter entry term for the admissions funnel: "
                       WITH NO ADVANCING
               ACCEPT WS-Report-Term
               DISPLAY "As-of date (YYYYMMDD, blank = today): "
                       WITH NO ADVANCING
               MOVE ZEROS TO WS-Date-Reply
               ACCEPT WS-Date-Reply
               MOVE WS-Date-Reply TO Cy-As-Of-Date(1)
           END-IF.
           IF Cy-As-Of-Date(1) = ZEROS
               MOVE WS-Today TO Cy-As-Of-Date(1)
           END-IF.
           IF WS-Report-Year NOT NUMERIC
               DISPLAY "Term " WS-Report-Term " does not start with "
                       "a year - no funnel produced."
               STOP RUN
           END-IF.
           MOVE WS-Report-Term TO Cy-Term(1).
           COMPUTE WS-Prior-Year = WS-Report-Year - 1.
           MOVE WS-Report-Term-Of-Year TO WS-Prior-Term-Of-Year.
           MOVE WS-Prior-Term TO Cy-Term(2).
           COMPUTE Cy-As-Of-Date(2) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(Cy-As-Of-Date(1)) - 364).

           OPEN INPUT Prospect-File.
           IF Ps-Status NOT = "00"
               DISPLAY "No prospect file - nothing to report."
               STOP RUN
           END-IF.
           OPEN INPUT Enrollment-Deposit-File.
           IF Ed-Status = "00"
               MOVE "Y" TO WS-Enrdep-Sw
           END-IF.
           OPEN INPUT StudentFile.
           IF RecordStatus = "00"
               MOVE "Y" TO WS-Studadm-Sw
           END-IF.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status = "00"
               MOVE "Y" TO WS-Enrollment-Sw
           END-IF.
           OPEN OUTPUT Funnel-Work-File.
           CLOSE Funnel-Work-File.
           OPEN I-O Funnel-Work-File.
           MOVE Fw-Status TO WS-Chk-Status.
           MOVE "OPEN Funnel-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           READ Prospect-File NEXT RECORD
               AT END SET End-Of-Prospects TO TRUE
           END-READ.
           PERFORM Process-One-Prospect UNTIL End-Of-Prospects.

           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "ADMISSIONS  FUNNEL - ENTRY TERM " WS-Report-Term
               "   AS OF " Cy-As-Of-Date(1)
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE SPACES TO Report-Print-Line.
           STRING "COMPARED WITH TERM " WS-Prior-Term
               " AS OF " Cy-As-Of-Date(2)
               " (SAME WEEK LAST YEAR)"
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "CHANGE = THIS CYCLE LESS LAST YEAR (+ AHEAD, - BEHIND)"
               TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-Breakdown-Idx FROM 1 BY 1
                   UNTIL WS-Breakdown-Idx > 4
               PERFORM Report-One-Breakdown
           END-PERFORM.

           CLOSE Prospect-File, Funnel-Work-File, Report-File.
           IF Deposits-Available
               CLOSE Enrollment-Deposit-File
           END-IF.
           IF Studadm-Available
               CLOSE StudentFile
           END-IF.
           IF Enrollment-Available
               CLOSE Student-Enrollment-File
           END-IF.
           DISPLAY "Prospects read          : " Ct-Prospects-Read.
           DISPLAY "In this cycle           : " Ct-Current-Cycle.
           DISPLAY "In last year's cycle    : " Ct-Prior-Cycle.
           DISPLAY "Groups printed          : " Ct-Groups-Printed.
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
               IF Rp-Program-Name = "ADMFUNNEL"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Report-Term
                   MOVE Rp-To-Date TO Cy-As-Of-Date(1)
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "ADMFUNNEL run-parameter row found - reporting "
                       "term " WS-Report-Term " unattended."
           END-IF.

      * A prospect belongs to this cycle or last year's by entry term;
      * with no entry term of their own, the deposit's term is used.
       Process-One-Prospect.
           ADD 1 TO Ct-Prospects-Read.
           MOVE "N" TO Ed-Status.
           IF Deposits-Available
               MOVE Ps-Prospect-Id TO Ed-Prospect-Id
               READ Enrollment-Deposit-File
                   KEY IS Ed-Prospect-Id
                   INVALID KEY MOVE "23" TO Ed-Status
               END-READ
           END-IF.
           MOVE Ps-Entry-Term TO WS-Prospect-Term.
           IF WS-Prospect-Term = SPACES AND Ed-Rec-Found
               MOVE Ed-Entry-Term TO WS-Prospect-Term
           END-IF.
           MOVE ZERO TO WS-Cycle.
           IF WS-Prospect-Term = Cy-Term(1)
               MOVE 1 TO WS-Cycle
               ADD 1 TO Ct-Current-Cycle
           END-IF.
           IF WS-Prospect-Term = Cy-Term(2)
               MOVE 2 TO WS-Cycle
               ADD 1 TO Ct-Prior-Cycle
           END-IF.
           IF WS-Cycle > ZERO
               MOVE Cy-As-Of-Date(WS-Cycle) TO WS-Cutoff
               PERFORM Work-Out-Stages
               MOVE "T" TO Fw-Breakdown
               MOVE "ALL" TO Fw-Group
               PERFORM Add-To-Group
               MOVE "C" TO Fw-Breakdown
               MOVE Ps-CourseCode TO Fw-Group
               PERFORM Add-To-Group
               MOVE "P" TO Fw-Breakdown
               MOVE Ps-Campus-Code TO Fw-Group
               PERFORM Add-To-Group
               MOVE "S" TO Fw-Breakdown
               MOVE Ps-State TO Fw-Group
               PERFORM Add-To-Group
           END-IF.
           READ Prospect-File NEXT RECORD
               AT END SET End-Of-Prospects TO TRUE
           END-READ.

      * A stage counts when its date is on or before the cycle's
      * cutoff, or when it was reached before stage dates were kept
      * and so has none.  The funnel only narrows: reaching a later
      * stage by the cutoff means every earlier one was reached too.
       Work-Out-Stages.
           MOVE ALL "N" TO Stage-Reached-Table.
           IF Ps-Inquiry-Date NOT > WS-Cutoff
               MOVE "Y" TO Stage-Reached(1)
           END-IF.
           IF Ps-Applied-Date > ZEROS
               IF Ps-Applied-Date NOT > WS-Cutoff
                   MOVE "Y" TO Stage-Reached(2)
               END-IF
           ELSE
               IF NOT Ps-Inquiry
                   MOVE "Y" TO Stage-Reached(2)
               END-IF
           END-IF.
           IF Ps-Admitted-Date > ZEROS
               IF Ps-Admitted-Date NOT > WS-Cutoff
                   MOVE "Y" TO Stage-Reached(3)
               END-IF
           ELSE
               IF Ps-Accepted
                   MOVE "Y" TO Stage-Reached(3)
               END-IF
           END-IF.
           IF Ed-Rec-Found AND Ed-Received-Date NOT > WS-Cutoff
               MOVE "Y" TO Stage-Reached(4)
           END-IF.
           PERFORM Check-Entry-Term-Enrollment.
           PERFORM VARYING WS-Stage FROM 5 BY -1 UNTIL WS-Stage < 2
               IF Stage-Reached(WS-Stage) = "Y"
                   MOVE "Y" TO Stage-Reached(WS-Stage - 1)
               END-IF
           END-PERFORM.

      * Enrolled means the prospect is on the Student Admin master
      * under their prospect id and has at least one STUDENR row in
      * the entry term enrolled by the cutoff.
       Check-Entry-Term-Enrollment.
           IF NOT Studadm-Available OR NOT Enrollment-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE Ps-Prospect-Id TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF NOT Student-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO Se-Key.
           MOVE Ps-Prospect-Id TO Se-Student-Id.
           MOVE "N" TO End-Of-Enrollments-Sw.
           START Student-Enrollment-File KEY IS NOT LESS THAN Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Enrollments
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
               IF NOT End-Of-Enrollments
                   IF Se-Student-Id NOT = Ps-Prospect-Id
                       SET End-Of-Enrollments TO TRUE
                   ELSE
                       IF Se-Term-Code = WS-Prospect-Term
                           AND Se-Enrolled-Date NOT > WS-Cutoff
                           MOVE "Y" TO Stage-Reached(5)
                           SET End-Of-Enrollments TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Add-To-Group.
           IF Fw-Group = SPACES
               MOVE "NONE" TO Fw-Group
           END-IF.
           READ Funnel-Work-File
               KEY IS Fw-Key
               INVALID KEY MOVE "23" TO Fw-Status
           END-READ.
           IF Fw-Rec-Not-Found
               MOVE ZEROS TO Fw-Cycle(1) Fw-Cycle(2)
           END-IF.
           PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 5
               IF Stage-Reached(WS-Stage) = "Y"
                   ADD 1 TO Fw-Stage-Count(WS-Cycle, WS-Stage)
               END-IF
           END-PERFORM.
           IF Fw-Rec-Not-Found
               WRITE Fw-Rec
                   INVALID KEY MOVE "99" TO Fw-Status
               END-WRITE
           ELSE
               REWRITE Fw-Rec
                   INVALID KEY MOVE "99" TO Fw-Status
               END-REWRITE
           END-IF.
           MOVE Fw-Status TO WS-Chk-Status.
           MOVE "WRITE Funnel-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

       Report-One-Breakdown.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Bd-Heading(WS-Breakdown-Idx) TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Column-Heading1
               AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Column-Heading2
               AFTER ADVANCING 1 LINE.
           MOVE LOW-VALUES TO Fw-Key.
           MOVE Bd-Code(WS-Breakdown-Idx) TO Fw-Breakdown.
           MOVE "N" TO End-Of-Groups-Sw.
           START Funnel-Work-File KEY IS NOT LESS THAN Fw-Key
               INVALID KEY SET End-Of-Groups TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Groups
               READ Funnel-Work-File NEXT RECORD
                   AT END SET End-Of-Groups TO TRUE
               END-READ
               IF NOT End-Of-Groups
                   IF Fw-Breakdown NOT = Bd-Code(WS-Breakdown-Idx)
                       SET End-Of-Groups TO TRUE
                   ELSE
                       PERFORM Print-One-Group
                   END-IF
               END-IF
           END-PERFORM.

      * Three lines a group: this cycle, last year's at the same
      * point, and the change between them.  Rates are percentages
      * of the stage before (yield is of offers made) and are left
      * at zero where the stage before is empty.
       Print-One-Group.
           ADD 1 TO Ct-Groups-Printed.
           PERFORM VARYING WS-Cycle FROM 1 BY 1 UNTIL WS-Cycle > 2
               PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 5
                   MOVE Fw-Stage-Count(WS-Cycle, WS-Stage)
                       TO Pc-Count(WS-Cycle, WS-Stage)
               END-PERFORM
               PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 3
                   MOVE ZERO TO Pc-Rate(WS-Cycle, WS-Stage)
                   IF Pc-Count(WS-Cycle, WS-Stage) > ZERO
                       COMPUTE Pc-Rate(WS-Cycle, WS-Stage) ROUNDED =
                           Pc-Count(WS-Cycle, WS-Stage + 1) * 100
                           / Pc-Count(WS-Cycle, WS-Stage)
                   END-IF
               END-PERFORM
               MOVE ZERO TO Pc-Rate(WS-Cycle, 4)
               IF Pc-Count(WS-Cycle, 3) > ZERO
                   COMPUTE Pc-Rate(WS-Cycle, 4) ROUNDED =
                       Pc-Count(WS-Cycle, 5) * 100
                       / Pc-Count(WS-Cycle, 3)
               END-IF
               MOVE SPACES TO Funnel-Line
               IF WS-Cycle = 1
                   MOVE Fw-Group TO Fl-Group
               END-IF
               MOVE Cy-Term(WS-Cycle) TO Fl-Cycle
               PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 5
                   MOVE Pc-Count(WS-Cycle, WS-Stage)
                       TO Fl-Count(WS-Stage)
               END-PERFORM
               PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 4
                   MOVE Pc-Rate(WS-Cycle, WS-Stage)
                       TO Fl-Rate(WS-Stage)
               END-PERFORM
               WRITE Report-Print-Line FROM Funnel-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES TO Change-Line.
           MOVE "CHANGE" TO Cl-Label.
           PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 5
               COMPUTE Cl-Count(WS-Stage) =
                   Pc-Count(1, WS-Stage) - Pc-Count(2, WS-Stage)
           END-PERFORM.
           PERFORM VARYING WS-Stage FROM 1 BY 1 UNTIL WS-Stage > 4
               COMPUTE Cl-Rate(WS-Stage) =
                   Pc-Rate(1, WS-Stage) - Pc-Rate(2, WS-Stage)
           END-PERFORM.
           WRITE Report-Print-Line FROM Change-Line
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
           ACCEPT WS-Prospect-Path FROM ENVIRONMENT "PROSPECT_PATH".
           IF WS-Prospect-Path = SPACES
               MOVE "PROSPECT.DAT" TO WS-Prospect-Path
           END-IF.
           ACCEPT WS-Enrdep-Path FROM ENVIRONMENT "ENRDEP_PATH".
           IF WS-Enrdep-Path = SPACES
               MOVE "ENRDEP.DAT" TO WS-Enrdep-Path
           END-IF.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Funnelwk-Path FROM ENVIRONMENT "FUNNELWK_PATH".
           IF WS-Funnelwk-Path = SPACES
               MOVE "FUNNELWK.DAT" TO WS-Funnelwk-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Funnel-Rpt-Path FROM ENVIRONMENT "FUNNEL_RPT_PATH".
           IF WS-Funnel-Rpt-Path = SPACES
               MOVE "FUNNEL.RPT" TO WS-Funnel-Rpt-Path
           END-IF.
