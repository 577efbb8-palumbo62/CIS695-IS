       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradeDistribution.
       AUTHOR.  Jon Clark.
      * Grade distribution and DFW-rate report for one term, for the
      * department heads.  For every module section with enrollments
      * in the term it prints the count and percentage of each
      * grade - A B C D F, I (incomplete) and W (withdrawn) - the
      * average grade points over the A-F grades, and the DFW rate:
      * D, F and W over everything but incompletes.  A withdrawal is
      * a DROP line on ADDDROP.DAT dated after the term's add/drop
      * date on TERMMAST.DAT (every drop counts when the term has no
      * add/drop date); enrollments not yet graded are left out.
      *
      * Sections are grouped by department (Cc-Department on
      * COURSECAT.DAT) and within it by lecturer (TEACHASGN.DAT, the
      * lowest lecturer ID when a section is team taught; names from
      * LECTMAST.DAT), with a DFW total for each lecturer and each
      * department.  A section whose DFW rate is above the threshold
      * (30% unless given) is flagged HIGH DFW, and every section
      * shows its module's DFW rate across all earlier terms for
      * comparison.  Unattended, the term comes from the GRADEDIST
      * row of RUNPARMS.DAT and the threshold from its Rp-Sanity-Pct.
      * The counts build up on a keyed work file (GRADEDWK.DAT),
      * rebuilt every run; the report goes to GRADEDIST.RPT.

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

           SELECT Add-Drop-Log-File ASSIGN TO WS-Adddrop-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ad-File-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

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

           SELECT Grade-Work-File ASSIGN TO WS-Gradedwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gw-Key
               FILE STATUS IS Gw-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Gradedist-Rpt-Path
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
               88  Se-Not-Graded            VALUE SPACE.
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

       FD  Add-Drop-Log-File.
       01  Add-Drop-Rec.
           88  End-Of-Activity                 VALUE HIGH-VALUES.
           02  Ad-Activity-Date                PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Ad-Action                       PIC X(4).
               88  Ad-Is-Drop                  VALUE "DROP".
           02  FILLER                          PIC X(1).
           02  Ad-Student-Id                   PIC 9(5).
           02  FILLER                          PIC X(1).
           02  Ad-Module-Code                  PIC X(5).
           02  FILLER                          PIC X(1).
           02  Ad-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1).
           02  Ad-Adjustment-Amount            PIC 9(6)V99.
           02  FILLER                          PIC X(1).
           02  Ad-Section-Num                  PIC 9(2).

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

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

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

      * Work rows, by row type:
      *   S - the report term's grade counts for one section
      *   M - one module's grade counts over all earlier terms
      *   R - an S row re-keyed by department and lecturer for
      *       printing
      * Grade counts run A B C D F I W.
       FD  Grade-Work-File.
       01  Gw-Rec.
           02  Gw-Key.
               03  Gw-Row-Type             PIC X(1).
                   88  Gw-Print-Row        VALUE "R".
                   88  Gw-Section-Row      VALUE "S".
               03  Gw-Department           PIC X(4).
               03  Gw-Lecturer-Id          PIC X(6).
               03  Gw-Module-Code          PIC X(5).
               03  Gw-Section-Num          PIC 9(2).
           02  Gw-Grade-Count              PIC 9(5) OCCURS 7 TIMES.

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
       01  Report-Print-Line           PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Adddrop-Path             PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Gradedwk-Path            PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Gradedist-Rpt-Path       PIC X(260).

       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Ad-File-Status              PIC X(2).
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Ta-Status                   PIC X(2).
           88  Ta-Rec-Found            VALUE "00".
           88  Ta-Rec-Not-Found        VALUE "23".
       01  Lm-Status                   PIC X(2).
           88  Lm-Rec-Found            VALUE "00".
       01  Gw-Status                   PIC X(2).
           88  Gw-Rec-Found            VALUE "00".
           88  Gw-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Teachasgn-Sw             PIC X VALUE "N".
           88  Teachasgn-Available     VALUE "Y".
       01  WS-Lectmast-Sw              PIC X VALUE "N".
           88  Lectmast-Available      VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  End-Of-Work-Sw              PIC X VALUE "N".
           88  End-Of-Work             VALUE "Y".
       01  End-Of-Assignments-Sw       PIC X VALUE "N".
           88  End-Of-Assignments      VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Report-Term              PIC X(6).
       01  WS-Today                    PIC 9(8).
       01  WS-Dfw-Threshold            PIC 9(3) VALUE 30.
       01  WS-Report-Start             PIC 9(8) VALUE ZEROS.
       01  WS-Report-Add-Drop          PIC 9(8) VALUE ZEROS.
       01  WS-Term-Start               PIC 9(8).
       01  WS-Term-Add-Drop            PIC 9(8).
       01  WS-Earlier-Term-Sw          PIC X VALUE "N".
           88  Earlier-Term            VALUE "Y".

      * Grade letters in work-row count order.
       01  Grade-Letter-List           PIC X(7) VALUE "ABCDFIW".
       01  Grade-Letter-Table REDEFINES Grade-Letter-List.
           02  Gl-Letter               PIC X(1) OCCURS 7 TIMES.
       01  WS-Grade-Idx                PIC 9(1).
       01  WS-Grade-Slot               PIC 9(1).
       01  WS-Grade-Letter             PIC X(1).

       01  WS-Row-Type                 PIC X(1).
       01  WS-Row-Module               PIC X(5).
       01  WS-Row-Section              PIC 9(2).
       01  WS-Save-Gw-Key              PIC X(18).
       01  WS-Save-Gw-Rec              PIC X(53).
       01  WS-Lecturer-Id              PIC X(6).

      * Rates for the row being printed.
       01  WS-Row-Total                PIC 9(6).
       01  WS-Row-Graded               PIC 9(6).
       01  WS-Row-Dfw                  PIC 9(6).
       01  WS-Row-Letter-Total         PIC 9(6).
       01  WS-Row-Points               PIC 9(7).
       01  WS-Row-Avg-Gp               PIC 9V99.
       01  WS-Row-Dfw-Pct              PIC 999V9.
       01  WS-Row-Grade-Pct            PIC 999V9.
       01  WS-Prior-Dfw-Pct            PIC 999V9.
       01  WS-Prior-Dfw-Edit           PIC ZZ9.9.

       01  WS-Current-Department       PIC X(4) VALUE SPACES.
       01  WS-Current-Lecturer         PIC X(6) VALUE SPACES.
       01  Group-Totals.
           02  WS-Lect-Sections        PIC 9(4).
           02  WS-Lect-Graded          PIC 9(6).
           02  WS-Lect-Dfw             PIC 9(6).
           02  WS-Dept-Sections        PIC 9(4).
           02  WS-Dept-Graded          PIC 9(6).
           02  WS-Dept-Dfw             PIC 9(6).
       01  WS-Total-Label              PIC X(20).
       01  WS-Total-Sections           PIC 9(4).
       01  WS-Total-Graded             PIC 9(6).
       01  WS-Total-Dfw                PIC 9(6).

       01  Control-Totals.
           02  Ct-Enrollments-Counted  PIC 9(6) VALUE ZEROS.
           02  Ct-Withdrawals-Counted  PIC 9(5) VALUE ZEROS.
           02  Ct-Sections-Reported    PIC 9(5) VALUE ZEROS.
           02  Ct-Sections-Flagged     PIC 9(5) VALUE ZEROS.

       01  Department-Heading-Line.
           02  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           02  Dh-Department           PIC X(4).

       01  Lecturer-Heading-Line.
           02  FILLER                  PIC X(12) VALUE "  LECTURER: ".
           02  Lh-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Lh-Lecturer-Name        PIC X(20).

       01  Grade-Heading-Line.
           02  FILLER                  PIC X(12) VALUE "  MODULE SEC".
           02  FILLER                  PIC X(42) VALUE
               "     A     B     C     D     F     I     W".
           02  FILLER                  PIC X(6)  VALUE "   GPA".
           02  FILLER                  PIC X(7)  VALUE "   DFW%".
           02  FILLER                  PIC X(7)  VALUE "  PRIOR".
           02  FILLER                  PIC X(6)  VALUE "  FLAG".

       01  Grade-Count-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gc-Module-Code          PIC X(5).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  Gc-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gc-Grade-Count          PIC ZZZZZ9 OCCURS 7 TIMES.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gc-Avg-Gp               PIC 9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gc-Dfw-Pct              PIC ZZ9.9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gc-Prior-Dfw            PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gc-Flag                 PIC X(8).

       01  Grade-Pct-Line.
           02  FILLER                  PIC X(12) VALUE "         PCT".
           02  Gp-Grade-Pct            PIC ZZZ9.9 OCCURS 7 TIMES.

       01  Group-Total-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gt-Label                PIC X(20).
           02  FILLER                  PIC X(10) VALUE "SECTIONS ".
           02  Gt-Sections             PIC ZZZ9.
           02  FILLER                  PIC X(9)  VALUE "  GRADED ".
           02  Gt-Graded               PIC ZZZZZ9.
           02  FILLER                  PIC X(8)  VALUE "   DFW% ".
           02  Gt-Dfw-Pct              PIC ZZ9.9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term for the grade distribution: "
                   WITH NO ADVANCING
               ACCEPT WS-Report-Term
               DISPLAY "DFW flag threshold % (blank = 30): "
                   WITH NO ADVANCING
               ACCEPT WS-Dfw-Threshold
               IF WS-Dfw-Threshold = ZEROS
                   MOVE 30 TO WS-Dfw-Threshold
               END-IF
           END-IF.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - nothing to report."
               STOP RUN
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
               MOVE WS-Report-Term TO Tm-Term-Code
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found
                   MOVE Tm-Start-Date TO WS-Report-Start
                   MOVE Tm-Add-Drop-Date TO WS-Report-Add-Drop
               END-IF
           ELSE
               DISPLAY "No term master file - earlier terms go by "
                       "term code and every drop is a withdrawal."
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN INPUT Teaching-Assignment-File.
           IF Ta-Status = "00"
               MOVE "Y" TO WS-Teachasgn-Sw
           END-IF.
           OPEN INPUT Lecturer-Master-File.
           IF Lm-Status = "00"
               MOVE "Y" TO WS-Lectmast-Sw
           END-IF.
           OPEN OUTPUT Grade-Work-File.
           CLOSE Grade-Work-File.
           OPEN I-O Grade-Work-File.

           PERFORM Count-Enrollment-Grades.
           PERFORM Count-Withdrawals.
           PERFORM Build-Print-Rows.
           PERFORM Write-Distribution-Report.

           CLOSE Student-Enrollment-File, Grade-Work-File.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Teachasgn-Available
               CLOSE Teaching-Assignment-File
           END-IF.
           IF Lectmast-Available
               CLOSE Lecturer-Master-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  GRADE  DISTRIBUTION  COMPLETE  ----".
           DISPLAY "Term                 : " WS-Report-Term.
           DISPLAY "Enrollments counted  : " Ct-Enrollments-Counted.
           DISPLAY "Withdrawals counted  : " Ct-Withdrawals-Counted.
           DISPLAY "Sections reported    : " Ct-Sections-Reported.
           DISPLAY "Sections flagged     : " Ct-Sections-Flagged.
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
               IF Rp-Program-Name = "GRADEDIST"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Report-Term
                   IF Rp-Sanity-Pct > ZEROS
                       MOVE Rp-Sanity-Pct TO WS-Dfw-Threshold
                   END-IF
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "GRADEDIST run-parameter row found - reporting "
                       "term " WS-Report-Term " unattended."
           END-IF.

      ******************************************************************
      * Grades: the report term's by section, earlier terms' by
      * module.
      ******************************************************************
       Count-Enrollment-Grades.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Enrollments
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
               IF NOT End-Of-Enrollments AND NOT Se-Not-Graded
                   MOVE Se-Grade TO WS-Grade-Letter
                   MOVE Se-Module-Code TO WS-Row-Module
                   IF Se-Term-Code = WS-Report-Term
                       MOVE "S" TO WS-Row-Type
                       MOVE Se-Section-Num TO WS-Row-Section
                       PERFORM Add-To-Grade-Count
                       ADD 1 TO Ct-Enrollments-Counted
                   ELSE
                       MOVE Se-Term-Code TO Tm-Term-Code
                       PERFORM Check-Earlier-Term
                       IF Earlier-Term
                           MOVE "M" TO WS-Row-Type
                           MOVE ZEROS TO WS-Row-Section
                           PERFORM Add-To-Grade-Count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Term code in Tm-Term-Code.  Leaves the term's add/drop date
      * in WS-Term-Add-Drop for the withdrawal test.
       Check-Earlier-Term.
           MOVE "N" TO WS-Earlier-Term-Sw.
           MOVE ZEROS TO WS-Term-Start WS-Term-Add-Drop.
           IF Termmast-Available
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found
                   MOVE Tm-Start-Date TO WS-Term-Start
                   MOVE Tm-Add-Drop-Date TO WS-Term-Add-Drop
               END-IF
           END-IF.
           IF WS-Term-Start > ZEROS AND WS-Report-Start > ZEROS
               IF WS-Term-Start < WS-Report-Start
                   MOVE "Y" TO WS-Earlier-Term-Sw
               END-IF
           ELSE
               IF Tm-Term-Code < WS-Report-Term
                   MOVE "Y" TO WS-Earlier-Term-Sw
               END-IF
           END-IF.

      * Letter grades outside A-F and I are not counted.
       Add-To-Grade-Count.
           MOVE ZEROS TO WS-Grade-Slot.
           PERFORM VARYING WS-Grade-Idx FROM 1 BY 1
                   UNTIL WS-Grade-Idx > 7
               IF Gl-Letter(WS-Grade-Idx) = WS-Grade-Letter
                   MOVE WS-Grade-Idx TO WS-Grade-Slot
               END-IF
           END-PERFORM.
           IF WS-Grade-Slot = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Row-Type TO Gw-Row-Type.
           MOVE SPACES TO Gw-Department.
           MOVE SPACES TO Gw-Lecturer-Id.
           MOVE WS-Row-Module TO Gw-Module-Code.
           MOVE WS-Row-Section TO Gw-Section-Num.
           READ Grade-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.
           IF Gw-Rec-Found
               ADD 1 TO Gw-Grade-Count(WS-Grade-Slot)
               REWRITE Gw-Rec
                   INVALID KEY
                       MOVE Gw-Status TO WS-Chk-Status
                       MOVE "REWRITE Grade-Work-File" TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               PERFORM VARYING WS-Grade-Idx FROM 1 BY 1
                       UNTIL WS-Grade-Idx > 7
                   MOVE ZEROS TO Gw-Grade-Count(WS-Grade-Idx)
               END-PERFORM
               MOVE 1 TO Gw-Grade-Count(WS-Grade-Slot)
               WRITE Gw-Rec
                   INVALID KEY
                       MOVE Gw-Status TO WS-Chk-Status
                       MOVE "WRITE Grade-Work-File" TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

      * A drop after the term's add/drop date is a withdrawal.  Log
      * lines from before sections were recorded count against
      * section 01.
       Count-Withdrawals.
           OPEN INPUT Add-Drop-Log-File.
           IF Ad-File-Status NOT = "00"
               DISPLAY "No add/drop log - withdrawals not counted."
               EXIT PARAGRAPH
           END-IF.
           READ Add-Drop-Log-File
               AT END SET End-Of-Activity TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Activity
               IF Ad-Is-Drop
                   PERFORM Count-One-Drop
               END-IF
               READ Add-Drop-Log-File
                   AT END SET End-Of-Activity TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Add-Drop-Log-File.

       Count-One-Drop.
           MOVE "W" TO WS-Grade-Letter.
           MOVE Ad-Module-Code TO WS-Row-Module.
           IF Ad-Term-Code = WS-Report-Term
               IF Ad-Activity-Date > WS-Report-Add-Drop
                   MOVE "S" TO WS-Row-Type
                   IF Ad-Section-Num IS NUMERIC
                           AND Ad-Section-Num > ZEROS
                       MOVE Ad-Section-Num TO WS-Row-Section
                   ELSE
                       MOVE 1 TO WS-Row-Section
                   END-IF
                   PERFORM Add-To-Grade-Count
                   ADD 1 TO Ct-Withdrawals-Counted
               END-IF
           ELSE
               MOVE Ad-Term-Code TO Tm-Term-Code
               PERFORM Check-Earlier-Term
               IF Earlier-Term
                       AND Ad-Activity-Date > WS-Term-Add-Drop
                   MOVE "M" TO WS-Row-Type
                   MOVE ZEROS TO WS-Row-Section
                   PERFORM Add-To-Grade-Count
               END-IF
           END-IF.

      ******************************************************************
      * Each section row is copied under its department and lecturer
      * so the report prints in that order.
      ******************************************************************
       Build-Print-Rows.
           MOVE "N" TO End-Of-Work-Sw.
           MOVE LOW-VALUES TO Gw-Key.
           MOVE "S" TO Gw-Row-Type.
           START Grade-Work-File
               KEY IS >= Gw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.
           PERFORM Build-One-Print-Row UNTIL End-Of-Work.

       Build-One-Print-Row.
           READ Grade-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           IF NOT Gw-Section-Row
               SET End-Of-Work TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Gw-Key TO WS-Save-Gw-Key.
           MOVE Gw-Rec TO WS-Save-Gw-Rec.
           PERFORM Find-Section-Lecturer.
           MOVE WS-Save-Gw-Rec TO Gw-Rec.
           MOVE "R" TO Gw-Row-Type.
           MOVE "NONE" TO Gw-Department.
           IF Catalog-Available
               MOVE Gw-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Department NOT = SPACES
                   MOVE Cc-Department TO Gw-Department
               END-IF
           END-IF.
           MOVE WS-Lecturer-Id TO Gw-Lecturer-Id.
           WRITE Gw-Rec
               INVALID KEY
                   MOVE Gw-Status TO WS-Chk-Status
                   MOVE "WRITE Grade-Work-File (print row)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           MOVE WS-Save-Gw-Key TO Gw-Key.
           START Grade-Work-File
               KEY IS > Gw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.

      * Full pass of TEACHASGN.DAT - it is keyed by lecturer, not
      * section.  The lowest lecturer ID on the section wins.
       Find-Section-Lecturer.
           MOVE "NONE" TO WS-Lecturer-Id.
           IF NOT Teachasgn-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO End-Of-Assignments-Sw.
           MOVE LOW-VALUES TO Ta-Key.
           START Teaching-Assignment-File
               KEY IS >= Ta-Key
               INVALID KEY SET End-Of-Assignments TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Assignments
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET End-Of-Assignments TO TRUE
               END-READ
               IF NOT End-Of-Assignments
                   IF Ta-Module-Code = Gw-Module-Code
                           AND Ta-Term-Code = WS-Report-Term
                           AND Ta-Section-Num = Gw-Section-Num
                       MOVE Ta-Lecturer-Id TO WS-Lecturer-Id
                       SET End-Of-Assignments TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * The report, by department and lecturer.
      ******************************************************************
       Write-Distribution-Report.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "GRADE  DISTRIBUTION  AND  DFW  RATES - TERM "
               WS-Report-Term "   DFW FLAG ABOVE " WS-Dfw-Threshold
               "%   RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE "N" TO End-Of-Work-Sw.
           MOVE LOW-VALUES TO Gw-Key.
           MOVE "R" TO Gw-Row-Type.
           START Grade-Work-File
               KEY IS >= Gw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.
           PERFORM Report-One-Section UNTIL End-Of-Work.
           IF WS-Current-Department NOT = SPACES
               PERFORM Write-Lecturer-Total
               PERFORM Write-Department-Total
           END-IF.
           CLOSE Report-File.

       Report-One-Section.
           READ Grade-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           IF NOT Gw-Print-Row
               SET End-Of-Work TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF Gw-Department NOT = WS-Current-Department
               IF WS-Current-Department NOT = SPACES
                   PERFORM Write-Lecturer-Total
                   PERFORM Write-Department-Total
               END-IF
               MOVE Gw-Department TO WS-Current-Department
               MOVE SPACES TO WS-Current-Lecturer
               MOVE ZEROS TO WS-Dept-Sections WS-Dept-Graded
                             WS-Dept-Dfw
               MOVE Gw-Department TO Dh-Department
               MOVE SPACES TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               WRITE Report-Print-Line FROM Department-Heading-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF Gw-Lecturer-Id NOT = WS-Current-Lecturer
               IF WS-Current-Lecturer NOT = SPACES
                   PERFORM Write-Lecturer-Total
               END-IF
               MOVE Gw-Lecturer-Id TO WS-Current-Lecturer
               MOVE ZEROS TO WS-Lect-Sections WS-Lect-Graded
                             WS-Lect-Dfw
               PERFORM Write-Lecturer-Heading
           END-IF.
           PERFORM Compute-Row-Rates.
           MOVE Gw-Module-Code TO Gc-Module-Code.
           MOVE Gw-Section-Num TO Gc-Section-Num.
           PERFORM VARYING WS-Grade-Idx FROM 1 BY 1
                   UNTIL WS-Grade-Idx > 7
               MOVE Gw-Grade-Count(WS-Grade-Idx)
                   TO Gc-Grade-Count(WS-Grade-Idx)
               IF WS-Row-Total > ZEROS
                   COMPUTE WS-Row-Grade-Pct ROUNDED =
                       Gw-Grade-Count(WS-Grade-Idx) * 100
                       / WS-Row-Total
               ELSE
                   MOVE ZEROS TO WS-Row-Grade-Pct
               END-IF
               MOVE WS-Row-Grade-Pct TO Gp-Grade-Pct(WS-Grade-Idx)
           END-PERFORM.
           MOVE WS-Row-Avg-Gp TO Gc-Avg-Gp.
           MOVE WS-Row-Dfw-Pct TO Gc-Dfw-Pct.
           IF WS-Row-Dfw-Pct > WS-Dfw-Threshold
               MOVE "HIGH DFW" TO Gc-Flag
               ADD 1 TO Ct-Sections-Flagged
           ELSE
               MOVE SPACES TO Gc-Flag
           END-IF.
           ADD 1 TO WS-Lect-Sections WS-Dept-Sections
                    Ct-Sections-Reported.
           ADD WS-Row-Graded TO WS-Lect-Graded WS-Dept-Graded.
           ADD WS-Row-Dfw TO WS-Lect-Dfw WS-Dept-Dfw.
           PERFORM Get-Prior-Module-Dfw.
           WRITE Report-Print-Line FROM Grade-Count-Line
               AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Grade-Pct-Line
               AFTER ADVANCING 1 LINE.

      * Totals over the counts in Gw-Rec.  The DFW base leaves out
      * incompletes; the grade-point average covers A-F only.
       Compute-Row-Rates.
           MOVE ZEROS TO WS-Row-Total.
           PERFORM VARYING WS-Grade-Idx FROM 1 BY 1
                   UNTIL WS-Grade-Idx > 7
               ADD Gw-Grade-Count(WS-Grade-Idx) TO WS-Row-Total
           END-PERFORM.
           COMPUTE WS-Row-Graded = WS-Row-Total - Gw-Grade-Count(6).
           COMPUTE WS-Row-Dfw = Gw-Grade-Count(4) + Gw-Grade-Count(5)
               + Gw-Grade-Count(7).
           COMPUTE WS-Row-Letter-Total = Gw-Grade-Count(1)
               + Gw-Grade-Count(2) + Gw-Grade-Count(3)
               + Gw-Grade-Count(4) + Gw-Grade-Count(5).
           COMPUTE WS-Row-Points = Gw-Grade-Count(1) * 4
               + Gw-Grade-Count(2) * 3 + Gw-Grade-Count(3) * 2
               + Gw-Grade-Count(4).
           IF WS-Row-Letter-Total > ZEROS
               COMPUTE WS-Row-Avg-Gp ROUNDED =
                   WS-Row-Points / WS-Row-Letter-Total
           ELSE
               MOVE ZEROS TO WS-Row-Avg-Gp
           END-IF.
           IF WS-Row-Graded > ZEROS
               COMPUTE WS-Row-Dfw-Pct ROUNDED =
                   WS-Row-Dfw * 100 / WS-Row-Graded
           ELSE
               MOVE ZEROS TO WS-Row-Dfw-Pct
           END-IF.

      * The module's earlier-term row, read by key; the print pass
      * then picks up again after the row being printed.
       Get-Prior-Module-Dfw.
           MOVE Gw-Key TO WS-Save-Gw-Key.
           MOVE "M" TO Gw-Row-Type.
           MOVE SPACES TO Gw-Department.
           MOVE SPACES TO Gw-Lecturer-Id.
           MOVE ZEROS TO Gw-Section-Num.
           READ Grade-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.
           MOVE "  N/A" TO Gc-Prior-Dfw.
           IF Gw-Rec-Found
               PERFORM Compute-Row-Rates
               IF WS-Row-Graded > ZEROS
                   MOVE WS-Row-Dfw-Pct TO WS-Prior-Dfw-Edit
                   MOVE WS-Prior-Dfw-Edit TO Gc-Prior-Dfw
               END-IF
           END-IF.
           MOVE WS-Save-Gw-Key TO Gw-Key.
           START Grade-Work-File
               KEY IS > Gw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.

       Write-Lecturer-Heading.
           MOVE WS-Current-Lecturer TO Lh-Lecturer-Id.
           MOVE SPACES TO Lh-Lecturer-Name.
           IF WS-Current-Lecturer = "NONE"
               MOVE "(NO LECTURER ASSIGNED)" TO Lh-Lecturer-Name
           ELSE
               IF Lectmast-Available
                   MOVE WS-Current-Lecturer TO Lm-Lecturer-Id
                   READ Lecturer-Master-File
                       KEY IS Lm-Lecturer-Id
                       INVALID KEY MOVE "23" TO Lm-Status
                   END-READ
                   IF Lm-Rec-Found
                       MOVE Lm-Lecturer-Name TO Lh-Lecturer-Name
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Lecturer-Heading-Line
               AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Grade-Heading-Line
               AFTER ADVANCING 1 LINE.

       Write-Lecturer-Total.
           MOVE "LECTURER TOTAL" TO WS-Total-Label.
           MOVE WS-Lect-Sections TO WS-Total-Sections.
           MOVE WS-Lect-Graded TO WS-Total-Graded.
           MOVE WS-Lect-Dfw TO WS-Total-Dfw.
           PERFORM Write-Group-Total.

       Write-Department-Total.
           MOVE "DEPARTMENT TOTAL" TO WS-Total-Label.
           MOVE WS-Dept-Sections TO WS-Total-Sections.
           MOVE WS-Dept-Graded TO WS-Total-Graded.
           MOVE WS-Dept-Dfw TO WS-Total-Dfw.
           PERFORM Write-Group-Total.

       Write-Group-Total.
           MOVE WS-Total-Label TO Gt-Label.
           MOVE WS-Total-Sections TO Gt-Sections.
           MOVE WS-Total-Graded TO Gt-Graded.
           IF WS-Total-Graded > ZEROS
               COMPUTE WS-Row-Dfw-Pct ROUNDED =
                   WS-Total-Dfw * 100 / WS-Total-Graded
           ELSE
               MOVE ZEROS TO WS-Row-Dfw-Pct
           END-IF.
           MOVE WS-Row-Dfw-Pct TO Gt-Dfw-Pct.
           WRITE Report-Print-Line FROM Group-Total-Line
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
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Adddrop-Path FROM ENVIRONMENT "ADDDROP_PATH".
           IF WS-Adddrop-Path = SPACES
               MOVE "ADDDROP.DAT" TO WS-Adddrop-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Teachasgn-Path FROM ENVIRONMENT "TEACHASGN_PATH".
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
           END-IF.
           ACCEPT WS-Gradedwk-Path FROM ENVIRONMENT "GRADEDWK_PATH".
           IF WS-Gradedwk-Path = SPACES
               MOVE "GRADEDWK.DAT" TO WS-Gradedwk-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Gradedist-Rpt-Path FROM ENVIRONMENT
               "GRADEDIST_RPT_PATH".
           IF WS-Gradedist-Rpt-Path = SPACES
               MOVE "GRADEDIST.RPT" TO WS-Gradedist-Rpt-Path
           END-IF.
