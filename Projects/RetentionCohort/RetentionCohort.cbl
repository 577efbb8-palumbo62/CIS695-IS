       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RetentionCohort.
       AUTHOR.  Jon Clark.
      * Fall-to-fall retention and cohort persistence report for the
      * provost.  Each student's entering cohort is the first term
      * they have on Student-Enrollment-File - the earliest start
      * date on TERMMAST.DAT.  Their return term is the first term
      * on the term master starting at least 335 days after the
      * cohort term started, i.e. the same term a year on.
      *
      * Every cohort member ends up with one outcome:
      *   GRADUATED    - a Graduated entry on Status-History-File,
      *                  as GraduationConferral writes it
      *   RETURNED     - enrolled in the return term
      *   PENDING      - the return term has not started yet (or is
      *                  not on the term master yet), so too soon
      *                  to tell
      *   WITHDREW     - a Withdrawn entry on Status-History-File
      *   NOT RETURNED - none of the above
      * The retention rate is graduated-plus-returned over the
      * members whose outcome is known; the graduation rate is over
      * all members.  Both are broken down by the student's
      * CourseCode and campus on StudentAdminMasterFile and their
      * residency on RESIDENCY.DAT.  A persistence section counts,
      * per cohort, how many members enrolled in each later term,
      * and the WITHDREW and NOT RETURNED students are listed by
      * cohort so advisors can follow up.
      *
      * With no term master, terms are ordered by their codes and
      * enrolling in any later term counts as returning.  The
      * counts build up on a keyed work file (RETENTWK.DAT), rebuilt
      * every run, and the report goes to RETENTION.RPT.

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

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT Residency-File ASSIGN TO WS-Residency-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rs-Student-Id
               FILE STATUS IS Rs-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Retention-Work-File ASSIGN TO WS-Retentwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rk-Key
               FILE STATUS IS Rk-Status.

           SELECT Report-File ASSIGN TO WS-Retention-Rpt-Path
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
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

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

       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
               88  Sh-Withdrawn            VALUE "W".
               88  Sh-Graduated            VALUE "G".
           02  Sh-Effective-Date           PIC 9(8).

       FD  Residency-File.
       01  Rs-Rec.
           02  Rs-Student-Id           PIC 9(5).
           02  Rs-Residency-Code       PIC X(1).
           02  Rs-Declared-Date        PIC 9(8).

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

      * Work rows, by row type:
      *   A - outcome counts for a cohort and one breakdown value
      *       (A all members, C CourseCode, M campus, R residency)
      *   P - members of a cohort enrolled in one later term
      *   N - one cohort member who did not return
      *   S - a student/term already counted toward a P row
      * Cohorts key on their start date so they print in order.
       FD  Retention-Work-File.
       01  Rk-Rec.
           02  Rk-Key.
               03  Rk-Row-Type             PIC X(1).
                   88  Rk-Aggregate-Row    VALUE "A".
                   88  Rk-Persistence-Row  VALUE "P".
                   88  Rk-Non-Return-Row   VALUE "N".
               03  Rk-Cohort-Start         PIC 9(8).
               03  Rk-Cohort-Term          PIC X(6).
               03  Rk-Detail               PIC X(14).
               03  Rk-Aggregate-Detail REDEFINES Rk-Detail.
                   04  Rk-Dimension        PIC X(1).
                   04  Rk-Dimension-Value  PIC X(4).
                   04  FILLER              PIC X(9).
               03  Rk-Term-Detail REDEFINES Rk-Detail.
                   04  Rk-Later-Start      PIC 9(8).
                   04  Rk-Later-Term       PIC X(6).
               03  Rk-Student-Detail REDEFINES Rk-Detail.
                   04  Rk-Student-Id       PIC 9(5).
                   04  FILLER              PIC X(9).
           02  Rk-Data                     PIC X(60).
           02  Rk-Counts REDEFINES Rk-Data.
               03  Rk-Members              PIC 9(5).
               03  Rk-Returned             PIC 9(5).
               03  Rk-Graduated            PIC 9(5).
               03  Rk-Withdrew             PIC 9(5).
               03  Rk-Not-Returned         PIC 9(5).
               03  Rk-Pending              PIC 9(5).
               03  Rk-Return-Term          PIC X(6).
               03  FILLER                  PIC X(24).
           02  Rk-Student-Data REDEFINES Rk-Data.
               03  Rk-Lastname             PIC X(20).
               03  Rk-Course-Code          PIC X(4).
               03  Rk-Campus-Code          PIC X(4).
               03  Rk-Residency-Code       PIC X(1).
               03  Rk-Outcome              PIC X(12).
               03  Rk-Last-Term            PIC X(6).
               03  FILLER                  PIC X(13).

       FD  Report-File.
       01  Report-Print-Line           PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Residency-Path           PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Retentwk-Path            PIC X(260).
       01  WS-Retention-Rpt-Path       PIC X(260).

       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".
       01  Rs-Status                   PIC X(2).
           88  Rs-Rec-Found            VALUE "00".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
           88  Tm-Rec-Not-Found        VALUE "23".
       01  Rk-Status                   PIC X(2).
           88  Rk-Rec-Found            VALUE "00".
           88  Rk-Rec-Not-Found        VALUE "23".

       01  WS-Stathist-Sw              PIC X VALUE "N".
           88  History-File-Available  VALUE "Y".
       01  WS-Residency-Sw             PIC X VALUE "N".
           88  Residency-Available     VALUE "Y".
       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Studfile-Sw              PIC X VALUE "N".
           88  Studfile-Available      VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  End-Of-Terms-Sw             PIC X VALUE "N".
           88  End-Of-Terms            VALUE "Y".
       01  End-Of-Work-Sw              PIC X VALUE "N".
           88  End-Of-Work             VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Cur-Student              PIC 9(5).
       01  WS-Term-Start               PIC 9(8).

      * The student's cohort and what became of them.
       01  WS-Cohort-Term              PIC X(6).
       01  WS-Cohort-Start             PIC 9(8).
       01  WS-Last-Term                PIC X(6).
       01  WS-Last-Start               PIC 9(8).
       01  WS-Returned-Sw              PIC X VALUE "N".
           88  Student-Returned        VALUE "Y".
       01  WS-Graduated-Sw             PIC X VALUE "N".
           88  Student-Graduated       VALUE "Y".
       01  WS-Withdrawn-Sw             PIC X VALUE "N".
           88  Student-Withdrawn       VALUE "Y".
       01  WS-Outcome                  PIC X(12).
           88  Outcome-Graduated       VALUE "GRADUATED".
           88  Outcome-Returned        VALUE "RETURNED".
           88  Outcome-Pending         VALUE "PENDING".
           88  Outcome-Withdrew        VALUE "WITHDREW".
           88  Outcome-Not-Returned    VALUE "NOT RETURNED".
       01  WS-Course-Code              PIC X(4).
       01  WS-Campus-Code              PIC X(4).
       01  WS-Residency-Code           PIC X(1).
       01  WS-Lastname                 PIC X(20).

      * Return term for the cohort last worked out - students in the
      * same cohort usually follow one another.
       01  WS-Rt-Cohort-Term           PIC X(6) VALUE SPACES.
       01  WS-Return-Term              PIC X(6).
       01  WS-Return-Start             PIC 9(8).
       01  WS-Return-Due-Date          PIC 9(8).
       01  WS-Return-Gap-Days          PIC 9(3) VALUE 335.
       01  WS-Return-Measurable-Sw     PIC X VALUE "N".
           88  Return-Measurable       VALUE "Y".

       01  WS-Dimension                PIC X(1).
       01  WS-Dimension-Value          PIC X(4).
       01  WS-Known-Count              PIC 9(5).
       01  WS-Retention-Pct            PIC 999V9.
       01  WS-Graduation-Pct           PIC 999V9.
       01  WS-Persist-Pct              PIC 999V9.
       01  WS-Persist-Enrolled         PIC 9(5).
       01  WS-Print-Cohort-Term        PIC X(6) VALUE SPACES.
       01  WS-Save-Rk-Rec              PIC X(89).

       01  Ct-Students                 PIC 9(5) VALUE ZEROS.
       01  Ct-Not-Returned             PIC 9(5) VALUE ZEROS.

       01  Cohort-Heading-Line.
           02  FILLER                  PIC X(7)  VALUE "COHORT ".
           02  Ch-Cohort-Term          PIC X(6).
           02  FILLER                  PIC X(15) VALUE
               "   RETURN TERM ".
           02  Ch-Return-Term          PIC X(6).

       01  Outcome-Heading.
           02  FILLER                  PIC X(17) VALUE "  GROUP".
           02  FILLER                  PIC X(7)  VALUE "MEMBERS".
           02  FILLER                  PIC X(7)  VALUE "   GRAD".
           02  FILLER                  PIC X(7)  VALUE "   RETD".
           02  FILLER                  PIC X(7)  VALUE "   PEND".
           02  FILLER                  PIC X(7)  VALUE "   WDRW".
           02  FILLER                  PIC X(7)  VALUE "   NRET".
           02  FILLER                  PIC X(9)  VALUE "  RETAIN%".
           02  FILLER                  PIC X(7)  VALUE "  GRAD%".

       01  Outcome-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Group-Name           PIC X(11).
           02  Od-Group-Value          PIC X(4).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Members              PIC ZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Graduated            PIC ZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Returned             PIC ZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Pending              PIC ZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Withdrew             PIC ZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Not-Returned         PIC ZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Od-Retention-Pct        PIC ZZ9.9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Od-Graduation-Pct       PIC ZZ9.9.

       01  Persistence-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Pd-Cohort-Term          PIC X(6).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Pd-Later-Term           PIC X(6).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Pd-Enrolled             PIC ZZZZ9.
           02  FILLER                  PIC X(4)  VALUE " OF ".
           02  Pd-Members              PIC ZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Pd-Persist-Pct          PIC ZZ9.9.
           02  FILLER                  PIC X(1)  VALUE "%".

       01  Non-Return-Heading.
           02  FILLER                  PIC X(10) VALUE "  COHORT".
           02  FILLER                  PIC X(7)  VALUE "STUDENT".
           02  FILLER                  PIC X(22) VALUE " NAME".
           02  FILLER                  PIC X(6)  VALUE "COURSE".
           02  FILLER                  PIC X(7)  VALUE " CAMPUS".
           02  FILLER                  PIC X(4)  VALUE " RES".
           02  FILLER                  PIC X(14) VALUE "   OUTCOME".
           02  FILLER                  PIC X(9)  VALUE "LAST TERM".

       01  Non-Return-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Nd-Cohort-Term          PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Nd-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Nd-Lastname             PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Nd-Course-Code          PIC X(4).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Nd-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Nd-Residency-Code       PIC X(1).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Nd-Outcome              PIC X(12).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Nd-Last-Term            PIC X(6).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - no cohorts to report."
               STOP RUN
           END-IF.
           OPEN INPUT StudentFile.
           IF RecordStatus = "00"
               MOVE "Y" TO WS-Studfile-Sw
           ELSE
               DISPLAY "No student master - course and campus "
                       "reported as unknown."
           END-IF.
           OPEN INPUT Status-History-File.
           IF Sh-Status = "00"
               MOVE "Y" TO WS-Stathist-Sw
           ELSE
               DISPLAY "No status history file - graduations and "
                       "withdrawals not reported."
           END-IF.
           OPEN INPUT Residency-File.
           IF Rs-Status = "00"
               MOVE "Y" TO WS-Residency-Sw
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
           ELSE
               DISPLAY "No term master file - terms ordered by code, "
                       "any later term counts as a return."
           END-IF.
           OPEN OUTPUT Retention-Work-File.
           CLOSE Retention-Work-File.
           OPEN I-O Retention-Work-File.

           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           IF NOT End-Of-Enrollments
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
           END-IF.
           PERFORM Process-One-Student UNTIL End-Of-Enrollments.

           PERFORM Write-Retention-Report.

           CLOSE Student-Enrollment-File, Retention-Work-File.
           IF Studfile-Available
               CLOSE StudentFile
           END-IF.
           IF History-File-Available
               CLOSE Status-History-File
           END-IF.
           IF Residency-Available
               CLOSE Residency-File
           END-IF.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  RETENTION  COHORT  REPORT  COMPLETE  ----".
           DISPLAY "Students in cohorts : " Ct-Students.
           DISPLAY "Did not return      : " Ct-Not-Returned.
           STOP RUN.

      ******************************************************************
      * One student: find the cohort on a first pass over their
      * enrollments, then go back over them for the later terms.
      * Each pass stops on the next student's first row.
      ******************************************************************
       Process-One-Student.
           ADD 1 TO Ct-Students.
           MOVE Se-Student-Id TO WS-Cur-Student.
           MOVE HIGH-VALUES TO WS-Cohort-Term.
           MOVE 99999999 TO WS-Cohort-Start.
           PERFORM Find-Cohort-Term
               UNTIL End-Of-Enrollments
                  OR Se-Student-Id NOT = WS-Cur-Student.
           PERFORM Find-Return-Term.
           MOVE "N" TO WS-Returned-Sw.
           MOVE WS-Cohort-Term TO WS-Last-Term.
           MOVE WS-Cohort-Start TO WS-Last-Start.
           MOVE "N" TO End-Of-Enrollments-Sw.
           MOVE WS-Cur-Student TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code.
           MOVE LOW-VALUES TO Se-Term-Code.
           MOVE ZEROS TO Se-Section-Num.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           IF NOT End-Of-Enrollments
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
           END-IF.
           PERFORM Note-Later-Term
               UNTIL End-Of-Enrollments
                  OR Se-Student-Id NOT = WS-Cur-Student.
           PERFORM Check-Status-History.
           PERFORM Get-Student-Groups.
           EVALUATE TRUE
               WHEN Student-Graduated
                   SET Outcome-Graduated TO TRUE
               WHEN Student-Returned
                   SET Outcome-Returned TO TRUE
               WHEN NOT Return-Measurable
                   SET Outcome-Pending TO TRUE
               WHEN Student-Withdrawn
                   SET Outcome-Withdrew TO TRUE
               WHEN OTHER
                   SET Outcome-Not-Returned TO TRUE
           END-EVALUATE.
           MOVE "A" TO WS-Dimension.
           MOVE SPACES TO WS-Dimension-Value.
           PERFORM Add-To-Outcome-Counts.
           MOVE "C" TO WS-Dimension.
           MOVE WS-Course-Code TO WS-Dimension-Value.
           PERFORM Add-To-Outcome-Counts.
           MOVE "M" TO WS-Dimension.
           MOVE WS-Campus-Code TO WS-Dimension-Value.
           PERFORM Add-To-Outcome-Counts.
           MOVE "R" TO WS-Dimension.
           MOVE WS-Residency-Code TO WS-Dimension-Value.
           PERFORM Add-To-Outcome-Counts.
           IF Outcome-Withdrew OR Outcome-Not-Returned
               PERFORM Write-Non-Return-Row
           END-IF.

       Find-Cohort-Term.
           PERFORM Get-Term-Start.
           IF WS-Term-Start < WS-Cohort-Start
              OR (WS-Term-Start = WS-Cohort-Start
                  AND Se-Term-Code < WS-Cohort-Term)
               MOVE Se-Term-Code TO WS-Cohort-Term
               MOVE WS-Term-Start TO WS-Cohort-Start
           END-IF.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.

      * A term missing from the term master (or no term master at
      * all) sorts by its code alone.
       Get-Term-Start.
           MOVE ZEROS TO WS-Term-Start.
           IF Termmast-Available
               MOVE Se-Term-Code TO Tm-Term-Code
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found
                   MOVE Tm-Start-Date TO WS-Term-Start
               END-IF
           END-IF.

      * The first term starting WS-Return-Gap-Days or more after
      * the cohort term did.  It can only be measured once it has
      * started.
       Find-Return-Term.
           IF WS-Cohort-Term = WS-Rt-Cohort-Term
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cohort-Term TO WS-Rt-Cohort-Term.
           MOVE SPACES TO WS-Return-Term.
           MOVE 99999999 TO WS-Return-Start.
           MOVE "N" TO WS-Return-Measurable-Sw.
           IF NOT Termmast-Available OR WS-Cohort-Start = ZEROS
               MOVE "ANY" TO WS-Return-Term
               MOVE "Y" TO WS-Return-Measurable-Sw
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Return-Due-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Cohort-Start)
               + WS-Return-Gap-Days).
           MOVE "N" TO End-Of-Terms-Sw.
           MOVE LOW-VALUES TO Tm-Term-Code.
           START Term-Master-File
               KEY IS >= Tm-Term-Code
               INVALID KEY SET End-Of-Terms TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Terms
               READ Term-Master-File NEXT RECORD
                   AT END SET End-Of-Terms TO TRUE
               END-READ
               IF NOT End-Of-Terms
                   IF Tm-Start-Date >= WS-Return-Due-Date
                           AND Tm-Start-Date < WS-Return-Start
                       MOVE Tm-Term-Code TO WS-Return-Term
                       MOVE Tm-Start-Date TO WS-Return-Start
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Return-Term NOT = SPACES
                   AND WS-Return-Start <= WS-Today
               MOVE "Y" TO WS-Return-Measurable-Sw
           END-IF.

      * Each later term the student enrolled in counts once toward
      * the cohort's persistence row for that term - the S row
      * stops a second module in the same term counting again.
       Note-Later-Term.
           PERFORM Get-Term-Start.
           IF WS-Term-Start > WS-Cohort-Start
              OR (WS-Term-Start = WS-Cohort-Start
                  AND Se-Term-Code > WS-Cohort-Term)
               IF Se-Term-Code = WS-Return-Term
                  OR WS-Return-Term = "ANY"
                   MOVE "Y" TO WS-Returned-Sw
               END-IF
               IF WS-Term-Start > WS-Last-Start
                  OR (WS-Term-Start = WS-Last-Start
                      AND Se-Term-Code > WS-Last-Term)
                   MOVE Se-Term-Code TO WS-Last-Term
                   MOVE WS-Term-Start TO WS-Last-Start
               END-IF
               MOVE SPACES TO Rk-Rec
               MOVE "S" TO Rk-Row-Type
               MOVE ZEROS TO Rk-Cohort-Start
               MOVE Se-Term-Code TO Rk-Cohort-Term
               MOVE WS-Cur-Student TO Rk-Student-Id
               WRITE Rk-Rec
                   INVALID KEY
                       MOVE Rk-Status TO WS-Chk-Status
                       MOVE "WRITE Retention-Work-File (term seen)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
                   NOT INVALID KEY
                       PERFORM Add-To-Persistence
               END-WRITE
           END-IF.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.

       Add-To-Persistence.
           MOVE SPACES TO Rk-Rec.
           MOVE "P" TO Rk-Row-Type.
           MOVE WS-Cohort-Start TO Rk-Cohort-Start.
           MOVE WS-Cohort-Term TO Rk-Cohort-Term.
           MOVE WS-Term-Start TO Rk-Later-Start.
           MOVE Se-Term-Code TO Rk-Later-Term.
           READ Retention-Work-File
               KEY IS Rk-Key
               INVALID KEY MOVE "23" TO Rk-Status
           END-READ.
           IF Rk-Rec-Found
               ADD 1 TO Rk-Members
               REWRITE Rk-Rec
                   INVALID KEY
                       MOVE Rk-Status TO WS-Chk-Status
                       MOVE "REWRITE Retention-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               MOVE ZEROS TO Rk-Members Rk-Returned Rk-Graduated
                             Rk-Withdrew Rk-Not-Returned Rk-Pending
               MOVE 1 TO Rk-Members
               WRITE Rk-Rec
                   INVALID KEY
                       MOVE Rk-Status TO WS-Chk-Status
                       MOVE "WRITE Retention-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Check-Status-History.
           MOVE "N" TO WS-Graduated-Sw.
           MOVE "N" TO WS-Withdrawn-Sw.
           IF NOT History-File-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cur-Student TO Sh-Student-Id.
           MOVE LOW-VALUES TO Sh-Sequence-Num.
           START Status-History-File
               KEY IS >= Sh-Key
               INVALID KEY SET Sh-Rec-Not-Found TO TRUE
           END-START.
           IF Sh-Rec-Found
               READ Status-History-File NEXT RECORD
                   AT END SET Sh-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Sh-Rec-Not-Found
                   OR Sh-Student-Id NOT = WS-Cur-Student
               IF Sh-Graduated
                   MOVE "Y" TO WS-Graduated-Sw
               END-IF
               IF Sh-Withdrawn
                   MOVE "Y" TO WS-Withdrawn-Sw
               END-IF
               READ Status-History-File NEXT RECORD
                   AT END SET Sh-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Get-Student-Groups.
           MOVE "????" TO WS-Course-Code.
           MOVE "????" TO WS-Campus-Code.
           MOVE "?" TO WS-Residency-Code.
           MOVE "NOT ON STUDENT MASTER" TO WS-Lastname.
           IF Studfile-Available
               MOVE WS-Cur-Student TO StudentId
               READ StudentFile
                   KEY IS StudentId
                   INVALID KEY MOVE "23" TO RecordStatus
               END-READ
               IF Student-Rec-Found
                   MOVE Lastname TO WS-Lastname
                   IF CourseCode NOT = SPACES
                       MOVE CourseCode TO WS-Course-Code
                   END-IF
                   IF Campus-Code NOT = SPACES
                       MOVE Campus-Code TO WS-Campus-Code
                   END-IF
               END-IF
           END-IF.
           IF Residency-Available
               MOVE WS-Cur-Student TO Rs-Student-Id
               READ Residency-File
                   KEY IS Rs-Student-Id
                   INVALID KEY MOVE "23" TO Rs-Status
               END-READ
               IF Rs-Rec-Found AND Rs-Residency-Code NOT = SPACE
                   MOVE Rs-Residency-Code TO WS-Residency-Code
               END-IF
           END-IF.

       Add-To-Outcome-Counts.
           MOVE SPACES TO Rk-Rec.
           MOVE "A" TO Rk-Row-Type.
           MOVE WS-Cohort-Start TO Rk-Cohort-Start.
           MOVE WS-Cohort-Term TO Rk-Cohort-Term.
           MOVE WS-Dimension TO Rk-Dimension.
           MOVE WS-Dimension-Value TO Rk-Dimension-Value.
           READ Retention-Work-File
               KEY IS Rk-Key
               INVALID KEY MOVE "23" TO Rk-Status
           END-READ.
           IF Rk-Rec-Not-Found
               MOVE ZEROS TO Rk-Members Rk-Returned Rk-Graduated
                             Rk-Withdrew Rk-Not-Returned Rk-Pending
               MOVE WS-Return-Term TO Rk-Return-Term
           END-IF.
           ADD 1 TO Rk-Members.
           EVALUATE TRUE
               WHEN Outcome-Graduated    ADD 1 TO Rk-Graduated
               WHEN Outcome-Returned     ADD 1 TO Rk-Returned
               WHEN Outcome-Pending      ADD 1 TO Rk-Pending
               WHEN Outcome-Withdrew     ADD 1 TO Rk-Withdrew
               WHEN Outcome-Not-Returned ADD 1 TO Rk-Not-Returned
           END-EVALUATE.
           IF Rk-Rec-Found
               REWRITE Rk-Rec
                   INVALID KEY
                       MOVE Rk-Status TO WS-Chk-Status
                       MOVE "REWRITE Retention-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Rk-Rec
                   INVALID KEY
                       MOVE Rk-Status TO WS-Chk-Status
                       MOVE "WRITE Retention-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Write-Non-Return-Row.
           ADD 1 TO Ct-Not-Returned.
           MOVE SPACES TO Rk-Rec.
           MOVE "N" TO Rk-Row-Type.
           MOVE WS-Cohort-Start TO Rk-Cohort-Start.
           MOVE WS-Cohort-Term TO Rk-Cohort-Term.
           MOVE WS-Cur-Student TO Rk-Student-Id.
           MOVE WS-Lastname TO Rk-Lastname.
           MOVE WS-Course-Code TO Rk-Course-Code.
           MOVE WS-Campus-Code TO Rk-Campus-Code.
           MOVE WS-Residency-Code TO Rk-Residency-Code.
           MOVE WS-Outcome TO Rk-Outcome.
           MOVE WS-Last-Term TO Rk-Last-Term.
           WRITE Rk-Rec
               INVALID KEY
                   MOVE Rk-Status TO WS-Chk-Status
                   MOVE "WRITE Retention-Work-File (non-return)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

      ******************************************************************
      * The report: outcomes by cohort and group, persistence by
      * later term, then the students to follow up.
      ******************************************************************
       Write-Retention-Report.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "FALL-TO-FALL  RETENTION  BY  ENTERING  COHORT"
               "   RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE "A" TO Rk-Row-Type.
           PERFORM Start-Work-Row-Type.
           PERFORM Report-One-Outcome-Row UNTIL End-Of-Work.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Report-Print-Line.
           STRING "PERSISTENCE  -  COHORT MEMBERS ENROLLED IN "
               "EACH LATER TERM"
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "P" TO Rk-Row-Type.
           PERFORM Start-Work-Row-Type.
           PERFORM Report-One-Persistence-Row UNTIL End-Of-Work.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Report-Print-Line.
           STRING "STUDENTS  WHO  DID  NOT  RETURN  -  FOR  ADVISOR  "
               "FOLLOW-UP"
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Non-Return-Heading
               AFTER ADVANCING 1 LINE.
           MOVE "N" TO Rk-Row-Type.
           PERFORM Start-Work-Row-Type.
           PERFORM Report-One-Non-Return-Row UNTIL End-Of-Work.
           CLOSE Report-File.

      * Positions on the first row of the type in Rk-Row-Type.
       Start-Work-Row-Type.
           MOVE "N" TO End-Of-Work-Sw.
           MOVE ZEROS TO Rk-Cohort-Start.
           MOVE LOW-VALUES TO Rk-Cohort-Term.
           MOVE LOW-VALUES TO Rk-Detail.
           MOVE SPACES TO WS-Print-Cohort-Term.
           START Retention-Work-File
               KEY IS >= Rk-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.

       Report-One-Outcome-Row.
           READ Retention-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           IF NOT Rk-Aggregate-Row
               SET End-Of-Work TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF Rk-Cohort-Term NOT = WS-Print-Cohort-Term
               MOVE Rk-Cohort-Term TO WS-Print-Cohort-Term
               MOVE Rk-Cohort-Term TO Ch-Cohort-Term
               MOVE Rk-Return-Term TO Ch-Return-Term
               MOVE SPACES TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               WRITE Report-Print-Line FROM Cohort-Heading-Line
                   AFTER ADVANCING 1 LINE
               WRITE Report-Print-Line FROM Outcome-Heading
                   AFTER ADVANCING 1 LINE
           END-IF.
           EVALUATE Rk-Dimension
               WHEN "A" MOVE "ALL MEMBERS" TO Od-Group-Name
               WHEN "C" MOVE "COURSE" TO Od-Group-Name
               WHEN "M" MOVE "CAMPUS" TO Od-Group-Name
               WHEN "R" MOVE "RESIDENCY" TO Od-Group-Name
           END-EVALUATE.
           MOVE Rk-Dimension-Value TO Od-Group-Value.
           MOVE Rk-Members TO Od-Members.
           MOVE Rk-Graduated TO Od-Graduated.
           MOVE Rk-Returned TO Od-Returned.
           MOVE Rk-Pending TO Od-Pending.
           MOVE Rk-Withdrew TO Od-Withdrew.
           MOVE Rk-Not-Returned TO Od-Not-Returned.
           COMPUTE WS-Known-Count = Rk-Members - Rk-Pending.
           IF WS-Known-Count > ZEROS
               COMPUTE WS-Retention-Pct ROUNDED =
                   (Rk-Graduated + Rk-Returned) * 100 / WS-Known-Count
           ELSE
               MOVE ZEROS TO WS-Retention-Pct
           END-IF.
           COMPUTE WS-Graduation-Pct ROUNDED =
               Rk-Graduated * 100 / Rk-Members.
           MOVE WS-Retention-Pct TO Od-Retention-Pct.
           MOVE WS-Graduation-Pct TO Od-Graduation-Pct.
           WRITE Report-Print-Line FROM Outcome-Detail-Line
               AFTER ADVANCING 1 LINE.

      * The cohort's member count comes from its all-members row.
       Report-One-Persistence-Row.
           READ Retention-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           IF NOT Rk-Persistence-Row
               SET End-Of-Work TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Rk-Cohort-Term TO Pd-Cohort-Term.
           MOVE Rk-Later-Term TO Pd-Later-Term.
           MOVE Rk-Members TO Pd-Enrolled.
           MOVE Rk-Members TO WS-Persist-Enrolled.
           MOVE Rk-Rec TO WS-Save-Rk-Rec.
           MOVE "A" TO Rk-Row-Type.
           MOVE "A" TO Rk-Dimension.
           MOVE SPACES TO Rk-Dimension-Value.
           READ Retention-Work-File
               KEY IS Rk-Key
               INVALID KEY MOVE "23" TO Rk-Status
           END-READ.
           IF Rk-Rec-Found AND Rk-Members > ZEROS
               MOVE Rk-Members TO Pd-Members
               COMPUTE WS-Persist-Pct ROUNDED =
                   WS-Persist-Enrolled * 100 / Rk-Members
           ELSE
               MOVE ZEROS TO Pd-Members
               MOVE ZEROS TO WS-Persist-Pct
           END-IF.
           MOVE WS-Persist-Pct TO Pd-Persist-Pct.
           WRITE Report-Print-Line FROM Persistence-Detail-Line
               AFTER ADVANCING 1 LINE.
           MOVE WS-Save-Rk-Rec TO Rk-Rec.
           START Retention-Work-File
               KEY IS > Rk-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.

       Report-One-Non-Return-Row.
           READ Retention-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           IF NOT Rk-Non-Return-Row
               SET End-Of-Work TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Rk-Cohort-Term TO Nd-Cohort-Term.
           MOVE Rk-Student-Id TO Nd-Student-Id.
           MOVE Rk-Lastname TO Nd-Lastname.
           MOVE Rk-Course-Code TO Nd-Course-Code.
           MOVE Rk-Campus-Code TO Nd-Campus-Code.
           MOVE Rk-Residency-Code TO Nd-Residency-Code.
           MOVE Rk-Outcome TO Nd-Outcome.
           MOVE Rk-Last-Term TO Nd-Last-Term.
           WRITE Report-Print-Line FROM Non-Return-Detail-Line
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
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Residency-Path FROM ENVIRONMENT "RESIDENCY_PATH".
           IF WS-Residency-Path = SPACES
               MOVE "RESIDENCY.DAT" TO WS-Residency-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Retentwk-Path FROM ENVIRONMENT "RETENTWK_PATH".
           IF WS-Retentwk-Path = SPACES
               MOVE "RETENTWK.DAT" TO WS-Retentwk-Path
           END-IF.
           ACCEPT WS-Retention-Rpt-Path FROM ENVIRONMENT
               "RETENTION_RPT_PATH".
           IF WS-Retention-Rpt-Path = SPACES
               MOVE "RETENTION.RPT" TO WS-Retention-Rpt-Path
           END-IF.
