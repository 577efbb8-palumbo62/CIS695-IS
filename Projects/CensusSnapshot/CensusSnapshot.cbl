       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CensusSnapshot.
       AUTHOR.  Jon Clark.
      * Census-date enrollment snapshot, run every night from
      * NightlyBatchDriver.  The official counts used to be read live
      * off STUDENR.DAT and IDXSTUDADM, so they moved with every add
      * and drop and no two reports agreed.  Each term on
      * TERMMAST.DAT now carries a census date (Tm-Census-Date, set
      * in TermMaint); on that date this run freezes the term:
      *   - CENSUS.DAT gets one row per enrollment in the term -
      *     module, section, enrolled date, credit hours (COURSECAT,
      *     three for a module not in it) and teaching campus;
      *   - CENSUSSTU.DAT gets one row per enrolled student -
      *     demographics off StudentFile, residency (RESIDENCY.DAT,
      *     in-state when undeclared), home campus, modules and
      *     hours in the term, and load status against the
      *     LOADTHRESH.DAT thresholds StudentEnrollment uses.
      * RegulatoryExtract, StudentEnrollmentSummary and
      * ExecutiveSummaryReport can run "as of census" off the frozen
      * files, and CensusVariance lists census against current.
      *
      * A term is snapshotted once only - a control row on CENSUS.DAT
      * (student 00000) records when - so a frozen term never moves.
      * A census date the batch missed is caught up on the next run
      * while the term is still open, and the listing says how late.
      * A night with no census due does nothing.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

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

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Residency-File ASSIGN TO WS-Residency-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rs-Student-Id
               FILE STATUS IS Rs-Status.

           SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lt-File-Status.

           SELECT Census-Enrollment-File ASSIGN TO WS-Census-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cn-Key
               FILE STATUS IS Cn-Status.

           SELECT Census-Student-File ASSIGN TO WS-Censusstu-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cu-Key
               ALTERNATE RECORD KEY IS Cu-State-Key
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Cu-Gender-Key
                   WITH DUPLICATES
               FILE STATUS IS Cu-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

       FD  Residency-File.
       01  Rs-Rec.
           02  Rs-Student-Id           PIC 9(5).
           02  Rs-Residency-Code       PIC X(1).
           02  Rs-Declared-Date        PIC 9(8).

      * Credit-load thresholds, in hours - a row for a term wins
      * over the ****** row.
       FD  Load-Threshold-File.
       01  Load-Threshold-Rec.
           88  End-Of-Load-Thresholds      VALUE HIGH-VALUES.
           02  Lt-Term-Code                PIC X(6).
               88  Lt-Default-Row          VALUE "******".
           02  FILLER                      PIC X(1).
           02  Lt-Full-Time-Hours          PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Lt-Three-Qtr-Hours          PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Lt-Half-Time-Hours          PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Lt-Max-Hours                PIC 9(2).

      * Frozen census enrollments.  The student 00000 row of a term
      * is its control row: census date in Cn-Enrolled-Date, the
      * day the snapshot was taken in Cn-Snapshot-Date.
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

      * Frozen census students, one per student enrolled in the term.
       FD  Census-Student-File.
       01  Cu-Rec.
           02  Cu-Key.
               03  Cu-Term-Code            PIC X(6).
               03  Cu-Student-Id           PIC 9(5).
           02  Cu-State-Key.
               03  Cu-State-Term           PIC X(6).
               03  Cu-State                PIC X(2).
           02  Cu-Gender-Key.
               03  Cu-Gender-Term          PIC X(6).
               03  Cu-Gender               PIC X(1).
           02  Cu-Lastname                 PIC X(20).
           02  Cu-Firstname                PIC X(15).
           02  Cu-Middlename               PIC X(15).
           02  Cu-Date-Of-Birth            PIC 9(8).
           02  Cu-Zip-Code                 PIC 9(5).
           02  Cu-Course-Code              PIC X(4).
           02  Cu-Campus-Code              PIC X(4).
           02  Cu-Confidential-Flag        PIC X(1).
           02  Cu-Residency-Code           PIC X(1).
           02  Cu-Modules-Enrolled         PIC 9(2).
           02  Cu-Term-Hours               PIC 9(3).
           02  Cu-Load-Status              PIC X(1).
           02  Cu-Snapshot-Date            PIC 9(8).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Residency-Path           PIC X(260).
       01  WS-Loadthresh-Path          PIC X(260).
       01  WS-Census-Path              PIC X(260).
       01  WS-Censusstu-Path           PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Tm-Status                   PIC X(2).
       01  Se-Status                   PIC X(2).
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Rs-Status                   PIC X(2).
           88  Rs-Rec-Found            VALUE "00".
       01  Lt-File-Status              PIC X(2).
       01  Cn-Status                   PIC X(2).
           88  Cn-Rec-Found            VALUE "00".
       01  Cu-Status                   PIC X(2).

       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Residency-Sw             PIC X VALUE "N".
           88  Residency-Available     VALUE "Y".
       01  End-Of-Terms-Sw             PIC X VALUE "N".
           88  End-Of-Terms            VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  WS-Term-Limit-Sw            PIC X VALUE "N".
           88  Term-Limit-Found        VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Census-Term              PIC X(6).
       01  WS-Census-Date              PIC 9(8).
       01  WS-Days-Late                PIC 9(4).

      * Load-status thresholds for the term being frozen.
       01  WS-Full-Time-Hours          PIC 9(2).
       01  WS-Three-Qtr-Hours          PIC 9(2).
       01  WS-Half-Time-Hours          PIC 9(2).
       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).

      * The student whose term enrollments are being gathered.
       01  WS-Current-Student          PIC 9(5).
       01  WS-Student-Modules          PIC 9(2).
       01  WS-Student-Hours            PIC 9(3).

       01  Term-Totals.
           02  Ct-Term-Enrollments     PIC 9(6).
           02  Ct-Term-Students        PIC 9(5).
       01  Ct-Terms-Frozen             PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Term-Master-File.
           IF Tm-Status NOT = "00"
               DISPLAY "No term master file - no census dates to "
                       "check."
               STOP RUN
           END-IF.
           OPEN I-O Census-Enrollment-File.
           IF Cn-Status = "05" OR Cn-Status = "35"
               CLOSE Census-Enrollment-File
               OPEN OUTPUT Census-Enrollment-File
               CLOSE Census-Enrollment-File
               OPEN I-O Census-Enrollment-File
           END-IF.
           MOVE LOW-VALUES TO Tm-Term-Code.
           START Term-Master-File
               KEY IS GREATER THAN Tm-Term-Code
               INVALID KEY SET End-Of-Terms TO TRUE
           END-START.
           PERFORM Check-One-Term UNTIL End-Of-Terms.
           CLOSE Term-Master-File, Census-Enrollment-File.
           DISPLAY "Census snapshot run complete - " Ct-Terms-Frozen
                   " term(s) frozen.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "TERMS FROZEN" TO Cnt-Label.
           MOVE Ct-Terms-Frozen TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

      * Due: census date reached, term not yet ended, and no control
      * row on file for it yet.
       Check-One-Term.
           READ Term-Master-File NEXT RECORD
               AT END SET End-Of-Terms TO TRUE
           END-READ.
           IF End-Of-Terms
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Census-Date = ZEROS OR Tm-Census-Date > WS-Today
               EXIT PARAGRAPH
           END-IF.
           IF Tm-End-Date > ZEROS AND Tm-End-Date < WS-Today
               EXIT PARAGRAPH
           END-IF.
           MOVE Tm-Term-Code TO Cn-Term-Code.
           MOVE ZEROS TO Cn-Student-Id.
           MOVE SPACES TO Cn-Module-Code.
           MOVE ZEROS TO Cn-Section-Num.
           READ Census-Enrollment-File
               KEY IS Cn-Key
               INVALID KEY MOVE "23" TO Cn-Status
           END-READ.
           IF Cn-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE Tm-Term-Code TO WS-Census-Term.
           MOVE Tm-Census-Date TO WS-Census-Date.
           PERFORM Snapshot-Term.

       Snapshot-Term.
           IF WS-Census-Date < WS-Today
               COMPUTE WS-Days-Late =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(WS-Census-Date)
               DISPLAY "Census for term " WS-Census-Term " was due "
                       WS-Census-Date " - taken " WS-Days-Late
                       " day(s) late."
           END-IF.
           PERFORM Load-Term-Thresholds.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - census for term "
                       WS-Census-Term " not taken."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentFile.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN INPUT Residency-File.
           IF Rs-Status = "00"
               MOVE "Y" TO WS-Residency-Sw
           END-IF.
           OPEN I-O Census-Student-File.
           IF Cu-Status = "05" OR Cu-Status = "35"
               CLOSE Census-Student-File
               OPEN OUTPUT Census-Student-File
               CLOSE Census-Student-File
               OPEN I-O Census-Student-File
           END-IF.
           MOVE ZEROS TO Ct-Term-Enrollments Ct-Term-Students.
           MOVE ZEROS TO WS-Current-Student WS-Student-Modules
                         WS-Student-Hours.
           MOVE "N" TO End-Of-Enrollments-Sw.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           PERFORM Freeze-One-Enrollment UNTIL End-Of-Enrollments.
           PERFORM Write-Census-Student.

           MOVE SPACES TO Cn-Rec.
           MOVE WS-Census-Term TO Cn-Term-Code.
           MOVE ZEROS TO Cn-Student-Id Cn-Section-Num Cn-Credit-Hours.
           MOVE WS-Census-Date TO Cn-Enrolled-Date.
           MOVE WS-Today TO Cn-Snapshot-Date.
           WRITE Cn-Rec
               INVALID KEY
                   MOVE Cn-Status TO WS-Chk-Status
                   MOVE "WRITE Census-Enrollment-File (control)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

           CLOSE Student-Enrollment-File, StudentFile,
                 Census-Student-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
               MOVE "N" TO WS-Catalog-Sw
           END-IF.
           IF Residency-Available
               CLOSE Residency-File
               MOVE "N" TO WS-Residency-Sw
           END-IF.
           ADD 1 TO Ct-Terms-Frozen.
           DISPLAY "Term " WS-Census-Term " frozen as of census "
                   WS-Census-Date ": " Ct-Term-Students
                   " students, " Ct-Term-Enrollments " enrollments.".

      * STUDENR.DAT is keyed by student first, so each student's
      * term enrollments arrive together; the student row goes out
      * when the next student starts.
       Freeze-One-Enrollment.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.
           IF End-Of-Enrollments
               EXIT PARAGRAPH
           END-IF.
           IF Se-Term-Code NOT = WS-Census-Term
               EXIT PARAGRAPH
           END-IF.
           IF Se-Student-Id NOT = WS-Current-Student
               PERFORM Write-Census-Student
               MOVE Se-Student-Id TO WS-Current-Student
           END-IF.
           PERFORM Get-Module-Credit-Hours.
           MOVE WS-Census-Term TO Cn-Term-Code.
           MOVE Se-Student-Id TO Cn-Student-Id.
           MOVE Se-Module-Code TO Cn-Module-Code.
           MOVE Se-Section-Num TO Cn-Section-Num.
           MOVE Se-Enrolled-Date TO Cn-Enrolled-Date.
           MOVE WS-Module-Credit-Hours TO Cn-Credit-Hours.
           MOVE Se-Campus-Code TO Cn-Campus-Code.
           MOVE WS-Today TO Cn-Snapshot-Date.
           WRITE Cn-Rec
               INVALID KEY
                   MOVE Cn-Status TO WS-Chk-Status
                   MOVE "WRITE Census-Enrollment-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           ADD 1 TO Ct-Term-Enrollments.
           ADD 1 TO WS-Student-Modules.
           ADD WS-Module-Credit-Hours TO WS-Student-Hours.

       Write-Census-Student.
           IF WS-Student-Modules = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Cu-Rec.
           MOVE WS-Census-Term TO Cu-Term-Code Cu-State-Term
                                  Cu-Gender-Term.
           MOVE WS-Current-Student TO Cu-Student-Id.
           MOVE ZEROS TO Cu-Date-Of-Birth Cu-Zip-Code.
           MOVE WS-Current-Student TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF Student-Rec-Found
               MOVE StudentState TO Cu-State
               MOVE Gender TO Cu-Gender
               MOVE Lastname TO Cu-Lastname
               MOVE Firstname TO Cu-Firstname
               MOVE Middlename TO Cu-Middlename
               MOVE DateOfBirth TO Cu-Date-Of-Birth
               MOVE StudentZipCode TO Cu-Zip-Code
               MOVE CourseCode TO Cu-Course-Code
               MOVE Campus-Code TO Cu-Campus-Code
               MOVE ConfidentialFlag TO Cu-Confidential-Flag
           ELSE
               MOVE "NOT ON STUDENT MASTER" TO Cu-Lastname
           END-IF.
           MOVE "I" TO Cu-Residency-Code.
           IF Residency-Available
               MOVE WS-Current-Student TO Rs-Student-Id
               READ Residency-File
                   KEY IS Rs-Student-Id
                   INVALID KEY MOVE "23" TO Rs-Status
               END-READ
               IF Rs-Rec-Found
                   MOVE Rs-Residency-Code TO Cu-Residency-Code
               END-IF
           END-IF.
           MOVE WS-Student-Modules TO Cu-Modules-Enrolled.
           MOVE WS-Student-Hours TO Cu-Term-Hours.
           EVALUATE TRUE
               WHEN WS-Student-Hours >= WS-Full-Time-Hours
                   MOVE "F" TO Cu-Load-Status
               WHEN WS-Student-Hours >= WS-Three-Qtr-Hours
                   MOVE "T" TO Cu-Load-Status
               WHEN WS-Student-Hours >= WS-Half-Time-Hours
                   MOVE "H" TO Cu-Load-Status
               WHEN OTHER
                   MOVE "L" TO Cu-Load-Status
           END-EVALUATE.
           MOVE WS-Today TO Cu-Snapshot-Date.
           WRITE Cu-Rec
               INVALID KEY
                   MOVE Cu-Status TO WS-Chk-Status
                   MOVE "WRITE Census-Student-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           ADD 1 TO Ct-Term-Students.
           MOVE ZEROS TO WS-Student-Modules WS-Student-Hours.

       Get-Module-Credit-Hours.
           MOVE WS-Default-Credit-Hours TO WS-Module-Credit-Hours.
           IF Catalog-Available
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Credit-Hours > 0
                   MOVE Cc-Credit-Hours TO WS-Module-Credit-Hours
               END-IF
           END-IF.

      * A row for the census term wins over the ****** row; an
      * absent LOADTHRESH.DAT leaves 12/9/6 hours in force.
       Load-Term-Thresholds.
           MOVE 12 TO WS-Full-Time-Hours.
           MOVE 9 TO WS-Three-Qtr-Hours.
           MOVE 6 TO WS-Half-Time-Hours.
           MOVE "N" TO WS-Term-Limit-Sw.
           OPEN INPUT Load-Threshold-File.
           IF Lt-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Load-Threshold-File
               AT END SET End-Of-Load-Thresholds TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Load-Thresholds
               IF Lt-Term-Code = WS-Census-Term
                   OR (Lt-Default-Row AND NOT Term-Limit-Found)
                   MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
                   MOVE Lt-Three-Qtr-Hours TO WS-Three-Qtr-Hours
                   MOVE Lt-Half-Time-Hours TO WS-Half-Time-Hours
               END-IF
               IF Lt-Term-Code = WS-Census-Term
                   MOVE "Y" TO WS-Term-Limit-Sw
               END-IF
               READ Load-Threshold-File
                   AT END SET End-Of-Load-Thresholds TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Load-Threshold-File.

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
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Residency-Path FROM ENVIRONMENT "RESIDENCY_PATH".
           IF WS-Residency-Path = SPACES
               MOVE "RESIDENCY.DAT" TO WS-Residency-Path
           END-IF.
           ACCEPT WS-Loadthresh-Path FROM ENVIRONMENT
               "LOADTHRESH_PATH".
           IF WS-Loadthresh-Path = SPACES
               MOVE "LOADTHRESH.DAT" TO WS-Loadthresh-Path
           END-IF.
           ACCEPT WS-Census-Path FROM ENVIRONMENT "CENSUS_PATH".
           IF WS-Census-Path = SPACES
               MOVE "CENSUS.DAT" TO WS-Census-Path
           END-IF.
           ACCEPT WS-Censusstu-Path FROM ENVIRONMENT "CENSUSSTU_PATH".
           IF WS-Censusstu-Path = SPACES
               MOVE "CENSUSSTU.DAT" TO WS-Censusstu-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
