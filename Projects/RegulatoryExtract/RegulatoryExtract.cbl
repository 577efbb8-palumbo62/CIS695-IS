      * student goes into the submission when they have term
      * activity or a Graduated status on file.
      *
      * Each record carries the student's load status for the term -
      * F full-time, T three-quarter, H half-time, L less than half -
      * from their enrolled Cc-Credit-Hours (COURSECAT.DAT, three
      * hours for a module not in it) against the LOADTHRESH.DAT
      * thresholds StudentEnrollment uses.
      *
      * The state's edit rules are applied up front, and a record
      * failing any of them goes to the edit-failure listing
      * (REGEDIT.RPT) instead of the submission, so records get
      *   - date of birth must be plausible (1900 up to ten years
      *     before the run date)
      *   - course code must not be blank
      *
      * Answering Y to "as of census" reports the term as CensusSnapshot
      * froze it on its census date instead of as it stands today: the
      * student population, demographics, module count and load status
      * all come from CENSUSSTU.DAT, so a re-run later in the term gives
      * the same submission.  Completions are still taken from
      * Status-History-File.
      *
      * Every record submitted is a release of that student's record
      * to the state agency, so each one is also written to the FERPA
      * disclosure log (DISCLOSE.DAT) under the state-reporting
      * exception, with the agency named at the prompt and the user
      * who ran the extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lt-File-Status.

           SELECT Census-Student-File ASSIGN TO WS-Censusstu-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cu-Key
               ALTERNATE RECORD KEY IS Cu-State-Key
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Cu-Gender-Key
                   WITH DUPLICATES
               FILE STATUS IS Cu-Status.

           SELECT Submission-File ASSIGN TO WS-Regsubmit-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Edit-Listing-File ASSIGN TO WS-Regedit-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
               88  Sh-Graduated            VALUE "G".
           02  Sh-Effective-Date           PIC 9(8).

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

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

      * Frozen census-date student rows - layout owned by
      * CensusSnapshot.
       FD  Census-Student-File.
       01  Cu-Rec.
           88  End-Of-Census-Students      VALUE HIGH-VALUES.
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

      * The state's fixed submission layout - one record per
      * reportable student, fixed columns, no separators.
       FD  Submission-File.
           02  Su-Term-Code                PIC X(6).
           02  Su-Modules-Enrolled         PIC 9(2).
           02  Su-Completion-Flag          PIC X(1).
           02  Su-Load-Status              PIC X(1).

       FD  Edit-Listing-File.
       01  Edit-Print-Line                 PIC X(76).

      * FERPA disclosure log - one line per student record released
      * outside the institution; DisclosureInquiry prints a
      * student's disclosure history from it.
       FD  Disclosure-Log-File.
       01  Disclosure-Log-Rec.
           02  Dx-Disclosure-Date          PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Dx-Student-Number           PIC 9(7).
           02  FILLER                      PIC X(1).
           02  Dx-Recipient                PIC X(30).
           02  FILLER                      PIC X(1).
           02  Dx-Data-Category            PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-Legal-Basis              PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-User-Id                  PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-Source                   PIC X(12).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Regsubmit-Path           PIC X(260).
       01  WS-Regedit-Path             PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Loadthresh-Path          PIC X(260).
       01  WS-Censusstu-Path           PIC X(260).
       01  WS-Disclose-Path            PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".

       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Lt-File-Status              PIC X(2).
       01  Cu-Status                   PIC X(2).
       01  Dx-File-Status              PIC X(2).

       01  WS-Stathist-Sw              PIC X VALUE "N".
           88  History-File-Available  VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Census-Sw                PIC X VALUE "N".
           88  As-Of-Census            VALUE "Y" "y".

      * Load-status thresholds for the reporting term.
       01  WS-Full-Time-Hours          PIC 9(2) VALUE 12.
       01  WS-Three-Qtr-Hours          PIC 9(2) VALUE 9.
       01  WS-Half-Time-Hours          PIC 9(2) VALUE 6.
       01  WS-Term-Limit-Sw            PIC X VALUE "N".
           88  Term-Limit-Found        VALUE "Y".
       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).
       01  WS-Term-Hours               PIC 9(3).

       01  WS-Report-Term              PIC X(6).
       01  WS-Today                    PIC 9(8).
           02  FILLER                  PIC 9(4).
       01  WS-Max-Birth-Year           PIC 9(4).

      * Recipient and releasing user for the disclosure log.
       01  WS-Release-Agency           PIC X(30).
       01  WS-Release-User             PIC X(10).

      * The state's postal codes, packed two characters each - the
      * edit walks the table looking for a match.
       01  State-Code-List.
           COMPUTE WS-Max-Birth-Year = WS-Today-Year - 10.
           DISPLAY "Enter reporting term code: " WITH NO ADVANCING.
           ACCEPT WS-Report-Term.
           DISPLAY "Report as of census (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Census-Sw.
           DISPLAY "Submitted to (blank = STATE HIGHER ED AGENCY): "
                   WITH NO ADVANCING.
           ACCEPT WS-Release-Agency.
           IF WS-Release-Agency = SPACES
               MOVE "STATE HIGHER ED AGENCY" TO WS-Release-Agency
           END-IF.
           DISPLAY "Run by (your user ID): " WITH NO ADVANCING.
           ACCEPT WS-Release-User.
           IF As-Of-Census
               OPEN INPUT Census-Student-File
               IF Cu-Status NOT = "00"
                   DISPLAY "No census file - no term has been frozen."
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT StudentFile.
           OPEN INPUT Student-Enrollment-File.
               DISPLAY "No status history file - completions will "
                       "not be reported."
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           PERFORM Load-Term-Thresholds.
           OPEN OUTPUT Submission-File.
           OPEN OUTPUT Edit-Listing-File.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.
           MOVE SPACES TO Edit-Print-Line.
           WRITE Edit-Print-Line.
           MOVE "REGULATORY  SUBMISSION  EDIT  FAILURES"
           MOVE SPACES TO Edit-Print-Line.
           WRITE Edit-Print-Line AFTER ADVANCING 1 LINE.

           IF As-Of-Census
               PERFORM Extract-Census-Students
           ELSE
               MOVE LOW-VALUES TO StudentId
               START StudentFile
                   KEY IS >= StudentId
                   INVALID KEY SET End-Of-Studfile TO TRUE
               END-START
               IF Student-Rec-Found
                   READ StudentFile NEXT RECORD
                       AT END SET End-Of-Studfile TO TRUE
                   END-READ
               END-IF
               PERFORM Extract-One-Student UNTIL End-Of-Studfile
           END-IF.

           CLOSE StudentFile, Student-Enrollment-File,
                 Submission-File, Edit-Listing-File,
                 Disclosure-Log-File.
           IF History-File-Available
               CLOSE Status-History-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF As-Of-Census
               CLOSE Census-Student-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  REGULATORY  EXTRACT  COMPLETE  ----".
           DISPLAY "Students scanned   : " Ct-Students-Scanned.
               AT END SET End-Of-Studfile TO TRUE
           END-READ.

      * As-of-census run: the frozen rows for the term stand in for
      * the student master and the live enrollments, so the same
      * edits and submission layout apply unchanged.
       Extract-Census-Students.
           MOVE WS-Report-Term TO Cu-Term-Code.
           MOVE ZEROS TO Cu-Student-Id.
           START Census-Student-File
               KEY IS >= Cu-Key
               INVALID KEY SET End-Of-Census-Students TO TRUE
           END-START.
           IF NOT End-Of-Census-Students
               READ Census-Student-File NEXT RECORD
                   AT END SET End-Of-Census-Students TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Census-Students
                   OR Cu-Term-Code NOT = WS-Report-Term
               ADD 1 TO Ct-Students-Scanned
               MOVE Cu-Student-Id TO StudentId
               MOVE Cu-Lastname TO Lastname
               MOVE Cu-Firstname TO Firstname
               MOVE Cu-Middlename TO Middlename
               MOVE Cu-Date-Of-Birth TO DateOfBirth
               MOVE Cu-Gender TO Gender
               MOVE Cu-State TO StudentState
               MOVE Cu-Zip-Code TO StudentZipCode
               MOVE Cu-Course-Code TO CourseCode
               MOVE Cu-Modules-Enrolled TO WS-Enrolled-Count
               MOVE Cu-Term-Hours TO WS-Term-Hours
               PERFORM Check-Graduated
               PERFORM Apply-State-Edits
               IF Record-Failed-Edits
                   ADD 1 TO Ct-Records-Failed
               ELSE
                   PERFORM Write-Submission-Record
               END-IF
               READ Census-Student-File NEXT RECORD
                   AT END SET End-Of-Census-Students TO TRUE
               END-READ
           END-PERFORM.
           IF Ct-Students-Scanned = ZEROS
               DISPLAY "Term " WS-Report-Term " has no census "
                       "snapshot - nothing submitted."
           END-IF.

       Count-Term-Enrollments.
           MOVE ZEROS TO WS-Enrolled-Count.
           MOVE ZEROS TO WS-Term-Hours.
           MOVE StudentId TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code.
           MOVE LOW-VALUES TO Se-Term-Code.
                       OR Se-Student-Id NOT = StudentId
                   IF Se-Term-Code = WS-Report-Term
                       ADD 1 TO WS-Enrolled-Count
                       PERFORM Add-Module-Credit-Hours
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
               END-PERFORM
           END-IF.

       Add-Module-Credit-Hours.
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
           ADD WS-Module-Credit-Hours TO WS-Term-Hours.

      * A row for the reporting term wins over the ****** row; an
      * absent LOADTHRESH.DAT leaves 12/9/6 hours in force.
       Load-Term-Thresholds.
           OPEN INPUT Load-Threshold-File.
           IF Lt-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Load-Threshold-File
               AT END SET End-Of-Load-Thresholds TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Load-Thresholds
               IF Lt-Term-Code = WS-Report-Term
                   OR (Lt-Default-Row AND NOT Term-Limit-Found)
                   MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
                   MOVE Lt-Three-Qtr-Hours TO WS-Three-Qtr-Hours
                   MOVE Lt-Half-Time-Hours TO WS-Half-Time-Hours
               END-IF
               IF Lt-Term-Code = WS-Report-Term
                   MOVE "Y" TO WS-Term-Limit-Sw
               END-IF
               READ Load-Threshold-File
                   AT END SET End-Of-Load-Thresholds TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Load-Threshold-File.

       Check-Graduated.
           MOVE "N" TO WS-Graduated-Sw.
           IF History-File-Available
           ELSE
               MOVE "N" TO Su-Completion-Flag
           END-IF.
           EVALUATE TRUE
               WHEN As-Of-Census
                   MOVE Cu-Load-Status TO Su-Load-Status
               WHEN WS-Term-Hours >= WS-Full-Time-Hours
                   MOVE "F" TO Su-Load-Status
               WHEN WS-Term-Hours >= WS-Three-Qtr-Hours
                   MOVE "T" TO Su-Load-Status
               WHEN WS-Term-Hours >= WS-Half-Time-Hours
                   MOVE "H" TO Su-Load-Status
               WHEN OTHER
                   MOVE "L" TO Su-Load-Status
           END-EVALUATE.
           WRITE Submission-Rec.
           ADD 1 TO Ct-Records-Submitted.
           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE StudentId TO Dx-Student-Number.
           MOVE WS-Release-Agency TO Dx-Recipient.
           MOVE "ENROLLMENT" TO Dx-Data-Category.
           MOVE "STATE-RPT" TO Dx-Legal-Basis.
           MOVE WS-Release-User TO Dx-User-Id.
           MOVE "REGSUBMIT" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

       Resolve-Data-Paths.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Loadthresh-Path FROM ENVIRONMENT
               "LOADTHRESH_PATH".
           IF WS-Loadthresh-Path = SPACES
               MOVE "LOADTHRESH.DAT" TO WS-Loadthresh-Path
           END-IF.
           ACCEPT WS-Censusstu-Path FROM ENVIRONMENT "CENSUSSTU_PATH".
           IF WS-Censusstu-Path = SPACES
               MOVE "CENSUSSTU.DAT" TO WS-Censusstu-Path
           END-IF.
           ACCEPT WS-Regsubmit-Path FROM ENVIRONMENT "REGSUBMIT_PATH".
           IF WS-Regsubmit-Path = SPACES
               MOVE "REGSUBMIT.DAT" TO WS-Regsubmit-Path
           IF WS-Regedit-Path = SPACES
               MOVE "REGEDIT.RPT" TO WS-Regedit-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
