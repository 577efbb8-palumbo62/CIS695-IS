       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DegreeVerify.
       AUTHOR.  Jon Clark.
      * Batch degree and enrollment verification.  Employers, lenders
      * and background-check firms send verification requests every
      * day, and a clerk used to look each one up in the
      * TranscriptReport and GraduationConferral output and type a
      * reply.  The day's requests now arrive as VERIFYREQ.DAT, one
      * line each: the requester's reference and name, the student's
      * name and date of birth, the StudentId or the last four of the
      * SSN (or both), what is to be verified - E enrollment, D
      * degree, B both - and whether the requester holds the
      * student's signed consent.
      *
      * A request is matched to StudentAdminMasterFile, or to
      * ALUMNI.DAT for a student AlumniArchive has moved out:
      *   - with a StudentId, the record on that ID must carry the
      *     same last name and date of birth (and the same last four
      *     of the SSN, when given);
      *   - without one, exactly one record must carry the same last
      *     name, date of birth and last four of the SSN.  These are
      *     found through VERIFYWK.DAT, a keyed work file of the two
      *     masters by last name and date of birth, built the first
      *     time a request needs it and rebuilt every run.
      * First names are not compared - a request often carries a
      * nickname.  Anything short of a confident match is answered
      * REVIEW and listed, with the reason, on VERIFYREV.RPT for a
      * clerk to work by hand.
      *
      * For a matched student VERIFYRSP.DAT answers only what was
      * asked:
      *   - enrollment - the start of the first and the end of the
      *     latest term on Student-Enrollment-File (TERMMAST.DAT
      *     dates, the enrolled date for a term not on it), the
      *     latest term, whether it is still running, and the load
      *     status in it - F full-time, T three-quarter, H half-time,
      *     L less than half - from COURSECAT.DAT credit hours (three
      *     for a module not in it) against the LOADTHRESH.DAT
      *     thresholds StudentEnrollment uses;
      *   - degree - the course of study and the date conferred from
      *     the Graduated entry on Status-History-File that
      *     GraduationConferral writes, or the alumni record's
      *     graduation date.
      * A student who has suppressed their directory information
      * (ConfidentialFlag Y) is answered BLOCKED with nothing
      * released unless the requester holds their consent.  No SSN
      * digits are ever written to either output.
      *
      * Every answer that releases anything is written to the FERPA
      * disclosure log (DISCLOSE.DAT) - recipient the requester, one
      * line per category released, under the DIRECTORY basis or
      * CONSENT where the requester holds it.  The run's counts are
      * left on STEPCNT.DAT for the nightly driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Verify-Request-File ASSIGN TO WS-Verifyreq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vq-File-Status.

           SELECT Verify-Response-File ASSIGN TO WS-Verifyrsp-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Review-Report ASSIGN TO WS-Verifyrev-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Match-Work-File ASSIGN TO WS-Verifywk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Vw-Key
               FILE STATUS IS Vw-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Alumni-File ASSIGN TO WS-Alumni-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Al-Student-Id
               FILE STATUS IS Al-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

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

           SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lt-File-Status.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One verification request.  Vq-Student-Id and Vq-Ssn-Last4 may
      * be blank, but not both.
       FD  Verify-Request-File.
       01  Vq-Rec.
           02  Vq-Request-Id           PIC X(12).
           02  FILLER                  PIC X(1).
           02  Vq-Requester            PIC X(30).
           02  FILLER                  PIC X(1).
           02  Vq-Lastname             PIC X(20).
           02  FILLER                  PIC X(1).
           02  Vq-Firstname            PIC X(15).
           02  FILLER                  PIC X(1).
           02  Vq-Date-Of-Birth        PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Vq-Student-Id           PIC X(5).
           02  Vq-Student-Id-N REDEFINES Vq-Student-Id PIC 9(5).
           02  FILLER                  PIC X(1).
           02  Vq-Ssn-Last4            PIC X(4).
           02  FILLER                  PIC X(1).
           02  Vq-Verify-Type          PIC X(1).
               88  Vq-Wants-Enrollment VALUE "E" "B".
               88  Vq-Wants-Degree     VALUE "D" "B".
           02  FILLER                  PIC X(1).
           02  Vq-Consent-Flag         PIC X(1).
               88  Vq-Consent-Held     VALUE "Y".

      * One answer per request, in request order.
       FD  Verify-Response-File.
       01  Vr-Rec.
           02  Vr-Request-Id           PIC X(12).
           02  FILLER                  PIC X(1).
           02  Vr-Status               PIC X(8).
           02  FILLER                  PIC X(1).
           02  Vr-Lastname             PIC X(20).
           02  FILLER                  PIC X(1).
           02  Vr-Firstname            PIC X(15).
           02  FILLER                  PIC X(1).
           02  Vr-Enrolled-From        PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Vr-Enrolled-To          PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Vr-Latest-Term          PIC X(6).
           02  FILLER                  PIC X(1).
           02  Vr-Currently-Enrolled   PIC X(1).
           02  FILLER                  PIC X(1).
           02  Vr-Load-Status          PIC X(1).
           02  FILLER                  PIC X(1).
           02  Vr-Degree-Conferred     PIC X(1).
           02  FILLER                  PIC X(1).
           02  Vr-Degree-Course        PIC X(4).
           02  FILLER                  PIC X(1).
           02  Vr-Conferred-Date       PIC 9(8).

       FD  Review-Report.
       01  Review-Print-Line           PIC X(110).

      * Both masters by upper-case last name and date of birth.
       FD  Match-Work-File.
       01  Vw-Rec.
           02  Vw-Key.
               03  Vw-Lastname         PIC X(20).
               03  Vw-Birth-Date       PIC 9(8).
               03  Vw-Student-Id       PIC 9(5).
           02  Vw-Source               PIC X(1).
               88  Vw-From-Alumni      VALUE "A".
           02  Vw-Ssn-Last4            PIC X(4).

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

       FD  Alumni-File.
       01  Alumni-Rec.
           02  Al-Student-Id       PIC 9(5).
           02  Al-Name.
               03  Al-Lastname     PIC X(20).
               03  Al-Firstname    PIC X(15).
               03  Al-Middlename   PIC X(15).
           02  Al-DateOfBirth      PIC 9(8).
           02  Al-SSN              PIC 9(9).
           02  Al-Gender           PIC X.
           02  Al-Address          PIC X(30).
           02  Al-City             PIC X(20).
           02  Al-State            PIC X(2).
           02  Al-ZipCode          PIC 9(5).
           02  Al-CourseCode       PIC X(4).
           02  Al-Campus-Code      PIC X(4).
           02  Al-Graduation-Date  PIC 9(8).
           02  Al-Archived-Date    PIC 9(8).
           02  Al-Confidential-Flag PIC X.

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

       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
               88  Sh-Graduated            VALUE "G".
           02  Sh-Effective-Date           PIC 9(8).

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

      * FERPA disclosure log - one line per student record released
      * outside the institution; DisclosureInquiry prints a
      * student's history from it.
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

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Verifyreq-Path           PIC X(260).
       01  WS-Verifyrsp-Path           PIC X(260).
       01  WS-Verifyrev-Rpt-Path       PIC X(260).
       01  WS-Verifywk-Path            PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Alumni-Path              PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Loadthresh-Path          PIC X(260).
       01  WS-Disclose-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).
       01  WS-Run-User                 PIC X(10).

       01  Vq-File-Status              PIC X(2).
       01  Vw-Status                   PIC X(2).
           88  Vw-Rec-Found            VALUE "00".
           88  Vw-Rec-Not-Found        VALUE "23".
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Al-Status                   PIC X(2).
           88  Al-Rec-Found            VALUE "00".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Lt-File-Status              PIC X(2).
       01  Dx-File-Status              PIC X(2).

       01  WS-Request-Eof-Sw           PIC X VALUE "N".
           88  End-Of-Requests         VALUE "Y".
       01  WS-Scan-Eof-Sw              PIC X.
           88  End-Of-Scan             VALUE "Y".
       01  WS-Alumni-Sw                PIC X VALUE "N".
           88  Alumni-Available        VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Index-Sw                 PIC X VALUE "N".
           88  Match-Index-Built       VALUE "Y".
       01  WS-Match-Sw                 PIC X.
           88  Match-Found             VALUE "Y".
       01  WS-Term-Limit-Sw            PIC X VALUE "N".
           88  Term-Limit-Found        VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Req-Lastname             PIC X(20).
       01  WS-Review-Reason            PIC X(32).
       01  WS-Candidate-Count          PIC 9(3).
       01  WS-Candidate-Id             PIC 9(5).
       01  WS-Candidate-Source         PIC X(1).
           88  Candidate-From-Alumni   VALUE "A".

      * The record a request matched, from whichever master.
       01  WS-Match.
           02  Mt-Student-Id           PIC 9(5).
           02  Mt-Source               PIC X(1).
               88  Mt-From-Alumni      VALUE "A".
           02  Mt-Lastname             PIC X(20).
           02  Mt-Firstname            PIC X(15).
           02  Mt-Birth-Date           PIC 9(8).
           02  Mt-Ssn.
               03  FILLER              PIC X(5).
               03  Mt-Ssn-Last4        PIC X(4).
           02  Mt-Course-Code          PIC X(4).
           02  Mt-Confidential-Flag    PIC X(1).
               88  Mt-Suppressed       VALUE "Y".
           02  Mt-Graduation-Date      PIC 9(8).

      * Enrollment facts gathered for a matched student.
       01  WS-Enrollment.
           02  WS-First-Start          PIC 9(8).
           02  WS-Last-Start           PIC 9(8).
           02  WS-Last-End             PIC 9(8).
           02  WS-Latest-Term          PIC X(6).
           02  WS-Row-Start            PIC 9(8).
           02  WS-Row-End              PIC 9(8).
           02  WS-Term-Hours           PIC 9(3).
       01  WS-Conferred-Date           PIC 9(8).

      * Load-status thresholds for the student's latest term.
       01  WS-Full-Time-Hours          PIC 9(2).
       01  WS-Three-Qtr-Hours          PIC 9(2).
       01  WS-Half-Time-Hours          PIC 9(2).
       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).

       01  Control-Totals.
           02  Ct-Requests             PIC 9(7) VALUE ZEROS.
           02  Ct-Verified             PIC 9(7) VALUE ZEROS.
           02  Ct-Review               PIC 9(7) VALUE ZEROS.
           02  Ct-Blocked              PIC 9(7) VALUE ZEROS.

       01  Rv-Col-Heading.
           02  FILLER                  PIC X(13) VALUE "REQUEST".
           02  FILLER                  PIC X(31) VALUE "REQUESTER".
           02  FILLER                  PIC X(21) VALUE "LAST NAME".
           02  FILLER                  PIC X(9)  VALUE "BIRTH".
           02  FILLER                  PIC X(6)  VALUE "ID".
           02  FILLER                  PIC X(5)  VALUE "SSN".
           02  FILLER                  PIC X(25) VALUE "REASON".

       01  Rv-Detail-Line.
           02  Rv-Request-Id           PIC X(12).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rv-Requester            PIC X(30).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rv-Lastname             PIC X(20).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rv-Birth-Date           PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rv-Student-Id           PIC X(5).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rv-Ssn-Given            PIC X(4).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rv-Reason               PIC X(32).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           OPEN INPUT Verify-Request-File.
           IF Vq-File-Status NOT = "00"
               DISPLAY "No verification requests on file today."
               PERFORM Write-Step-Counts
               STOP RUN
           END-IF.

           OPEN INPUT StudentFile.
           MOVE RecordStatus TO WS-Chk-Status.
           MOVE "OPEN StudentFile" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Alumni-File.
           IF Al-Status = "00"
               MOVE "Y" TO WS-Alumni-Sw
           ELSE
               DISPLAY "No alumni archive on file - current students "
                       "only."
           END-IF.
           OPEN INPUT Student-Enrollment-File.
           MOVE Se-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Enrollment-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Status-History-File.
           MOVE Sh-Status TO WS-Chk-Status.
           MOVE "OPEN Status-History-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Term-Master-File.
           MOVE Tm-Status TO WS-Chk-Status.
           MOVE "OPEN Term-Master-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.
           OPEN OUTPUT Verify-Response-File.
           PERFORM Write-Review-Heading.

           READ Verify-Request-File
               AT END SET End-Of-Requests TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Requests
               PERFORM Verify-One-Request
               READ Verify-Request-File
                   AT END SET End-Of-Requests TO TRUE
               END-READ
           END-PERFORM.

           PERFORM Write-Review-Totals.
           CLOSE Verify-Request-File, Verify-Response-File,
                 Review-Report, StudentFile, Student-Enrollment-File,
                 Status-History-File, Term-Master-File,
                 Disclosure-Log-File.
           IF Alumni-Available
               CLOSE Alumni-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Match-Index-Built
               CLOSE Match-Work-File
           END-IF.

           DISPLAY "Verification run complete - " Ct-Requests
               " requests, " Ct-Verified " verified, " Ct-Review
               " for review, " Ct-Blocked " blocked.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "REQUESTS READ" TO Cnt-Label.
           MOVE Ct-Requests TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "VERIFIED" TO Cnt-Label.
           MOVE Ct-Verified TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "FOR REVIEW" TO Cnt-Label.
           MOVE Ct-Review TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "BLOCKED" TO Cnt-Label.
           MOVE Ct-Blocked TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Verify-One-Request.
           ADD 1 TO Ct-Requests.
           MOVE "N" TO WS-Match-Sw.
           MOVE SPACES TO WS-Review-Reason.
           MOVE FUNCTION UPPER-CASE(Vq-Lastname) TO WS-Req-Lastname.
           IF Vq-Student-Id NUMERIC AND Vq-Student-Id-N > ZEROS
               PERFORM Match-By-Student-Id
           END-IF.
           IF NOT Match-Found AND WS-Review-Reason = SPACES
               IF Vq-Ssn-Last4 NUMERIC
                   PERFORM Match-By-Name-And-Ssn
               ELSE
                   MOVE "NO STUDENT ID OR SSN LAST FOUR"
                       TO WS-Review-Reason
               END-IF
           END-IF.
           IF NOT Match-Found
               PERFORM Answer-For-Review
               EXIT PARAGRAPH
           END-IF.
           IF Mt-Suppressed AND NOT Vq-Consent-Held
               PERFORM Answer-Blocked
               EXIT PARAGRAPH
           END-IF.
           PERFORM Answer-Verified.

      * The record on the requested ID must agree on last name and
      * date of birth.  An ID on neither master falls through to the
      * SSN search when the last four were given.
       Match-By-Student-Id.
           MOVE Vq-Student-Id-N TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF Student-Rec-Found
               PERFORM Take-Student-Master
           ELSE
               IF Alumni-Available
                   MOVE Vq-Student-Id-N TO Al-Student-Id
                   READ Alumni-File
                       KEY IS Al-Student-Id
                       INVALID KEY MOVE "23" TO Al-Status
                   END-READ
               ELSE
                   MOVE "23" TO Al-Status
               END-IF
               IF Al-Rec-Found
                   PERFORM Take-Alumni-Record
               ELSE
                   IF Vq-Ssn-Last4 NOT NUMERIC
                       MOVE "STUDENT ID NOT ON FILE"
                           TO WS-Review-Reason
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF FUNCTION UPPER-CASE(Mt-Lastname) = WS-Req-Lastname
               AND Mt-Birth-Date = Vq-Date-Of-Birth
               AND (Vq-Ssn-Last4 NOT NUMERIC
                    OR Vq-Ssn-Last4 = Mt-Ssn-Last4)
               MOVE "Y" TO WS-Match-Sw
           ELSE
               MOVE "ID ON FILE - NAME/BIRTH/SSN DIFFER"
                   TO WS-Review-Reason
           END-IF.

      * Exactly one record may carry the name, birth date and last
      * four; none or several go to review.
       Match-By-Name-And-Ssn.
           IF NOT Match-Index-Built
               PERFORM Build-Match-Index
           END-IF.
           MOVE ZEROS TO WS-Candidate-Count.
           MOVE WS-Req-Lastname TO Vw-Lastname.
           MOVE Vq-Date-Of-Birth TO Vw-Birth-Date.
           MOVE ZEROS TO Vw-Student-Id.
           START Match-Work-File
               KEY IS >= Vw-Key
               INVALID KEY SET Vw-Rec-Not-Found TO TRUE
               NOT INVALID KEY SET Vw-Rec-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Scan-Eof-Sw.
           IF Vw-Rec-Not-Found
               SET End-Of-Scan TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Scan
               READ Match-Work-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END PERFORM Check-One-Candidate
               END-READ
           END-PERFORM.
           EVALUATE WS-Candidate-Count
               WHEN 0
                   MOVE "NO MATCHING RECORD" TO WS-Review-Reason
               WHEN 1
                   PERFORM Take-Single-Candidate
               WHEN OTHER
                   MOVE "SEVERAL RECORDS MATCH" TO WS-Review-Reason
           END-EVALUATE.

       Check-One-Candidate.
           IF Vw-Lastname NOT = WS-Req-Lastname
               OR Vw-Birth-Date NOT = Vq-Date-Of-Birth
               SET End-Of-Scan TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF Vw-Ssn-Last4 = Vq-Ssn-Last4
               ADD 1 TO WS-Candidate-Count
               MOVE Vw-Student-Id TO WS-Candidate-Id
               MOVE Vw-Source TO WS-Candidate-Source
           END-IF.

       Take-Single-Candidate.
           IF Candidate-From-Alumni
               MOVE WS-Candidate-Id TO Al-Student-Id
               READ Alumni-File
                   KEY IS Al-Student-Id
                   INVALID KEY MOVE "23" TO Al-Status
               END-READ
               IF Al-Rec-Found
                   PERFORM Take-Alumni-Record
                   MOVE "Y" TO WS-Match-Sw
               END-IF
           ELSE
               MOVE WS-Candidate-Id TO StudentId
               READ StudentFile
                   KEY IS StudentId
                   INVALID KEY MOVE "23" TO RecordStatus
               END-READ
               IF Student-Rec-Found
                   PERFORM Take-Student-Master
                   MOVE "Y" TO WS-Match-Sw
               END-IF
           END-IF.
           IF NOT Match-Found
               MOVE "NO MATCHING RECORD" TO WS-Review-Reason
           END-IF.

       Take-Student-Master.
           MOVE SPACES TO WS-Match.
           MOVE StudentId TO Mt-Student-Id.
           MOVE "S" TO Mt-Source.
           MOVE Lastname TO Mt-Lastname.
           MOVE Firstname TO Mt-Firstname.
           MOVE DateOfBirth TO Mt-Birth-Date.
           MOVE StudentSSN TO Mt-Ssn.
           MOVE CourseCode TO Mt-Course-Code.
           MOVE ConfidentialFlag TO Mt-Confidential-Flag.
           MOVE ZEROS TO Mt-Graduation-Date.

       Take-Alumni-Record.
           MOVE SPACES TO WS-Match.
           MOVE Al-Student-Id TO Mt-Student-Id.
           MOVE "A" TO Mt-Source.
           MOVE Al-Lastname TO Mt-Lastname.
           MOVE Al-Firstname TO Mt-Firstname.
           MOVE Al-DateOfBirth TO Mt-Birth-Date.
           MOVE Al-SSN TO Mt-Ssn.
           MOVE Al-CourseCode TO Mt-Course-Code.
           MOVE Al-Confidential-Flag TO Mt-Confidential-Flag.
           MOVE Al-Graduation-Date TO Mt-Graduation-Date.

      * Current students go in first, so a student on both masters
      * is indexed from the live record.
       Build-Match-Index.
           OPEN OUTPUT Match-Work-File.
           CLOSE Match-Work-File.
           OPEN I-O Match-Work-File.
           MOVE Vw-Status TO WS-Chk-Status.
           MOVE "OPEN Match-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           MOVE "Y" TO WS-Index-Sw.

           MOVE ZEROS TO StudentId.
           START StudentFile
               KEY IS >= StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-START.
           MOVE "N" TO WS-Scan-Eof-Sw.
           IF NOT Student-Rec-Found
               SET End-Of-Scan TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Scan
               READ StudentFile NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       PERFORM Take-Student-Master
                       PERFORM Index-One-Record
               END-READ
           END-PERFORM.

           IF NOT Alumni-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO Al-Student-Id.
           START Alumni-File
               KEY IS >= Al-Student-Id
               INVALID KEY MOVE "23" TO Al-Status
           END-START.
           MOVE "N" TO WS-Scan-Eof-Sw.
           IF NOT Al-Rec-Found
               SET End-Of-Scan TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Scan
               READ Alumni-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       PERFORM Take-Alumni-Record
                       PERFORM Index-One-Record
               END-READ
           END-PERFORM.

       Index-One-Record.
           MOVE FUNCTION UPPER-CASE(Mt-Lastname) TO Vw-Lastname.
           MOVE Mt-Birth-Date TO Vw-Birth-Date.
           MOVE Mt-Student-Id TO Vw-Student-Id.
           MOVE Mt-Source TO Vw-Source.
           MOVE Mt-Ssn-Last4 TO Vw-Ssn-Last4.
           WRITE Vw-Rec
               INVALID KEY CONTINUE
           END-WRITE.

       Answer-For-Review.
           ADD 1 TO Ct-Review.
           MOVE SPACES TO Vr-Rec.
           MOVE Vq-Request-Id TO Vr-Request-Id.
           MOVE "REVIEW" TO Vr-Status.
           WRITE Vr-Rec.
           MOVE Vq-Request-Id TO Rv-Request-Id.
           MOVE Vq-Requester TO Rv-Requester.
           MOVE Vq-Lastname TO Rv-Lastname.
           MOVE Vq-Date-Of-Birth TO Rv-Birth-Date.
           MOVE Vq-Student-Id TO Rv-Student-Id.
           IF Vq-Ssn-Last4 NUMERIC
               MOVE "GIVN" TO Rv-Ssn-Given
           ELSE
               MOVE SPACES TO Rv-Ssn-Given
           END-IF.
           MOVE WS-Review-Reason TO Rv-Reason.
           WRITE Review-Print-Line FROM Rv-Detail-Line.

      * Nothing is said about a suppressed student - not even that
      * the record exists.
       Answer-Blocked.
           ADD 1 TO Ct-Blocked.
           MOVE SPACES TO Vr-Rec.
           MOVE Vq-Request-Id TO Vr-Request-Id.
           MOVE "BLOCKED" TO Vr-Status.
           WRITE Vr-Rec.

       Answer-Verified.
           ADD 1 TO Ct-Verified.
           MOVE SPACES TO Vr-Rec.
           MOVE Vq-Request-Id TO Vr-Request-Id.
           MOVE "VERIFIED" TO Vr-Status.
           MOVE Mt-Lastname TO Vr-Lastname.
           MOVE Mt-Firstname TO Vr-Firstname.
           IF Vq-Wants-Enrollment
               PERFORM Gather-Enrollment
               MOVE WS-First-Start TO Vr-Enrolled-From
               MOVE WS-Last-End TO Vr-Enrolled-To
               MOVE WS-Latest-Term TO Vr-Latest-Term
               IF WS-Latest-Term NOT = SPACES
                   AND WS-Last-End NOT < WS-Today
                   MOVE "Y" TO Vr-Currently-Enrolled
               ELSE
                   MOVE "N" TO Vr-Currently-Enrolled
               END-IF
               IF WS-Latest-Term NOT = SPACES
                   PERFORM Set-Load-Status
               END-IF
               MOVE "ENROLLMENT" TO Dx-Data-Category
               PERFORM Log-Verification-Disclosure
           END-IF.
           IF Vq-Wants-Degree
               PERFORM Gather-Degree
               IF WS-Conferred-Date > ZEROS
                   MOVE "Y" TO Vr-Degree-Conferred
                   MOVE Mt-Course-Code TO Vr-Degree-Course
                   MOVE WS-Conferred-Date TO Vr-Conferred-Date
               ELSE
                   MOVE "N" TO Vr-Degree-Conferred
               END-IF
               MOVE "ACADEMIC" TO Dx-Data-Category
               PERFORM Log-Verification-Disclosure
           END-IF.
           WRITE Vr-Rec.

      * The first term is the one starting earliest and the latest
      * the one starting last, by TERMMAST.DAT dates.
       Gather-Enrollment.
           MOVE ZEROS TO WS-First-Start WS-Last-Start WS-Last-End
                         WS-Term-Hours.
           MOVE SPACES TO WS-Latest-Term.
           PERFORM Start-Student-Enrollments.
           PERFORM UNTIL End-Of-Scan
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END PERFORM Take-One-Enrollment
               END-READ
           END-PERFORM.
           IF WS-Latest-Term = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM Start-Student-Enrollments.
           PERFORM UNTIL End-Of-Scan
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END PERFORM Add-Latest-Term-Hours
               END-READ
           END-PERFORM.

       Start-Student-Enrollments.
           MOVE Mt-Student-Id TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code Se-Term-Code.
           MOVE ZEROS TO Se-Section-Num.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
               NOT INVALID KEY SET Se-Rec-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Scan-Eof-Sw.
           IF Se-Rec-Not-Found
               SET End-Of-Scan TO TRUE
           END-IF.

       Take-One-Enrollment.
           IF Se-Student-Id NOT = Mt-Student-Id
               SET End-Of-Scan TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Se-Term-Code TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF Tm-Rec-Found
               MOVE Tm-Start-Date TO WS-Row-Start
               MOVE Tm-End-Date TO WS-Row-End
           ELSE
               MOVE Se-Enrolled-Date TO WS-Row-Start
               MOVE ZEROS TO WS-Row-End
           END-IF.
           IF WS-First-Start = ZEROS
               OR WS-Row-Start < WS-First-Start
               MOVE WS-Row-Start TO WS-First-Start
           END-IF.
           IF WS-Latest-Term = SPACES
               OR WS-Row-Start > WS-Last-Start
               MOVE WS-Row-Start TO WS-Last-Start
               MOVE WS-Row-End TO WS-Last-End
               MOVE Se-Term-Code TO WS-Latest-Term
           END-IF.

       Add-Latest-Term-Hours.
           IF Se-Student-Id NOT = Mt-Student-Id
               SET End-Of-Scan TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF Se-Term-Code = WS-Latest-Term
               PERFORM Get-Module-Credit-Hours
               ADD WS-Module-Credit-Hours TO WS-Term-Hours
           END-IF.

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

       Set-Load-Status.
           PERFORM Load-Term-Thresholds.
           EVALUATE TRUE
               WHEN WS-Term-Hours >= WS-Full-Time-Hours
                   MOVE "F" TO Vr-Load-Status
               WHEN WS-Term-Hours >= WS-Three-Qtr-Hours
                   MOVE "T" TO Vr-Load-Status
               WHEN WS-Term-Hours >= WS-Half-Time-Hours
                   MOVE "H" TO Vr-Load-Status
               WHEN OTHER
                   MOVE "L" TO Vr-Load-Status
           END-EVALUATE.

      * A row for the latest term wins over the ****** row; an
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
               IF Lt-Term-Code = WS-Latest-Term
                   OR (Lt-Default-Row AND NOT Term-Limit-Found)
                   MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
                   MOVE Lt-Three-Qtr-Hours TO WS-Three-Qtr-Hours
                   MOVE Lt-Half-Time-Hours TO WS-Half-Time-Hours
               END-IF
               IF Lt-Term-Code = WS-Latest-Term
                   MOVE "Y" TO WS-Term-Limit-Sw
               END-IF
               READ Load-Threshold-File
                   AT END SET End-Of-Load-Thresholds TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Load-Threshold-File.

      * The latest Graduated entry on the status history is the
      * conferral; an alumni record without one falls back to its
      * archived graduation date.
       Gather-Degree.
           MOVE ZEROS TO WS-Conferred-Date.
           MOVE Mt-Student-Id TO Sh-Student-Id.
           MOVE ZEROS TO Sh-Sequence-Num.
           START Status-History-File
               KEY IS >= Sh-Key
               INVALID KEY SET Sh-Rec-Not-Found TO TRUE
               NOT INVALID KEY SET Sh-Rec-Found TO TRUE
           END-START.
           MOVE "N" TO WS-Scan-Eof-Sw.
           IF Sh-Rec-Not-Found
               SET End-Of-Scan TO TRUE
           END-IF.
           PERFORM UNTIL End-Of-Scan
               READ Status-History-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END PERFORM Take-One-Status
               END-READ
           END-PERFORM.
           IF WS-Conferred-Date = ZEROS AND Mt-From-Alumni
               AND Mt-Graduation-Date NUMERIC
               MOVE Mt-Graduation-Date TO WS-Conferred-Date
           END-IF.

       Take-One-Status.
           IF Sh-Student-Id NOT = Mt-Student-Id
               SET End-Of-Scan TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF Sh-Graduated
               MOVE Sh-Effective-Date TO WS-Conferred-Date
           END-IF.

       Log-Verification-Disclosure.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE Mt-Student-Id TO Dx-Student-Number.
           MOVE Vq-Requester TO Dx-Recipient.
           IF Vq-Consent-Held
               MOVE "CONSENT" TO Dx-Legal-Basis
           ELSE
               MOVE "DIRECTORY" TO Dx-Legal-Basis
           END-IF.
           MOVE WS-Run-User TO Dx-User-Id.
           MOVE "VERIFY" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

       Write-Review-Heading.
           OPEN OUTPUT Review-Report.
           MOVE SPACES TO Review-Print-Line.
           STRING "VERIFICATION REQUESTS FOR REVIEW - RUN " WS-Today
               DELIMITED BY SIZE INTO Review-Print-Line.
           WRITE Review-Print-Line.
           MOVE SPACES TO Review-Print-Line.
           WRITE Review-Print-Line.
           WRITE Review-Print-Line FROM Rv-Col-Heading.
           MOVE ALL "-" TO Review-Print-Line.
           WRITE Review-Print-Line.

       Write-Review-Totals.
           MOVE SPACES TO Review-Print-Line.
           WRITE Review-Print-Line.
           IF Ct-Review = ZEROS
               STRING "No requests need review - every one was "
                      "matched with confidence."
                   DELIMITED BY SIZE INTO Review-Print-Line
               WRITE Review-Print-Line
           END-IF.
           MOVE SPACES TO Review-Print-Line.
           STRING "REQUESTS " Ct-Requests
                  "   VERIFIED " Ct-Verified
                  "   FOR REVIEW " Ct-Review
                  "   BLOCKED " Ct-Blocked
               DELIMITED BY SIZE INTO Review-Print-Line.
           WRITE Review-Print-Line.

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
           ACCEPT WS-Verifyreq-Path FROM ENVIRONMENT "VERIFYREQ_PATH".
           IF WS-Verifyreq-Path = SPACES
               MOVE "VERIFYREQ.DAT" TO WS-Verifyreq-Path
           END-IF.
           ACCEPT WS-Verifyrsp-Path FROM ENVIRONMENT "VERIFYRSP_PATH".
           IF WS-Verifyrsp-Path = SPACES
               MOVE "VERIFYRSP.DAT" TO WS-Verifyrsp-Path
           END-IF.
           ACCEPT WS-Verifyrev-Rpt-Path
               FROM ENVIRONMENT "VERIFYREV_RPT_PATH".
           IF WS-Verifyrev-Rpt-Path = SPACES
               MOVE "VERIFYREV.RPT" TO WS-Verifyrev-Rpt-Path
           END-IF.
           ACCEPT WS-Verifywk-Path FROM ENVIRONMENT "VERIFYWK_PATH".
           IF WS-Verifywk-Path = SPACES
               MOVE "VERIFYWK.DAT" TO WS-Verifywk-Path
           END-IF.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Alumni-Path FROM ENVIRONMENT "ALUMNI_PATH".
           IF WS-Alumni-Path = SPACES
               MOVE "ALUMNI.DAT" TO WS-Alumni-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
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
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
           ACCEPT WS-Run-User FROM ENVIRONMENT "RUN_USER".
           IF WS-Run-User = SPACES
               MOVE "BATCH" TO WS-Run-User
           END-IF.
