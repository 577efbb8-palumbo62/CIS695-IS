       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiiRetentionPurge.
       AUTHOR.  Jon Clark.
      * Yearly retention purge of personal identifiers for students
      * long gone.  StudentSSN, DateOfBirth and the full address
      * used to stay on StudentAdminMasterFile and ALUMNI.DAT for
      * ever, and every backup generation, spool file and archive
      * taken of them carried them too.  This run applies the
      * retention policy table RETPOLICY.DAT - one line per data
      * element (SSN, DOB, ADDRESS) giving the years it is kept after
      * a student's last activity and whether it is then blanked (B)
      * or tokenized (T):
      *
      *   SSN      B - zeros        T - 9000nnnnn (nnnnn = student
      *                                 ID; no SSN begins with 9,
      *                                 so the token can never be
      *                                 mistaken for one)
      *   DOB      B - zeros        T - birth year kept, month and
      *                                 day set to 01 01
      *   ADDRESS  B - street, city, state and ZIP removed
      *            T - street removed, city and state kept, ZIP cut
      *                to its first three digits
      *
      * A student's last activity is the latest of their last
      * Status-History-File entry, their last Student-Enrollment-File
      * enrollment and, for alumni, the graduation date.  A record
      * with none of these on file is left alone and counted.  The
      * name, course, campus, enrollments, status history, and
      * graduation date - the dates of attendance and degree that
      * transcripts still need - are never touched.
      *
      * Every element purged is recorded on the purge register
      * PIIREG.DAT (key file and student ID) so a later run does not
      * purge it again and DataValidationSweep does not report the
      * emptied fields as missing data.  PIICERT.RPT is the
      * certificate of destruction: each record purged, from which
      * file, and what was removed, with totals and sign-off lines.
      * A trial run prints the same certificate, marked TRIAL,
      * without changing anything.
      *
      * Like AlumniArchive, the run is gated on a Maintenance-role
      * User-Access-File login.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               ALTERNATE RECORD KEY IS StudentSSN
                   WITH DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Alumni-File ASSIGN TO WS-Alumni-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Al-Student-Id
               FILE STATUS IS Al-Status.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               FILE STATUS IS Se-Status.

           SELECT Retention-Policy-File ASSIGN TO WS-Retpolicy-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Pii-Register-File ASSIGN TO WS-Piireg-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pg-Key
               FILE STATUS IS Pg-Status.

           SELECT Certificate-File ASSIGN TO WS-Piicert-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       01 StudentRec.
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

       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
           02  Sh-Effective-Date           PIC 9(8).

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

      * One line per data element: element name, years kept after
      * the student's last activity, and B (blank) or T (tokenize).
       FD  Retention-Policy-File.
       01  Rp-Rec.
           02  Rp-Element                  PIC X(8).
           02  FILLER                      PIC X(1).
           02  Rp-Retain-Years             PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Rp-Action                   PIC X(1).

      * One row per purged record - what was removed, when, and the
      * last activity date that made it due.
       FD  Pii-Register-File.
       01  Pg-Rec.
           02  Pg-Key.
               03  Pg-File-Code            PIC X(4).
                   88  Pg-Student-Master   VALUE "STUD".
                   88  Pg-Alumni-File      VALUE "ALUM".
               03  Pg-Student-Id           PIC 9(5).
           02  Pg-Actions.
               03  Pg-Ssn-Action           PIC X(1).
               03  Pg-Dob-Action           PIC X(1).
               03  Pg-Addr-Action          PIC X(1).
           02  Pg-Action-Table REDEFINES Pg-Actions.
               03  Pg-Action OCCURS 3 TIMES PIC X(1).
           02  Pg-Purge-Date               PIC 9(8).
           02  Pg-Last-Activity            PIC 9(8).

       FD  Certificate-File.
       01  Certificate-Print-Line          PIC X(100).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Alumni-Path              PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Retpolicy-Path           PIC X(260).
       01  WS-Piireg-Path              PIC X(260).
       01  WS-Piicert-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Al-Status                   PIC X(2).
           88  Al-Rec-Found            VALUE "00".
           88  Al-Rec-Not-Found        VALUE "23".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).
       01  Pg-Status                   PIC X(2).
           88  Pg-Rec-Found            VALUE "00".
           88  Pg-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Trial-Reply              PIC X VALUE "Y".
           88  Trial-Run               VALUE "Y" "y".

      * Policy by data element - 1 SSN, 2 DOB, 3 ADDRESS.  An element
      * with no line on RETPOLICY.DAT is never purged.
       01  Policy-Table.
           02  Po-Entry OCCURS 3 TIMES.
               03  Po-Element          PIC X(8).
               03  Po-Retain-Years     PIC 9(2).
               03  Po-Action           PIC X(1).
                   88  Po-Blank        VALUE "B".
                   88  Po-Tokenize     VALUE "T".
               03  Po-Cutoff-Date      PIC 9(8).
       01  Po-Idx                      PIC 9.
       01  WS-Policy-Count             PIC 9 VALUE ZEROS.

      * Records purged, by file (1 student master, 2 alumni) and
      * element.
       01  Purge-Count-Table.
           02  Pc-File OCCURS 2 TIMES.
               03  Pc-Element OCCURS 3 TIMES PIC 9(5).
       01  Pc-File-Idx                 PIC 9.

       01  WS-Today                    PIC 9(8).
       01  WS-Scan-Student-Id          PIC 9(5).
       01  WS-Last-Activity            PIC 9(8).
       01  WS-Purged-Sw                PIC X VALUE "N".
           88  Record-Purged           VALUE "Y".

      * The identifying fields of whichever file's record is being
      * purged, moved here and back so both files share one routine.
       01  Wk-Pii.
           02  Wk-DateOfBirth.
               03  Wk-Birth-Year       PIC 9(4).
               03  Wk-Birth-Month-Day  PIC 9(4).
           02  Wk-SSN                  PIC 9(9).
           02  Wk-Address              PIC X(30).
           02  Wk-City                 PIC X(20).
           02  Wk-State                PIC X(2).
           02  Wk-ZipCode.
               03  Wk-Zip-Prefix       PIC 9(3).
               03  Wk-Zip-Suffix       PIC 9(2).
       01  Wk-Ssn-Token.
           02  FILLER                  PIC 9(4) VALUE 9000.
           02  Wk-Token-Id             PIC 9(5).

       01  Ct-Records-Scanned          PIC 9(5) VALUE ZEROS.
       01  Ct-Records-Purged           PIC 9(5) VALUE ZEROS.
       01  Ct-No-Activity              PIC 9(5) VALUE ZEROS.

       01  Cert-Detail-Line.
           02  Cd-File                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cd-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cd-Lastname             PIC X(20).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Cd-Firstname            PIC X(15).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cd-Last-Activity        PIC 9(8).
           02  Cd-Result OCCURS 3 TIMES.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  Cd-Result-Text      PIC X(9).

       01  Cert-Total-Line.
           02  Ct-File                 PIC X(30).
           02  Ct-Element-Count OCCURS 3 TIMES.
               03  FILLER              PIC X(6) VALUE SPACES.
               03  Ct-Count-Edit       PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Retention-Policy.
           IF WS-Policy-Count = ZEROS
               DISPLAY "No retention policy on RETPOLICY.DAT - "
                       "nothing purged."
               STOP RUN
           END-IF.
           DISPLAY "Trial run - print the certificate only, change "
                   "nothing? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Trial-Reply.

           IF Trial-Run
               OPEN INPUT StudentFile
               OPEN INPUT Alumni-File
           ELSE
               OPEN I-O StudentFile
               OPEN I-O Alumni-File
           END-IF.
           OPEN INPUT Status-History-File.
           OPEN INPUT Student-Enrollment-File.
           OPEN I-O Pii-Register-File.
           IF Pg-Status = "05" OR Pg-Status = "35"
               CLOSE Pii-Register-File
               OPEN OUTPUT Pii-Register-File
               CLOSE Pii-Register-File
               OPEN I-O Pii-Register-File
           END-IF.
           INITIALIZE Purge-Count-Table.

           OPEN OUTPUT Certificate-File.
           PERFORM Print-Certificate-Heading.
           IF RecordStatus = "00"
               PERFORM Purge-Student-Master
           ELSE
               DISPLAY "Student master not available - skipped."
           END-IF.
           IF Al-Status = "00"
               PERFORM Purge-Alumni-File
           ELSE
               DISPLAY "Alumni archive not available - skipped."
           END-IF.
           PERFORM Print-Certificate-Totals.
           CLOSE Certificate-File.

           CLOSE StudentFile, Alumni-File, Status-History-File,
                 Student-Enrollment-File, Pii-Register-File.

           DISPLAY " ".
           DISPLAY "----  PII  RETENTION  PURGE  COMPLETE  ----".
           IF Trial-Run
               DISPLAY "*** TRIAL RUN - NO RECORDS CHANGED ***"
           END-IF.
           DISPLAY "Records scanned      : " Ct-Records-Scanned.
           DISPLAY "Records purged       : " Ct-Records-Purged.
           DISPLAY "No activity on file  : " Ct-No-Activity.
           STOP RUN.

      * Each element's cut-off is today less its retention years - a
      * last activity before that date is past retention.
       Load-Retention-Policy.
           MOVE "SSN"     TO Po-Element(1).
           MOVE "DOB"     TO Po-Element(2).
           MOVE "ADDRESS" TO Po-Element(3).
           OPEN INPUT Retention-Policy-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL Rp-File-Status = "10"
               READ Retention-Policy-File
                   AT END MOVE "10" TO Rp-File-Status
                   NOT AT END PERFORM Load-One-Policy
               END-READ
           END-PERFORM.
           CLOSE Retention-Policy-File.
           PERFORM VARYING Po-Idx FROM 1 BY 1 UNTIL Po-Idx > 3
               IF Po-Action(Po-Idx) NOT = SPACE
                   ADD 1 TO WS-Policy-Count
               END-IF
           END-PERFORM.

       Load-One-Policy.
           IF Rp-Action NOT = "B" AND NOT = "T"
               DISPLAY "Retention policy action " Rp-Action
                       " for " Rp-Element " not B or T - ignored."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING Po-Idx FROM 1 BY 1 UNTIL Po-Idx > 3
               IF Rp-Element = Po-Element(Po-Idx)
                   MOVE Rp-Retain-Years TO Po-Retain-Years(Po-Idx)
                   MOVE Rp-Action TO Po-Action(Po-Idx)
                   COMPUTE Po-Cutoff-Date(Po-Idx) =
                       WS-Today - Rp-Retain-Years * 10000
               END-IF
           END-PERFORM.
           IF Rp-Element NOT = "SSN" AND NOT = "DOB"
                   AND NOT = "ADDRESS"
               DISPLAY "Retention policy element " Rp-Element
                       " not recognised - ignored."
           END-IF.

       Purge-Student-Master.
           MOVE 1 TO Pc-File-Idx.
           MOVE LOW-VALUES TO StudentId.
           START StudentFile
               KEY IS >= StudentId
               INVALID KEY SET Student-Rec-Not-Found TO TRUE
           END-START.
           IF Student-Rec-Found
               READ StudentFile NEXT RECORD
                   AT END SET Student-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Student-Rec-Not-Found
                   PERFORM Purge-One-Student
                   READ StudentFile NEXT RECORD
                       AT END SET Student-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Purge-One-Student.
           ADD 1 TO Ct-Records-Scanned.
           MOVE StudentId TO WS-Scan-Student-Id.
           PERFORM Find-Last-Activity.
           IF WS-Last-Activity = ZEROS
               ADD 1 TO Ct-No-Activity
               EXIT PARAGRAPH
           END-IF.
           MOVE "STUD" TO Pg-File-Code.
           MOVE DateOfBirth    TO Wk-DateOfBirth.
           MOVE StudentSSN     TO Wk-SSN.
           MOVE StudentAddress TO Wk-Address.
           MOVE StudentCity    TO Wk-City.
           MOVE StudentState   TO Wk-State.
           MOVE StudentZipCode TO Wk-ZipCode.
           PERFORM Purge-Identifiers.
           IF Record-Purged
               MOVE Wk-DateOfBirth TO DateOfBirth
               MOVE Wk-SSN         TO StudentSSN
               MOVE Wk-Address     TO StudentAddress
               MOVE Wk-City        TO StudentCity
               MOVE Wk-State       TO StudentState
               MOVE Wk-ZipCode     TO StudentZipCode
               IF NOT Trial-Run
                   REWRITE StudentRec
                       INVALID KEY
                           MOVE RecordStatus TO WS-Chk-Status
                           MOVE "REWRITE StudentFile (PII purge)"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
                   PERFORM Save-Register-Entry
               END-IF
               MOVE "STUDENT" TO Cd-File
               MOVE Lastname TO Cd-Lastname
               MOVE Firstname TO Cd-Firstname
               PERFORM Write-Certificate-Line
           END-IF.

       Purge-Alumni-File.
           MOVE 2 TO Pc-File-Idx.
           MOVE LOW-VALUES TO Al-Student-Id.
           START Alumni-File
               KEY IS >= Al-Student-Id
               INVALID KEY SET Al-Rec-Not-Found TO TRUE
           END-START.
           IF Al-Rec-Found
               READ Alumni-File NEXT RECORD
                   AT END SET Al-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Al-Rec-Not-Found
                   PERFORM Purge-One-Alumnus
                   READ Alumni-File NEXT RECORD
                       AT END SET Al-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Purge-One-Alumnus.
           ADD 1 TO Ct-Records-Scanned.
           MOVE Al-Student-Id TO WS-Scan-Student-Id.
           PERFORM Find-Last-Activity.
           IF Al-Graduation-Date > WS-Last-Activity
               MOVE Al-Graduation-Date TO WS-Last-Activity
           END-IF.
           IF WS-Last-Activity = ZEROS
               ADD 1 TO Ct-No-Activity
               EXIT PARAGRAPH
           END-IF.
           MOVE "ALUM" TO Pg-File-Code.
           MOVE Al-DateOfBirth TO Wk-DateOfBirth.
           MOVE Al-SSN         TO Wk-SSN.
           MOVE Al-Address     TO Wk-Address.
           MOVE Al-City        TO Wk-City.
           MOVE Al-State       TO Wk-State.
           MOVE Al-ZipCode     TO Wk-ZipCode.
           PERFORM Purge-Identifiers.
           IF Record-Purged
               MOVE Wk-DateOfBirth TO Al-DateOfBirth
               MOVE Wk-SSN         TO Al-SSN
               MOVE Wk-Address     TO Al-Address
               MOVE Wk-City        TO Al-City
               MOVE Wk-State       TO Al-State
               MOVE Wk-ZipCode     TO Al-ZipCode
               IF NOT Trial-Run
                   REWRITE Alumni-Rec
                       INVALID KEY
                           MOVE Al-Status TO WS-Chk-Status
                           MOVE "REWRITE Alumni-File (PII purge)"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
                   PERFORM Save-Register-Entry
               END-IF
               MOVE "ALUMNI" TO Cd-File
               MOVE Al-Lastname TO Cd-Lastname
               MOVE Al-Firstname TO Cd-Firstname
               PERFORM Write-Certificate-Line
           END-IF.

      * Latest of the student's last status change and last
      * enrollment; zero when neither is on file.
       Find-Last-Activity.
           MOVE ZEROS TO WS-Last-Activity.
           MOVE WS-Scan-Student-Id TO Sh-Student-Id.
           MOVE LOW-VALUES TO Sh-Sequence-Num.
           START Status-History-File
               KEY IS >= Sh-Key
               INVALID KEY SET Sh-Rec-Not-Found TO TRUE
           END-START.
           IF Sh-Rec-Found
               READ Status-History-File NEXT RECORD
                   AT END SET Sh-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Sh-Rec-Not-Found
                       OR Sh-Student-Id NOT = WS-Scan-Student-Id
                   IF Sh-Effective-Date > WS-Last-Activity
                       MOVE Sh-Effective-Date TO WS-Last-Activity
                   END-IF
                   READ Status-History-File NEXT RECORD
                       AT END SET Sh-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-Scan-Student-Id TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code Se-Term-Code.
           MOVE ZEROS TO Se-Section-Num.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Student-Id NOT = WS-Scan-Student-Id
                   IF Se-Enrolled-Date > WS-Last-Activity
                       MOVE Se-Enrolled-Date TO WS-Last-Activity
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      * Applies each element's policy to Wk-Pii for a record past its
      * retention.  An element already on the register for this
      * record was purged by an earlier run and is not counted again.
       Purge-Identifiers.
           MOVE "N" TO WS-Purged-Sw.
           MOVE WS-Scan-Student-Id TO Pg-Student-Id.
           READ Pii-Register-File
               KEY IS Pg-Key
               INVALID KEY
                   MOVE Pg-Status TO WS-Chk-Status
                   MOVE "READ Pii-Register-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
                   MOVE SPACES TO Pg-Actions
                   MOVE ZEROS TO Pg-Purge-Date
           END-READ.
           MOVE SPACES TO Cd-Result-Text(1) Cd-Result-Text(2)
                          Cd-Result-Text(3).
           PERFORM VARYING Po-Idx FROM 1 BY 1 UNTIL Po-Idx > 3
               IF Po-Action(Po-Idx) NOT = SPACE
                   AND Pg-Action(Po-Idx) = SPACE
                   AND WS-Last-Activity < Po-Cutoff-Date(Po-Idx)
                   PERFORM Purge-One-Element
               END-IF
           END-PERFORM.

       Purge-One-Element.
           EVALUATE Po-Idx ALSO TRUE
               WHEN 1 ALSO Po-Blank(Po-Idx)
                   MOVE ZEROS TO Wk-SSN
               WHEN 1 ALSO Po-Tokenize(Po-Idx)
                   MOVE WS-Scan-Student-Id TO Wk-Token-Id
                   MOVE Wk-Ssn-Token TO Wk-SSN
               WHEN 2 ALSO Po-Blank(Po-Idx)
                   MOVE ZEROS TO Wk-DateOfBirth
               WHEN 2 ALSO Po-Tokenize(Po-Idx)
                   IF Wk-Birth-Year NOT = ZEROS
                       MOVE 0101 TO Wk-Birth-Month-Day
                   END-IF
               WHEN 3 ALSO Po-Blank(Po-Idx)
                   MOVE SPACES TO Wk-Address Wk-City Wk-State
                   MOVE ZEROS TO Wk-ZipCode
               WHEN 3 ALSO Po-Tokenize(Po-Idx)
                   MOVE SPACES TO Wk-Address
                   MOVE ZEROS TO Wk-Zip-Suffix
           END-EVALUATE.
           MOVE Po-Action(Po-Idx) TO Pg-Action(Po-Idx).
           IF Po-Blank(Po-Idx)
               MOVE "BLANKED" TO Cd-Result-Text(Po-Idx)
           ELSE
               MOVE "TOKENIZED" TO Cd-Result-Text(Po-Idx)
           END-IF.
           ADD 1 TO Pc-Element(Pc-File-Idx, Po-Idx).
           IF NOT Record-Purged
               MOVE "Y" TO WS-Purged-Sw
               ADD 1 TO Ct-Records-Purged
           END-IF.

       Save-Register-Entry.
           MOVE WS-Today TO Pg-Purge-Date.
           MOVE WS-Last-Activity TO Pg-Last-Activity.
           IF Pg-Rec-Found
               REWRITE Pg-Rec
                   INVALID KEY
                       MOVE Pg-Status TO WS-Chk-Status
                       MOVE "REWRITE Pii-Register-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Pg-Rec
                   INVALID KEY
                       MOVE Pg-Status TO WS-Chk-Status
                       MOVE "WRITE Pii-Register-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Print-Certificate-Heading.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line.
           MOVE "CERTIFICATE  OF  DESTRUCTION  -  PERSONAL  IDENTIFIERS"
               TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Certificate-Print-Line.
           STRING "RUN DATE " WS-Today "  OPERATOR " WS-Login-Userid
               DELIMITED BY SIZE INTO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           IF Trial-Run
               MOVE "*** TRIAL RUN - NOTHING HAS BEEN PURGED ***"
                   TO Certificate-Print-Line
               WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "RETENTION POLICY APPLIED" TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM VARYING Po-Idx FROM 1 BY 1 UNTIL Po-Idx > 3
               MOVE SPACES TO Certificate-Print-Line
               EVALUATE TRUE
                   WHEN Po-Blank(Po-Idx)
                       STRING "  " Po-Element(Po-Idx) "  KEPT "
                           Po-Retain-Years(Po-Idx)
                           " YEARS, THEN BLANKED  (ACTIVITY BEFORE "
                           Po-Cutoff-Date(Po-Idx) ")"
                           DELIMITED BY SIZE
                           INTO Certificate-Print-Line
                   WHEN Po-Tokenize(Po-Idx)
                       STRING "  " Po-Element(Po-Idx) "  KEPT "
                           Po-Retain-Years(Po-Idx)
                           " YEARS, THEN TOKENIZED  (ACTIVITY BEFORE "
                           Po-Cutoff-Date(Po-Idx) ")"
                           DELIMITED BY SIZE
                           INTO Certificate-Print-Line
                   WHEN OTHER
                       STRING "  " Po-Element(Po-Idx)
                           "  NO POLICY - NOT PURGED"
                           DELIMITED BY SIZE
                           INTO Certificate-Print-Line
               END-EVALUATE
               WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Certificate-Print-Line.
           STRING "FILE      STUDENT  NAME"
               "                                  LAST ACT"
               "  SSN        DOB        ADDRESS"
               DELIMITED BY SIZE INTO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.

       Write-Certificate-Line.
           MOVE WS-Scan-Student-Id TO Cd-Student-Id.
           MOVE WS-Last-Activity TO Cd-Last-Activity.
           PERFORM VARYING Po-Idx FROM 1 BY 1 UNTIL Po-Idx > 3
               IF Cd-Result-Text(Po-Idx) = SPACES
                   MOVE "-" TO Cd-Result-Text(Po-Idx)
               END-IF
           END-PERFORM.
           WRITE Certificate-Print-Line FROM Cert-Detail-Line
               AFTER ADVANCING 1 LINE.

       Print-Certificate-Totals.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "RECORDS PURGED BY FILE AND ELEMENT      SSN      DOB"
               TO Certificate-Print-Line.
           MOVE "  ADDRESS" TO Certificate-Print-Line(53:9).
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "  IDXSTUDADM.DAT (STUDENT MASTER)" TO Ct-File.
           MOVE 1 TO Pc-File-Idx.
           PERFORM Write-Total-Line.
           MOVE "  ALUMNI.DAT (ALUMNI ARCHIVE)" TO Ct-File.
           MOVE 2 TO Pc-File-Idx.
           PERFORM Write-Total-Line.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "The identifiers listed above were removed from the"
               TO Certificate-Print-Line.
           MOVE " files named on the run date and cannot be"
               TO Certificate-Print-Line(51:42).
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "recovered from them.  Copies taken before the run"
               TO Certificate-Print-Line.
           MOVE " date - backup generations, spooled reports and"
               TO Certificate-Print-Line(50:47).
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "archives - still hold them until those copies are"
               TO Certificate-Print-Line.
           MOVE " themselves expired or destroyed."
               TO Certificate-Print-Line(50:33).
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 2 LINES.
           MOVE "PURGED BY  ____________________   DATE  __________"
               TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "WITNESSED  ____________________   DATE  __________"
               TO Certificate-Print-Line.
           WRITE Certificate-Print-Line AFTER ADVANCING 1 LINE.

       Write-Total-Line.
           PERFORM VARYING Po-Idx FROM 1 BY 1 UNTIL Po-Idx > 3
               MOVE Pc-Element(Pc-File-Idx, Po-Idx)
                   TO Ct-Count-Edit(Po-Idx)
           END-PERFORM.
           WRITE Certificate-Print-Line FROM Cert-Total-Line
               AFTER ADVANCING 1 LINE.

       Load-User-Access-Table.
           OPEN INPUT User-Access-File.
           IF Ua-File-Status = "00"
               PERFORM UNTIL Ua-File-Status = "10"
                   READ User-Access-File
                       AT END MOVE "10" TO Ua-File-Status
                       NOT AT END PERFORM Load-One-User-Access
                   END-READ
               END-PERFORM
               CLOSE User-Access-File
           ELSE
               DISPLAY "User access file not found - no logins "
                       "available."
           END-IF.

       Load-One-User-Access.
           IF WS-User-Access-Count < WS-User-Access-Max
               ADD 1 TO WS-User-Access-Count
               MOVE Ua-UserId   TO Ua-UserId-Tbl(WS-User-Access-Count)
               MOVE Ua-Password TO Ua-Password-Tbl(WS-User-Access-Count)
               MOVE Ua-Role     TO Ua-Role-Tbl(WS-User-Access-Count)
           ELSE
               DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                       WS-User-Access-Max " accounts on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Prompt-Login.
           DISPLAY " ".
           DISPLAY "User ID: " WITH NO ADVANCING.
           ACCEPT WS-Login-Userid.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-Login-Password.
           MOVE "N" TO WS-Login-Ok-Sw.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Login-Userid
                   AND Ua-Password-Tbl(Ua-Idx) = WS-Login-Password
                   MOVE "Y" TO WS-Login-Ok-Sw
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

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
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Alumni-Path FROM ENVIRONMENT "ALUMNI_PATH".
           IF WS-Alumni-Path = SPACES
               MOVE "ALUMNI.DAT" TO WS-Alumni-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Retpolicy-Path FROM ENVIRONMENT "RETPOLICY_PATH".
           IF WS-Retpolicy-Path = SPACES
               MOVE "RETPOLICY.DAT" TO WS-Retpolicy-Path
           END-IF.
           ACCEPT WS-Piireg-Path FROM ENVIRONMENT "PIIREG_PATH".
           IF WS-Piireg-Path = SPACES
               MOVE "PIIREG.DAT" TO WS-Piireg-Path
           END-IF.
           ACCEPT WS-Piicert-Path FROM ENVIRONMENT "PIICERT_PATH".
           IF WS-Piicert-Path = SPACES
               MOVE "PIICERT.RPT" TO WS-Piicert-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
