       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MaskTestData.
       AUTHOR.  Jon Clark.
      * Builds a masked training and test data set from the
      * production files.  New clerks have always learned
      * StudentAdminForm, StudFeesCashier and StudentEnrollment on the
      * live files, and testing a change meant working on a copy with
      * real SSNs in it.  This utility copies IDXSTUDADM.DAT,
      * STUDMAST.DAT, STUDENR.DAT, ADDRHIST.DAT, CONTACT.DAT and the
      * bookshop files (PRFILE.DAT, BOOKFILE.DAT, PUBFILE.DAT and the
      * lecturer master LECTMAST.DAT the requisitions name) into the
      * separate directory TESTDATA_DIR_PATH, scrambling the personal
      * fields on the way:
      *
      *   Names       replaced from a table of made-up names, picked
      *               by a hash of the real name - the same real name
      *               always becomes the same false one, so
      *               SM-Student-Name still matches the student admin
      *               record and a lecturer's name on PRFILE.DAT still
      *               matches LECTMAST.DAT
      *   SSN         9nnnnnnnn - no SSN is ever issued beginning
      *               with 9, so a test SSN can never be a real one
      *   Birth date  year moved up to two years either way, month
      *               and day replaced
      *   Address     street replaced (again by a hash of the real
      *               one, so the current address and the same address
      *               on ADDRHIST.DAT still agree), city and state
      *               kept, last two ZIP digits replaced
      *   Phone       555-nnn-nnnn
      *   E-mail      STUDENTnnnnn@EXAMPLE.EDU
      *
      * StudentId, SM-Student-Number, lecturer IDs, module codes and
      * every other key are carried unchanged, so the cross-
      * references still join in the test set.  Enrollments, books
      * and publishers hold nothing personal and are copied as they
      * stand.
      *
      * Once the copy is made every test SSN is looked up on the
      * production student admin master by its SSN key.  MASKTEST.RPT
      * gives the records copied per file and the result of that
      * check - it must show no original SSN surviving before the
      * test set is handed out.  The run refuses to start if the test
      * directory would put any copy on top of its production file.
      *
      * Like PiiRetentionPurge, the run is gated on a Maintenance-role
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

           SELECT Test-Studadm-File ASSIGN TO WS-Test-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ta-StudentId
                   WITH NO DUPLICATES
               ALTERNATE RECORD KEY IS Ta-StudentSSN
                   WITH DUPLICATES
               FILE STATUS IS Ta-Status.

           SELECT StudentMasterFile ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Test-Studmast-File ASSIGN TO WS-Test-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Master-Key
               ALTERNATE RECORD KEY IS Tm-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Tm-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS Tm-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Test-Enrollment-File ASSIGN TO WS-Test-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Te-Key
               ALTERNATE RECORD KEY IS Te-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Te-Status.

           SELECT Address-History-File ASSIGN TO WS-Addrhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ah-Key
               FILE STATUS IS Ah-Status.

           SELECT Test-Address-File ASSIGN TO WS-Test-Addrhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Th-Key
               FILE STATUS IS Th-Status.

           SELECT Contact-File ASSIGN TO WS-Contact-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cn-Student-Id
               FILE STATUS IS Cn-Status.

           SELECT Test-Contact-File ASSIGN TO WS-Test-Contact-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tc-Student-Id
               FILE STATUS IS Tc-Status.

           SELECT Lecturer-Master-File ASSIGN TO WS-Lectmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lm-Lecturer-Id
               FILE STATUS IS Lm-Status.

           SELECT Test-Lecturer-File ASSIGN TO WS-Test-Lectmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tl-Lecturer-Id
               FILE STATUS IS Tl-Status.

           SELECT Purchase-Req-File ASSIGN TO WS-Prfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pr-Number
               ALTERNATE RECORD KEY IS Pr-Lecturer-Name
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Pr-Lecturer-Id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Pr-Book-Num
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Pr-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Pr-Status.

           SELECT Test-Req-File ASSIGN TO WS-Test-Prfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tr-Number
               ALTERNATE RECORD KEY IS Tr-Lecturer-Name
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Tr-Lecturer-Id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Tr-Book-Num
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Tr-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Tr-Status.

           SELECT Book-File ASSIGN TO WS-Bookfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bf-Book-Num
               ALTERNATE RECORD KEY IS Bf-Publisher-Num
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Bf-ISBN
                   WITH DUPLICATES
               FILE STATUS IS Bf-Status.

           SELECT Test-Book-File ASSIGN TO WS-Test-Bookfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tb-Book-Num
               ALTERNATE RECORD KEY IS Tb-Publisher-Num
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Tb-ISBN
                   WITH DUPLICATES
               FILE STATUS IS Tb-Status.

           SELECT Publisher-File ASSIGN TO WS-Pubfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pf-Publisher-Num
               ALTERNATE RECORD KEY IS Pf-Publisher-Name
               FILE STATUS IS Pf-Status.

           SELECT Test-Publisher-File ASSIGN TO WS-Test-Pubfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tp-Publisher-Num
               ALTERNATE RECORD KEY IS Tp-Publisher-Name
               FILE STATUS IS Tp-Status.

           SELECT Mask-Report-File ASSIGN TO WS-Maskrpt-Path
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

       FD  Test-Studadm-File.
       01  Ta-StudentRec.
           02  Ta-StudentId        PIC 9(5).
           02  Ta-StudentName.
               03 Ta-Lastname      PIC X(20).
               03 Ta-Firstname     PIC X(15).
               03 Ta-Middlename    PIC X(15).
           02  Ta-DateOfBirth.
               03 Ta-BirthYear     PIC 9(4).
               03 Ta-BirthMonth    PIC 9(2).
               03 Ta-BirthDay      PIC 9(2).
           02  Ta-StudentSSN       PIC 9(9).
           02  Ta-Gender           PIC X.
           02  Ta-StudentAddress   PIC X(30).
           02  Ta-StudentCity      PIC X(20).
           02  Ta-StudentState     PIC X(2).
           02  Ta-StudentZipCode   PIC 9(5).
           02  Ta-CourseCode       PIC X(4).
           02  Ta-Campus-Code      PIC X(4).
           02  Ta-ConfidentialFlag PIC X.

       FD  StudentMasterFile.
       01  SM-Rec.
           02  SM-Master-Key.
               03  SM-Student-Number       PIC 9(7).
               03  SM-Term-Code            PIC X(6).
           02  SM-Student-Name             PIC X(30).
           02  FILLER                      PIC X(5).
           02  SM-Prior-Balance-Fwd        PIC S9(7)V99.
           02  SM-Fees-Owed                PIC 9(7).
           02  SM-Tuition-Owed             PIC 9(7).
           02  SM-Housing-Owed             PIC 9(7).
           02  SM-Lab-Owed                 PIC 9(7).
           02  SM-Library-Owed             PIC 9(7).
           02  SM-Late-Fee-Owed            PIC 9(7).
           02  SM-Late-Fee-Flag            PIC X.
           02  SM-Amount-Paid              PIC S9(7)V99.
           02  SM-Tuition-Paid             PIC 9(7)V99.
           02  SM-Housing-Paid             PIC 9(7)V99.
           02  SM-Lab-Paid                 PIC 9(7)V99.
           02  SM-Library-Paid             PIC 9(7)V99.
           02  SM-Late-Fee-Paid            PIC 9(7)V99.
           02  SM-Fee-Due-Date             PIC 9(8).
           02  SM-Collection-Flag          PIC X.
           02  SM-Parking-Owed             PIC 9(7).
           02  SM-Parking-Paid             PIC 9(7)V99.
           02  SM-Bookshop-Owed            PIC 9(7).
           02  SM-Bookshop-Paid            PIC 9(7)V99.
           02  SM-Insurance-Owed           PIC 9(7).
           02  SM-Insurance-Paid           PIC 9(7)V99.

       FD  Test-Studmast-File.
       01  Tm-Rec.
           02  Tm-Master-Key.
               03  Tm-Student-Number       PIC 9(7).
               03  Tm-Term-Code            PIC X(6).
           02  Tm-Student-Name             PIC X(30).
           02  FILLER                      PIC X(5).
           02  Tm-Prior-Balance-Fwd        PIC S9(7)V99.
           02  Tm-Fees-Owed                PIC 9(7).
           02  Tm-Tuition-Owed             PIC 9(7).
           02  Tm-Housing-Owed             PIC 9(7).
           02  Tm-Lab-Owed                 PIC 9(7).
           02  Tm-Library-Owed             PIC 9(7).
           02  Tm-Late-Fee-Owed            PIC 9(7).
           02  Tm-Late-Fee-Flag            PIC X.
           02  Tm-Amount-Paid              PIC S9(7)V99.
           02  Tm-Tuition-Paid             PIC 9(7)V99.
           02  Tm-Housing-Paid             PIC 9(7)V99.
           02  Tm-Lab-Paid                 PIC 9(7)V99.
           02  Tm-Library-Paid             PIC 9(7)V99.
           02  Tm-Late-Fee-Paid            PIC 9(7)V99.
           02  Tm-Fee-Due-Date             PIC 9(8).
           02  Tm-Collection-Flag          PIC X.
           02  Tm-Parking-Owed             PIC 9(7).
           02  Tm-Parking-Paid             PIC 9(7)V99.
           02  Tm-Bookshop-Owed            PIC 9(7).
           02  Tm-Bookshop-Paid            PIC 9(7)V99.
           02  Tm-Insurance-Owed           PIC 9(7).
           02  Tm-Insurance-Paid           PIC 9(7)V99.

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

       FD  Test-Enrollment-File.
       01  Te-Rec.
           02  Te-Key.
               03  Te-Student-Id           PIC 9(5).
               03  Te-Module-Code          PIC X(5).
               03  Te-Term-Code            PIC X(6).
               03  Te-Section-Num          PIC 9(2).
           02  Te-Enrolled-Date            PIC 9(8).
           02  Te-Grade                    PIC X(1).
           02  Te-Sessions-Held            PIC 9(3).
           02  Te-Sessions-Attended        PIC 9(3).
           02  Te-Campus-Code              PIC X(4).

       FD  Address-History-File.
       01  Ah-Rec.
           02  Ah-Key.
               03  Ah-Student-Id           PIC 9(5).
               03  Ah-Address-Type         PIC X(1).
               03  Ah-Effective-Date       PIC 9(8).
           02  Ah-Address                  PIC X(30).
           02  Ah-City                     PIC X(20).
           02  Ah-State                    PIC X(2).
           02  Ah-Zip-Code                 PIC 9(5).

       FD  Test-Address-File.
       01  Th-Rec.
           02  Th-Key.
               03  Th-Student-Id           PIC 9(5).
               03  Th-Address-Type         PIC X(1).
               03  Th-Effective-Date       PIC 9(8).
           02  Th-Address                  PIC X(30).
           02  Th-City                     PIC X(20).
           02  Th-State                    PIC X(2).
           02  Th-Zip-Code                 PIC 9(5).

       FD  Contact-File.
       01  Cn-Rec.
           02  Cn-Student-Id           PIC 9(5).
           02  Cn-Phone                PIC X(12).
           02  Cn-Email                PIC X(40).
           02  Cn-Preferred-Channel    PIC X(1).

       FD  Test-Contact-File.
       01  Tc-Rec.
           02  Tc-Student-Id           PIC 9(5).
           02  Tc-Phone                PIC X(12).
           02  Tc-Email                PIC X(40).
           02  Tc-Preferred-Channel    PIC X(1).

       FD  Lecturer-Master-File.
       01  Lm-Rec.
           02  Lm-Lecturer-Id          PIC X(6).
           02  Lm-Lecturer-Name        PIC X(20).
           02  Lm-Department           PIC X(4).
           02  Lm-Campus-Code          PIC X(4).
           02  Lm-Contract-Hours       PIC 9(2).
           02  Lm-Max-Hours            PIC 9(2).
           02  Lm-Dept-Head            PIC X(1).

       FD  Test-Lecturer-File.
       01  Tl-Rec.
           02  Tl-Lecturer-Id          PIC X(6).
           02  Tl-Lecturer-Name        PIC X(20).
           02  Tl-Department           PIC X(4).
           02  Tl-Campus-Code          PIC X(4).
           02  Tl-Contract-Hours       PIC 9(2).
           02  Tl-Max-Hours            PIC 9(2).

       FD  Purchase-Req-File.
       01  Pr-Rec.
           02  Pr-Number               PIC 9(4).
           02  Pr-Lecturer-Name        PIC X(20).
           02  Pr-Lecturer-Id          PIC X(6).
           02  Pr-Book-Num             PIC 9(4).
           02  Pr-Module-Code          PIC X(5).
           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Test-Req-File.
       01  Tr-Rec.
           02  Tr-Number               PIC 9(4).
           02  Tr-Lecturer-Name        PIC X(20).
           02  Tr-Lecturer-Id          PIC X(6).
           02  Tr-Book-Num             PIC 9(4).
           02  Tr-Module-Code          PIC X(5).
           02  Tr-Copies-Required      PIC 9(3).
           02  Tr-Semester             PIC 9.
           02  Tr-Academic-Year        PIC 9(4).
           02  Tr-Adoption-Status      PIC X(1).
           02  Tr-Confirm-By-Date      PIC 9(8).
           02  Tr-Rolled-From-Num      PIC 9(4).

       FD  Book-File.
       01  Book-Rec.
           02  Bf-Book-Num             PIC 9(4).
           02  Bf-Publisher-Num        PIC 9(4).
           02  Bf-Book-Title           PIC X(30).
           02  Bf-On-Hand-Qty          PIC 9(4).
           02  Bf-Reorder-Point        PIC 9(4).
           02  Bf-Unit-Cost            PIC 9(4)V99.
           02  Bf-Retail-Price         PIC 9(4)V99.
           02  Bf-Used-On-Hand-Qty     PIC 9(4).
           02  Bf-Used-Price           PIC 9(4)V99.
           02  Bf-ISBN                 PIC X(13).
           02  Bf-Campus-Code          PIC X(4).

       FD  Test-Book-File.
       01  Tb-Rec.
           02  Tb-Book-Num             PIC 9(4).
           02  Tb-Publisher-Num        PIC 9(4).
           02  Tb-Book-Title           PIC X(30).
           02  Tb-On-Hand-Qty          PIC 9(4).
           02  Tb-Reorder-Point        PIC 9(4).
           02  Tb-Unit-Cost            PIC 9(4)V99.
           02  Tb-Retail-Price         PIC 9(4)V99.
           02  Tb-Used-On-Hand-Qty     PIC 9(4).
           02  Tb-Used-Price           PIC 9(4)V99.
           02  Tb-ISBN                 PIC X(13).
           02  Tb-Campus-Code          PIC X(4).

       FD  Publisher-File.
       01  Publisher-Rec.
           02  Pf-Publisher-Num        PIC 9(4).
           02  Pf-Publisher-Name       PIC X(20).
           02  Pf-Publisher-Address    PIC X(40).

       FD  Test-Publisher-File.
       01  Tp-Rec.
           02  Tp-Publisher-Num        PIC 9(4).
           02  Tp-Publisher-Name       PIC X(20).
           02  Tp-Publisher-Address    PIC X(40).

       FD  Mask-Report-File.
       01  Mask-Print-Line             PIC X(100).

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
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Addrhist-Path            PIC X(260).
       01  WS-Contact-Path             PIC X(260).
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Prfile-Path              PIC X(260).
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Pubfile-Path             PIC X(260).
       01  WS-Maskrpt-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Testdata-Dir-Path        PIC X(240).

      * The same files in the test directory, built in
      * Build-Test-Paths from WS-Testdata-Dir-Path.
       01  WS-Test-Idxstudadm-Path     PIC X(260).
       01  WS-Test-Studmast-Path       PIC X(260).
       01  WS-Test-Studenr-Path        PIC X(260).
       01  WS-Test-Addrhist-Path       PIC X(260).
       01  WS-Test-Contact-Path        PIC X(260).
       01  WS-Test-Lectmast-Path       PIC X(260).
       01  WS-Test-Prfile-Path         PIC X(260).
       01  WS-Test-Bookfile-Path       PIC X(260).
       01  WS-Test-Pubfile-Path        PIC X(260).

       01  RecordStatus                PIC X(2).
       01  Ta-Status                   PIC X(2).
       01  SM-File-Status              PIC X(2).
       01  Tm-Status                   PIC X(2).
       01  Se-Status                   PIC X(2).
       01  Te-Status                   PIC X(2).
       01  Ah-Status                   PIC X(2).
       01  Th-Status                   PIC X(2).
       01  Cn-Status                   PIC X(2).
       01  Tc-Status                   PIC X(2).
       01  Lm-Status                   PIC X(2).
       01  Tl-Status                   PIC X(2).
       01  Pr-Status                   PIC X(2).
       01  Tr-Status                   PIC X(2).
       01  Bf-Status                   PIC X(2).
       01  Tb-Status                   PIC X(2).
       01  Pf-Status                   PIC X(2).
       01  Tp-Status                   PIC X(2).
       01  Ua-File-Status              PIC X(2).

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

       01  WS-Confirm-Reply            PIC X VALUE "N".
           88  Confirm-Yes             VALUE "Y" "y".
       01  WS-Same-Path-Sw             PIC X VALUE "N".
           88  Test-Path-Is-Production VALUE "Y".
       01  WS-Studadm-Open-Sw          PIC X VALUE "N".
           88  Studadm-Open            VALUE "Y".
       01  WS-End-Of-Copy-Sw           PIC X VALUE "N".
           88  End-Of-Copy             VALUE "Y".

       01  WS-Today                    PIC 9(8).
       01  WS-Current-Year             PIC 9(4).

      * Records read and written per file, in the order copied.
       01  File-Name-Values.
           02  FILLER  PIC X(14) VALUE "IDXSTUDADM.DAT".
           02  FILLER  PIC X(14) VALUE "STUDMAST.DAT".
           02  FILLER  PIC X(14) VALUE "STUDENR.DAT".
           02  FILLER  PIC X(14) VALUE "ADDRHIST.DAT".
           02  FILLER  PIC X(14) VALUE "CONTACT.DAT".
           02  FILLER  PIC X(14) VALUE "LECTMAST.DAT".
           02  FILLER  PIC X(14) VALUE "PRFILE.DAT".
           02  FILLER  PIC X(14) VALUE "BOOKFILE.DAT".
           02  FILLER  PIC X(14) VALUE "PUBFILE.DAT".
       01  File-Name-Table REDEFINES File-Name-Values.
           02  Fn-Name OCCURS 9 TIMES  PIC X(14).
       01  File-Count-Table.
           02  Fc-Entry OCCURS 9 TIMES.
               03  Fc-Read             PIC 9(7).
               03  Fc-Written          PIC 9(7).
               03  Fc-Not-Written      PIC 9(7).
               03  Fc-Open-Sw          PIC X(1).
                   88  Fc-Not-On-File  VALUE "N".
       01  Fc-Idx                      PIC 9(2).

      * Made-up names and streets the masked values are picked from.
       01  Fake-Surname-Values.
           02  FILLER  PIC X(12) VALUE "ASHCROFT".
           02  FILLER  PIC X(12) VALUE "BRAMWELL".
           02  FILLER  PIC X(12) VALUE "CALLOWAY".
           02  FILLER  PIC X(12) VALUE "DUNMORE".
           02  FILLER  PIC X(12) VALUE "ELLSWORTH".
           02  FILLER  PIC X(12) VALUE "FAIRCLOTH".
           02  FILLER  PIC X(12) VALUE "GARRISON".
           02  FILLER  PIC X(12) VALUE "HOLLOWAY".
           02  FILLER  PIC X(12) VALUE "IRELAND".
           02  FILLER  PIC X(12) VALUE "JESSOP".
           02  FILLER  PIC X(12) VALUE "KINGSLEY".
           02  FILLER  PIC X(12) VALUE "LANGDON".
           02  FILLER  PIC X(12) VALUE "MARLOWE".
           02  FILLER  PIC X(12) VALUE "NORCROSS".
           02  FILLER  PIC X(12) VALUE "OAKLEY".
           02  FILLER  PIC X(12) VALUE "PENROSE".
           02  FILLER  PIC X(12) VALUE "QUINLAN".
           02  FILLER  PIC X(12) VALUE "RADCLIFFE".
           02  FILLER  PIC X(12) VALUE "SUTHERLAND".
           02  FILLER  PIC X(12) VALUE "THORNBURY".
           02  FILLER  PIC X(12) VALUE "UPTON".
           02  FILLER  PIC X(12) VALUE "VANCE".
           02  FILLER  PIC X(12) VALUE "WHITLOCK".
           02  FILLER  PIC X(12) VALUE "YARDLEY".
           02  FILLER  PIC X(12) VALUE "ZELLER".
       01  Fake-Surname-Table REDEFINES Fake-Surname-Values.
           02  Fake-Surname OCCURS 25 TIMES PIC X(12).

       01  Fake-Given-Values.
           02  FILLER  PIC X(10) VALUE "ALICE".
           02  FILLER  PIC X(10) VALUE "BERNARD".
           02  FILLER  PIC X(10) VALUE "CAROL".
           02  FILLER  PIC X(10) VALUE "DESMOND".
           02  FILLER  PIC X(10) VALUE "EILEEN".
           02  FILLER  PIC X(10) VALUE "FRANCIS".
           02  FILLER  PIC X(10) VALUE "GRACE".
           02  FILLER  PIC X(10) VALUE "HAROLD".
           02  FILLER  PIC X(10) VALUE "IRENE".
           02  FILLER  PIC X(10) VALUE "JULIAN".
           02  FILLER  PIC X(10) VALUE "KATHLEEN".
           02  FILLER  PIC X(10) VALUE "LEONARD".
           02  FILLER  PIC X(10) VALUE "MARGARET".
           02  FILLER  PIC X(10) VALUE "NIGEL".
           02  FILLER  PIC X(10) VALUE "OLIVE".
           02  FILLER  PIC X(10) VALUE "PATRICK".
           02  FILLER  PIC X(10) VALUE "ROSALIND".
           02  FILLER  PIC X(10) VALUE "SIMON".
           02  FILLER  PIC X(10) VALUE "THERESA".
           02  FILLER  PIC X(10) VALUE "VINCENT".
           02  FILLER  PIC X(10) VALUE "WINIFRED".
           02  FILLER  PIC X(10) VALUE "ALBERT".
           02  FILLER  PIC X(10) VALUE "BEATRICE".
           02  FILLER  PIC X(10) VALUE "CLIFFORD".
           02  FILLER  PIC X(10) VALUE "DOROTHY".
       01  Fake-Given-Table REDEFINES Fake-Given-Values.
           02  Fake-Given OCCURS 25 TIMES PIC X(10).

       01  Fake-Initial-Values         PIC X(18)
                                       VALUE "ABCDEFGHJKLMNPRSTW".
       01  Fake-Initial-Table REDEFINES Fake-Initial-Values.
           02  Fake-Initial OCCURS 18 TIMES PIC X(1).

       01  Fake-Street-Values.
           02  FILLER  PIC X(20) VALUE "ACORN LANE".
           02  FILLER  PIC X(20) VALUE "BIRCH AVENUE".
           02  FILLER  PIC X(20) VALUE "CEDAR COURT".
           02  FILLER  PIC X(20) VALUE "DOGWOOD DRIVE".
           02  FILLER  PIC X(20) VALUE "ELM STREET".
           02  FILLER  PIC X(20) VALUE "FERN ROAD".
           02  FILLER  PIC X(20) VALUE "GROVE TERRACE".
           02  FILLER  PIC X(20) VALUE "HAZEL WAY".
           02  FILLER  PIC X(20) VALUE "IVY PLACE".
           02  FILLER  PIC X(20) VALUE "JUNIPER STREET".
           02  FILLER  PIC X(20) VALUE "LAUREL AVENUE".
           02  FILLER  PIC X(20) VALUE "MAPLE DRIVE".
           02  FILLER  PIC X(20) VALUE "OAK STREET".
           02  FILLER  PIC X(20) VALUE "PINE ROAD".
           02  FILLER  PIC X(20) VALUE "QUARRY LANE".
           02  FILLER  PIC X(20) VALUE "ROWAN COURT".
           02  FILLER  PIC X(20) VALUE "SPRUCE WAY".
           02  FILLER  PIC X(20) VALUE "THISTLE ROAD".
           02  FILLER  PIC X(20) VALUE "WILLOW AVENUE".
           02  FILLER  PIC X(20) VALUE "YEW PLACE".
       01  Fake-Street-Table REDEFINES Fake-Street-Values.
           02  Fake-Street OCCURS 20 TIMES PIC X(20).

      * Hash of the real value a masked value is picked by - the same
      * text always hashes the same, which is what keeps the masking
      * consistent from one file to the next.
       01  WS-Hash-Text                PIC X(40).
       01  WS-Hash-Pos                 PIC 9(2) COMP.
       01  WS-Hash-Work                PIC 9(11).
       01  WS-Hash-Value               PIC 9(9).
       01  WS-Hash-Quot                PIC 9(9).
       01  WS-Pick-Idx                 PIC 9(2).
       01  WS-Initial-Idx              PIC 9(2).
       01  WS-House-Number             PIC 9(4).
       01  WS-Phone-Exchange           PIC 9(3).
       01  WS-Phone-Line               PIC 9(4).
       01  WS-Year-Shift               PIC 9.
       01  WS-Mix-Work                 PIC 9(7).

      * The personal fields of whichever record is being masked,
      * moved here and back so every file shares one routine.
       01  Wk-Student-Name.
           02  Wk-Lastname             PIC X(20).
           02  Wk-Firstname            PIC X(15).
           02  Wk-Middlename           PIC X(15).
       01  Wk-Address                  PIC X(30).
       01  Wk-ZipCode.
           02  Wk-Zip-Prefix           PIC 9(3).
           02  Wk-Zip-Suffix           PIC 9(2).
       01  Wk-Lecturer-Name            PIC X(20).
       01  Wk-Ssn-Token.
           02  FILLER                  PIC 9(1) VALUE 9.
           02  Wk-Token-Mix            PIC 9(3).
           02  Wk-Token-Id             PIC 9(5).
       01  Wk-Ssn-Token-Num REDEFINES Wk-Ssn-Token PIC 9(9).

       01  Ssn-Check-Counts.
           02  Ct-Ssn-Checked          PIC 9(7) VALUE ZEROS.
           02  Ct-Ssn-Unchanged        PIC 9(7) VALUE ZEROS.
           02  Ct-Ssn-On-Production    PIC 9(7) VALUE ZEROS.
           02  Ct-Ssn-Out-Of-Range     PIC 9(7) VALUE ZEROS.
           02  Ct-Ssn-Survived         PIC 9(7) VALUE ZEROS.

       01  File-Count-Line.
           02  Fl-Name                 PIC X(14).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Fl-Read                 PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Fl-Written              PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Fl-Not-Written          PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Fl-Note                 PIC X(30).

       01  Ssn-Check-Line.
           02  Sc-Label                PIC X(44).
           02  Sc-Count                PIC Z,ZZZ,ZZ9.

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
           MOVE WS-Today(1:4) TO WS-Current-Year.
           PERFORM Build-Test-Paths.
           IF Test-Path-Is-Production
               DISPLAY "Test data directory "
                       FUNCTION TRIM(WS-Testdata-Dir-Path)
                       " holds the production files - run refused."
               STOP RUN
           END-IF.
           DISPLAY "Build masked test data in "
                   FUNCTION TRIM(WS-Testdata-Dir-Path)
                   " - any test files there are replaced. (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-Confirm-Reply.
           IF NOT Confirm-Yes
               DISPLAY "Nothing copied."
               STOP RUN
           END-IF.

           INITIALIZE File-Count-Table.
           OPEN INPUT StudentFile.
           IF RecordStatus = "00"
               MOVE "Y" TO WS-Studadm-Open-Sw
           END-IF.
           PERFORM Copy-Studadm-File.
           PERFORM Copy-Studmast-File.
           PERFORM Copy-Enrollment-File.
           PERFORM Copy-Address-File.
           PERFORM Copy-Contact-File.
           PERFORM Copy-Lecturer-File.
           PERFORM Copy-Req-File.
           PERFORM Copy-Book-File.
           PERFORM Copy-Publisher-File.
           PERFORM Check-Masked-Ssns.
           IF Studadm-Open
               CLOSE StudentFile
           END-IF.

           OPEN OUTPUT Mask-Report-File.
           PERFORM Print-Mask-Report.
           CLOSE Mask-Report-File.

           DISPLAY " ".
           DISPLAY "----  MASKED  TEST  DATA  COMPLETE  ----".
           PERFORM VARYING Fc-Idx FROM 1 BY 1 UNTIL Fc-Idx > 9
               IF Fc-Not-On-File(Fc-Idx)
                   DISPLAY Fn-Name(Fc-Idx) " : not on file - skipped"
               ELSE
                   DISPLAY Fn-Name(Fc-Idx) " : " Fc-Written(Fc-Idx)
                           " copied"
               END-IF
           END-PERFORM.
           DISPLAY "Test SSNs checked   : " Ct-Ssn-Checked.
           IF Ct-Ssn-Survived = ZEROS
               DISPLAY "No original SSN survives in the test data."
           ELSE
               DISPLAY "*** " Ct-Ssn-Survived " test SSN(s) match "
                       "production - do not release the test data. ***"
           END-IF.
           STOP RUN.

      * A test path equal to its production path would copy a file
      * over itself, so the whole run is refused.
       Build-Test-Paths.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "IDXSTUDADM.DAT" DELIMITED BY SIZE
               INTO WS-Test-Idxstudadm-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "STUDMAST.DAT" DELIMITED BY SIZE
               INTO WS-Test-Studmast-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "STUDENR.DAT" DELIMITED BY SIZE
               INTO WS-Test-Studenr-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "ADDRHIST.DAT" DELIMITED BY SIZE
               INTO WS-Test-Addrhist-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "CONTACT.DAT" DELIMITED BY SIZE
               INTO WS-Test-Contact-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "LECTMAST.DAT" DELIMITED BY SIZE
               INTO WS-Test-Lectmast-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "PRFILE.DAT" DELIMITED BY SIZE
               INTO WS-Test-Prfile-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "BOOKFILE.DAT" DELIMITED BY SIZE
               INTO WS-Test-Bookfile-Path.
           STRING FUNCTION TRIM(WS-Testdata-Dir-Path) DELIMITED BY SIZE
                  "PUBFILE.DAT" DELIMITED BY SIZE
               INTO WS-Test-Pubfile-Path.
           IF WS-Test-Idxstudadm-Path = WS-Idxstudadm-Path
               OR WS-Test-Studmast-Path = WS-Studmast-Path
               OR WS-Test-Studenr-Path = WS-Studenr-Path
               OR WS-Test-Addrhist-Path = WS-Addrhist-Path
               OR WS-Test-Contact-Path = WS-Contact-Path
               OR WS-Test-Lectmast-Path = WS-Lectmast-Path
               OR WS-Test-Prfile-Path = WS-Prfile-Path
               OR WS-Test-Bookfile-Path = WS-Bookfile-Path
               OR WS-Test-Pubfile-Path = WS-Pubfile-Path
               MOVE "Y" TO WS-Same-Path-Sw
           END-IF.

       Copy-Studadm-File.
           MOVE 1 TO Fc-Idx.
           IF NOT Studadm-Open
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Studadm-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE LOW-VALUES TO StudentRec.
           START StudentFile KEY IS GREATER THAN StudentId
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ StudentFile NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Studadm
               END-READ
           END-PERFORM.
           CLOSE Test-Studadm-File.

       Copy-One-Studadm.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE StudentRec TO Ta-StudentRec.
           MOVE Ta-StudentName TO Wk-Student-Name.
           PERFORM Mask-Student-Name.
           MOVE Wk-Student-Name TO Ta-StudentName.
           PERFORM Mask-Birth-Date.
           IF Ta-StudentSSN NOT = ZEROS
               PERFORM Make-Ssn-Token
               MOVE Wk-Ssn-Token-Num TO Ta-StudentSSN
           END-IF.
           MOVE Ta-StudentAddress TO Wk-Address.
           MOVE Ta-StudentZipCode TO Wk-ZipCode.
           PERFORM Mask-Street-Address.
           MOVE Wk-Address TO Ta-StudentAddress.
           MOVE Wk-ZipCode TO Ta-StudentZipCode.
           WRITE Ta-StudentRec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

      * The fee master carries the student's name as one field.  The
      * name is taken from the student admin record (SM-Student-Number
      * is StudentId zero-extended) and masked the same way, so both
      * files show the same false name for the same student.
       Copy-Studmast-File.
           MOVE 2 TO Fc-Idx.
           OPEN INPUT StudentMasterFile.
           IF SM-File-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Studmast-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE LOW-VALUES TO SM-Master-Key.
           START StudentMasterFile KEY IS GREATER THAN SM-Master-Key
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ StudentMasterFile NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Studmast
               END-READ
           END-PERFORM.
           CLOSE StudentMasterFile, Test-Studmast-File.

       Copy-One-Studmast.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE SM-Rec TO Tm-Rec.
           IF SM-Student-Name NOT = SPACES
               PERFORM Mask-Fee-Master-Name
           END-IF.
           WRITE Tm-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Mask-Fee-Master-Name.
           MOVE SPACES TO Wk-Student-Name.
           IF Studadm-Open AND SM-Student-Number < 100000
               MOVE SM-Student-Number TO StudentId
               READ StudentFile KEY IS StudentId
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE StudentName TO Wk-Student-Name
               END-READ
           END-IF.
           IF Wk-Student-Name = SPACES
               MOVE SM-Student-Name TO Wk-Lastname
               MOVE SM-Student-Name TO Wk-Firstname
           END-IF.
           PERFORM Mask-Student-Name.
           MOVE SPACES TO Tm-Student-Name.
           STRING Wk-Lastname DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  Wk-Firstname DELIMITED BY SPACE
               INTO Tm-Student-Name.

       Copy-Enrollment-File.
           MOVE 3 TO Fc-Idx.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Enrollment-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File KEY IS GREATER THAN Se-Key
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Enrollment
               END-READ
           END-PERFORM.
           CLOSE Student-Enrollment-File, Test-Enrollment-File.

       Copy-One-Enrollment.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Se-Rec TO Te-Rec.
           WRITE Te-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Copy-Address-File.
           MOVE 4 TO Fc-Idx.
           OPEN INPUT Address-History-File.
           IF Ah-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Address-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE LOW-VALUES TO Ah-Key.
           START Address-History-File KEY IS GREATER THAN Ah-Key
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Address-History-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Address
               END-READ
           END-PERFORM.
           CLOSE Address-History-File, Test-Address-File.

       Copy-One-Address.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Ah-Rec TO Th-Rec.
           MOVE Th-Address TO Wk-Address.
           MOVE Th-Zip-Code TO Wk-ZipCode.
           PERFORM Mask-Street-Address.
           MOVE Wk-Address TO Th-Address.
           MOVE Wk-ZipCode TO Th-Zip-Code.
           WRITE Th-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Copy-Contact-File.
           MOVE 5 TO Fc-Idx.
           OPEN INPUT Contact-File.
           IF Cn-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Contact-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE LOW-VALUES TO Cn-Rec.
           START Contact-File KEY IS GREATER THAN Cn-Student-Id
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Contact-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Contact
               END-READ
           END-PERFORM.
           CLOSE Contact-File, Test-Contact-File.

      * The preferred channel is kept so notices still route the way
      * they would for the real student.
       Copy-One-Contact.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Cn-Rec TO Tc-Rec.
           IF Tc-Phone NOT = SPACES
               MOVE Cn-Phone TO WS-Hash-Text
               PERFORM Hash-Mask-Text
               DIVIDE WS-Hash-Value BY 1000 GIVING WS-Hash-Quot
                   REMAINDER WS-Phone-Exchange
               DIVIDE WS-Hash-Quot BY 10000 GIVING WS-Hash-Quot
                   REMAINDER WS-Phone-Line
               MOVE SPACES TO Tc-Phone
               STRING "555-" WS-Phone-Exchange "-" WS-Phone-Line
                   DELIMITED BY SIZE INTO Tc-Phone
           END-IF.
           IF Tc-Email NOT = SPACES
               MOVE SPACES TO Tc-Email
               STRING "STUDENT" Tc-Student-Id "@EXAMPLE.EDU"
                   DELIMITED BY SIZE INTO Tc-Email
           END-IF.
           WRITE Tc-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Copy-Lecturer-File.
           MOVE 6 TO Fc-Idx.
           OPEN INPUT Lecturer-Master-File.
           IF Lm-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Lecturer-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE LOW-VALUES TO Lm-Lecturer-Id.
           START Lecturer-Master-File
               KEY IS GREATER THAN Lm-Lecturer-Id
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Lecturer-Master-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Lecturer
               END-READ
           END-PERFORM.
           CLOSE Lecturer-Master-File, Test-Lecturer-File.

       Copy-One-Lecturer.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Lm-Rec TO Tl-Rec.
           MOVE Tl-Lecturer-Name TO Wk-Lecturer-Name.
           PERFORM Mask-Lecturer-Name.
           MOVE Wk-Lecturer-Name TO Tl-Lecturer-Name.
           WRITE Tl-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Copy-Req-File.
           MOVE 7 TO Fc-Idx.
           OPEN INPUT Purchase-Req-File.
           IF Pr-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Req-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE ZEROS TO Pr-Number.
           START Purchase-Req-File KEY IS NOT LESS THAN Pr-Number
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Purchase-Req-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Req
               END-READ
           END-PERFORM.
           CLOSE Purchase-Req-File, Test-Req-File.

       Copy-One-Req.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Pr-Rec TO Tr-Rec.
           MOVE Tr-Lecturer-Name TO Wk-Lecturer-Name.
           PERFORM Mask-Lecturer-Name.
           MOVE Wk-Lecturer-Name TO Tr-Lecturer-Name.
           WRITE Tr-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Copy-Book-File.
           MOVE 8 TO Fc-Idx.
           OPEN INPUT Book-File.
           IF Bf-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Book-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE ZEROS TO Bf-Book-Num.
           START Book-File KEY IS NOT LESS THAN Bf-Book-Num
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Book-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Book
               END-READ
           END-PERFORM.
           CLOSE Book-File, Test-Book-File.

       Copy-One-Book.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Book-Rec TO Tb-Rec.
           WRITE Tb-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

       Copy-Publisher-File.
           MOVE 9 TO Fc-Idx.
           OPEN INPUT Publisher-File.
           IF Pf-Status NOT = "00"
               MOVE "N" TO Fc-Open-Sw(Fc-Idx)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Test-Publisher-File.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           MOVE ZEROS TO Pf-Publisher-Num.
           START Publisher-File KEY IS NOT LESS THAN Pf-Publisher-Num
               INVALID KEY SET End-Of-Copy TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Copy
               READ Publisher-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Copy-One-Publisher
               END-READ
           END-PERFORM.
           CLOSE Publisher-File, Test-Publisher-File.

       Copy-One-Publisher.
           ADD 1 TO Fc-Read(Fc-Idx).
           MOVE Publisher-Rec TO Tp-Rec.
           WRITE Tp-Rec
               INVALID KEY ADD 1 TO Fc-Not-Written(Fc-Idx)
               NOT INVALID KEY ADD 1 TO Fc-Written(Fc-Idx)
           END-WRITE.

      * Each name part is replaced by the made-up name its hash picks.
      * A blank part stays blank; a middle name becomes an initial.
       Mask-Student-Name.
           IF Wk-Lastname NOT = SPACES
               MOVE Wk-Lastname TO WS-Hash-Text
               PERFORM Hash-Mask-Text
               DIVIDE WS-Hash-Value BY 25 GIVING WS-Hash-Quot
                   REMAINDER WS-Pick-Idx
               ADD 1 TO WS-Pick-Idx
               MOVE Fake-Surname(WS-Pick-Idx) TO Wk-Lastname
           END-IF.
           IF Wk-Firstname NOT = SPACES
               MOVE Wk-Firstname TO WS-Hash-Text
               PERFORM Hash-Mask-Text
               DIVIDE WS-Hash-Value BY 25 GIVING WS-Hash-Quot
                   REMAINDER WS-Pick-Idx
               ADD 1 TO WS-Pick-Idx
               MOVE Fake-Given(WS-Pick-Idx) TO Wk-Firstname
           END-IF.
           IF Wk-Middlename NOT = SPACES
               MOVE Wk-Middlename TO WS-Hash-Text
               PERFORM Hash-Mask-Text
               DIVIDE WS-Hash-Value BY 18 GIVING WS-Hash-Quot
                   REMAINDER WS-Pick-Idx
               ADD 1 TO WS-Pick-Idx
               MOVE Fake-Initial(WS-Pick-Idx) TO Wk-Middlename
           END-IF.

      * Lecturer names are held as surname and initial (SMITH J).
       Mask-Lecturer-Name.
           IF Wk-Lecturer-Name = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE Wk-Lecturer-Name TO WS-Hash-Text.
           PERFORM Hash-Mask-Text.
           DIVIDE WS-Hash-Value BY 25 GIVING WS-Hash-Quot
               REMAINDER WS-Pick-Idx.
           ADD 1 TO WS-Pick-Idx.
           DIVIDE WS-Hash-Quot BY 18 GIVING WS-Hash-Quot
               REMAINDER WS-Initial-Idx.
           ADD 1 TO WS-Initial-Idx.
           MOVE SPACES TO Wk-Lecturer-Name.
           STRING Fake-Surname(WS-Pick-Idx) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  Fake-Initial(WS-Initial-Idx) DELIMITED BY SIZE
               INTO Wk-Lecturer-Name.

      * Birth year moved by -2 to +2 years, month and day replaced -
      * all driven by the StudentId, so the same student always gets
      * the same false birth date.  A year pushed past this one is
      * held at this year.
       Mask-Birth-Date.
           IF Ta-DateOfBirth = ZEROS
               EXIT PARAGRAPH
           END-IF.
           DIVIDE Ta-StudentId BY 5 GIVING WS-Hash-Quot
               REMAINDER WS-Year-Shift.
           COMPUTE Ta-BirthYear = Ta-BirthYear + WS-Year-Shift - 2.
           IF Ta-BirthYear > WS-Current-Year
               MOVE WS-Current-Year TO Ta-BirthYear
           END-IF.
           COMPUTE WS-Mix-Work = Ta-StudentId * 7.
           DIVIDE WS-Mix-Work BY 12 GIVING WS-Hash-Quot
               REMAINDER Ta-BirthMonth.
           ADD 1 TO Ta-BirthMonth.
           COMPUTE WS-Mix-Work = Ta-StudentId * 11.
           DIVIDE WS-Mix-Work BY 28 GIVING WS-Hash-Quot
               REMAINDER Ta-BirthDay.
           ADD 1 TO Ta-BirthDay.

      * 9 + three mixing digits + the StudentId.  Unique per student,
      * and no SSN is issued beginning with 9.  The mixing digits are
      * never 000, so a test SSN cannot be mistaken for the 9000nnnnn
      * token PiiRetentionPurge leaves in place of a purged SSN.
       Make-Ssn-Token.
           MOVE Ta-StudentId TO Wk-Token-Id.
           COMPUTE WS-Mix-Work = Ta-StudentId * 37.
           DIVIDE WS-Mix-Work BY 900 GIVING WS-Hash-Quot
               REMAINDER Wk-Token-Mix.
           ADD 100 TO Wk-Token-Mix.

      * Street replaced by a house number and made-up street picked
      * by the hash of the real street line; city and state kept; the
      * last two ZIP digits replaced from the same hash.
       Mask-Street-Address.
           IF Wk-Address = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE Wk-Address TO WS-Hash-Text.
           PERFORM Hash-Mask-Text.
           DIVIDE WS-Hash-Value BY 20 GIVING WS-Hash-Quot
               REMAINDER WS-Pick-Idx.
           ADD 1 TO WS-Pick-Idx.
           DIVIDE WS-Hash-Quot BY 9000 GIVING WS-Hash-Quot
               REMAINDER WS-House-Number.
           ADD 1000 TO WS-House-Number.
           MOVE SPACES TO Wk-Address.
           STRING WS-House-Number " " Fake-Street(WS-Pick-Idx)
               DELIMITED BY SIZE INTO Wk-Address.
           IF Wk-ZipCode NOT = ZEROS
               DIVIDE WS-Hash-Quot BY 100 GIVING WS-Hash-Quot
                   REMAINDER Wk-Zip-Suffix
           END-IF.

       Hash-Mask-Text.
           MOVE ZEROS TO WS-Hash-Value.
           PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
                   UNTIL WS-Hash-Pos > 40
               COMPUTE WS-Hash-Work = WS-Hash-Value * 31
                   + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1))
               DIVIDE WS-Hash-Work BY 999983 GIVING WS-Hash-Quot
                   REMAINDER WS-Hash-Value
           END-PERFORM.

      * Every test SSN is looked up on the production master by its
      * SSN key.  One found there, one left equal to the student's
      * own, or one outside the never-issued 9nn range counts as an
      * original SSN surviving.
       Check-Masked-Ssns.
           IF NOT Studadm-Open OR Fc-Written(1) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT Test-Studadm-File.
           IF Ta-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-End-Of-Copy-Sw.
           PERFORM UNTIL End-Of-Copy
               READ Test-Studadm-File NEXT RECORD
                   AT END SET End-Of-Copy TO TRUE
                   NOT AT END PERFORM Check-One-Ssn
               END-READ
           END-PERFORM.
           CLOSE Test-Studadm-File.

       Check-One-Ssn.
           IF Ta-StudentSSN = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Ssn-Checked.
           IF Ta-StudentSSN < 900000000
               ADD 1 TO Ct-Ssn-Out-Of-Range
               ADD 1 TO Ct-Ssn-Survived
               EXIT PARAGRAPH
           END-IF.
           MOVE Ta-StudentId TO StudentId.
           READ StudentFile KEY IS StudentId
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF StudentSSN = Ta-StudentSSN
                       ADD 1 TO Ct-Ssn-Unchanged
                       ADD 1 TO Ct-Ssn-Survived
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           MOVE Ta-StudentSSN TO StudentSSN.
           READ StudentFile KEY IS StudentSSN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO Ct-Ssn-On-Production
                   ADD 1 TO Ct-Ssn-Survived
           END-READ.

       Print-Mask-Report.
           MOVE SPACES TO Mask-Print-Line.
           WRITE Mask-Print-Line.
           MOVE "MASKED  TRAINING  AND  TEST  DATA  SET"
               TO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Mask-Print-Line.
           STRING "RUN DATE " WS-Today "  OPERATOR " WS-Login-Userid
               DELIMITED BY SIZE INTO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Mask-Print-Line.
           STRING "TEST DATA DIRECTORY " DELIMITED BY SIZE
                  WS-Testdata-Dir-Path DELIMITED BY SPACE
               INTO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Mask-Print-Line.
           STRING "FILE                   RECORDS READ   "
               "   COPIED   NOT COPIED    MASKED"
               DELIMITED BY SIZE INTO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM VARYING Fc-Idx FROM 1 BY 1 UNTIL Fc-Idx > 9
               PERFORM Write-File-Count-Line
           END-PERFORM.

           MOVE SPACES TO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "SSN CHECK AGAINST PRODUCTION IDXSTUDADM.DAT"
               TO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "  TEST SSNS CHECKED" TO Sc-Label.
           MOVE Ct-Ssn-Checked TO Sc-Count.
           WRITE Mask-Print-Line FROM Ssn-Check-Line
               AFTER ADVANCING 1 LINE.
           MOVE "  LEFT EQUAL TO THE STUDENT'S OWN SSN" TO Sc-Label.
           MOVE Ct-Ssn-Unchanged TO Sc-Count.
           WRITE Mask-Print-Line FROM Ssn-Check-Line
               AFTER ADVANCING 1 LINE.
           MOVE "  FOUND ON THE PRODUCTION SSN KEY" TO Sc-Label.
           MOVE Ct-Ssn-On-Production TO Sc-Count.
           WRITE Mask-Print-Line FROM Ssn-Check-Line
               AFTER ADVANCING 1 LINE.
           MOVE "  OUTSIDE THE NEVER-ISSUED 9NN RANGE" TO Sc-Label.
           MOVE Ct-Ssn-Out-Of-Range TO Sc-Count.
           WRITE Mask-Print-Line FROM Ssn-Check-Line
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Mask-Print-Line.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Mask-Print-Line.
           IF Fc-Not-On-File(1)
               STRING "*** STUDENT ADMIN MASTER NOT ON FILE - NO SSNS "
                   "COPIED ***" DELIMITED BY SIZE INTO Mask-Print-Line
           ELSE
               IF Ct-Ssn-Survived = ZEROS
                   STRING "RESULT - NO ORIGINAL SSN SURVIVES IN THE "
                       "TEST DATA SET" DELIMITED BY SIZE
                       INTO Mask-Print-Line
               ELSE
                   STRING "*** RESULT - " Ct-Ssn-Survived
                       " ORIGINAL SSN(S) SURVIVE - DO NOT RELEASE "
                       "THE TEST DATA SET ***"
                       DELIMITED BY SIZE INTO Mask-Print-Line
               END-IF
           END-IF.
           WRITE Mask-Print-Line AFTER ADVANCING 1 LINE.

       Write-File-Count-Line.
           MOVE Fn-Name(Fc-Idx) TO Fl-Name.
           MOVE Fc-Read(Fc-Idx) TO Fl-Read.
           MOVE Fc-Written(Fc-Idx) TO Fl-Written.
           MOVE Fc-Not-Written(Fc-Idx) TO Fl-Not-Written.
           EVALUATE Fc-Idx
               WHEN 1 MOVE "NAME DOB SSN ADDRESS" TO Fl-Note
               WHEN 2 MOVE "NAME" TO Fl-Note
               WHEN 4 MOVE "ADDRESS" TO Fl-Note
               WHEN 5 MOVE "PHONE E-MAIL" TO Fl-Note
               WHEN 6 WHEN 7 MOVE "LECTURER NAME" TO Fl-Note
               WHEN OTHER MOVE "COPIED AS IS" TO Fl-Note
           END-EVALUATE.
           IF Fc-Not-On-File(Fc-Idx)
               MOVE "NOT ON FILE - SKIPPED" TO Fl-Note
           END-IF.
           WRITE Mask-Print-Line FROM File-Count-Line
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

       Resolve-Data-Paths.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Contact-Path FROM ENVIRONMENT "CONTACT_PATH".
           IF WS-Contact-Path = SPACES
               MOVE "CONTACT.DAT" TO WS-Contact-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
           END-IF.
           ACCEPT WS-Prfile-Path FROM ENVIRONMENT "PRFILE_PATH".
           IF WS-Prfile-Path = SPACES
               MOVE "PRFILE.DAT" TO WS-Prfile-Path
           END-IF.
           ACCEPT WS-Bookfile-Path FROM ENVIRONMENT "BOOKFILE_PATH".
           IF WS-Bookfile-Path = SPACES
               MOVE "BOOKFILE.DAT" TO WS-Bookfile-Path
           END-IF.
           ACCEPT WS-Pubfile-Path FROM ENVIRONMENT "PUBFILE_PATH".
           IF WS-Pubfile-Path = SPACES
               MOVE "PUBFILE.DAT" TO WS-Pubfile-Path
           END-IF.
           ACCEPT WS-Testdata-Dir-Path
               FROM ENVIRONMENT "TESTDATA_DIR_PATH".
           IF WS-Testdata-Dir-Path = SPACES
               MOVE "C:\Users\peebs\data\test\" TO WS-Testdata-Dir-Path
           END-IF.
           ACCEPT WS-Maskrpt-Path FROM ENVIRONMENT "MASKRPT_PATH".
           IF WS-Maskrpt-Path = SPACES
               MOVE "MASKTEST.RPT" TO WS-Maskrpt-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
