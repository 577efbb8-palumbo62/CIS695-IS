       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConductCases.
       AUTHOR.  Jon Clark.
      * Student conduct and disciplinary case maintenance.  Conduct
      * cases used to live in the dean's filing cabinet, and the
      * registrar only learned of a conduct suspension when someone
      * remembered to place a hold by hand.  Each case on the conduct
      * case file (CONDUCT.DAT, keyed by student and case number)
      * records the incident date and charge code when it is opened,
      * and the hearing date, outcome, sanction and sanction end date
      * once it has been heard.
      *
      * Outcomes: P pending, D dismissed / not responsible, W warning,
      * C conduct probation, S suspension, E expulsion.  Recording an
      * S or E outcome places a type C (conduct) hold on Hold-File and
      * writes an S or E row to Status-History-File, both effective
      * the hearing date.  When the sanction end date comes round
      * ConductSanctionExpiry releases that hold and writes the
      * student back to A; an expulsion with no end date stands.
      * StudentHolds will not lift a conduct hold by hand.
      *
      * Conduct records are confidential to the conduct office.  The
      * whole program, including its case report (CONDUCT.RPT), sits
      * behind the shared User-Access-File login and needs the
      * conduct role (C); no other program reads CONDUCT.DAT apart
      * from ConductSanctionExpiry, which shows only counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Conduct-Case-File ASSIGN TO WS-Conduct-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cd-Key
               FILE STATUS IS Cd-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

           SELECT Case-Report-File ASSIGN TO WS-Conduct-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  Conduct-Case-File.
       01  Cd-Rec.
           02  Cd-Key.
               03  Cd-Student-Id           PIC 9(5).
               03  Cd-Case-Num             PIC 9(3).
           02  Cd-Incident-Date            PIC 9(8).
           02  Cd-Charge-Code              PIC X(4).
           02  Cd-Hearing-Date             PIC 9(8).
           02  Cd-Outcome                  PIC X(1).
               88  Cd-Pending              VALUE "P".
               88  Cd-Dismissed            VALUE "D".
               88  Cd-Warning              VALUE "W".
               88  Cd-Conduct-Probation    VALUE "C".
               88  Cd-Suspended            VALUE "S".
               88  Cd-Expelled             VALUE "E".
               88  Cd-Separation           VALUE "S" "E".
           02  Cd-Sanction                 PIC X(40).
           02  Cd-Sanction-End-Date        PIC 9(8).
           02  Cd-Hold-Sequence            PIC 9(3).
           02  Cd-Released-Date            PIC 9(8).
               88  Cd-Not-Released         VALUE ZEROS.
           02  Cd-Entered-By               PIC X(10).

      * Registration holds - the same HOLDFILE.DAT StudentHolds
      * maintains.
       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Conduct-Hold         VALUE "C".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
           02  Sh-Effective-Date           PIC 9(8).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       FD  Case-Report-File.
       01  Case-Print-Line             PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Conduct-Path             PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Conduct-Rpt-Path         PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Cd-Status                   PIC X(2).
           88  Cd-Rec-Found            VALUE "00".
           88  Cd-Rec-Not-Found        VALUE "23".
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".
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
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".
           88  Role-Is-Conduct         VALUE "C".

       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Query-Case               PIC 9(3).
       01  WS-Next-Case                PIC 9(3).
       01  WS-Next-Sequence            PIC 9(3).
       01  WS-Incident-Date-Entry      PIC 9(8).
       01  WS-Charge-Entry             PIC X(4).
       01  WS-Hearing-Date-Entry       PIC 9(8).
       01  WS-Outcome-Entry            PIC X(1).
           88  Valid-Outcome           VALUE "D" "W" "C" "S" "E".
       01  WS-Sanction-Entry           PIC X(40).
       01  WS-Sanction-End-Entry       PIC 9(8).
       01  WS-Case-Count               PIC 9(3).
       01  WS-Today                    PIC 9(8).
       01  WS-Last-Student             PIC 9(5).

       01  Outcome-Counts.
           02  Ct-Pending              PIC 9(5).
           02  Ct-Dismissed            PIC 9(5).
           02  Ct-Warning              PIC 9(5).
           02  Ct-Probation            PIC 9(5).
           02  Ct-Suspension           PIC 9(5).
           02  Ct-Expulsion            PIC 9(5).
           02  Ct-Cases                PIC 9(5).

       01  Case-Detail-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Cl-Case-Num             PIC 9(3).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Cl-Incident-Date        PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Cl-Charge-Code          PIC X(4).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Cl-Hearing-Date         PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Cl-Outcome              PIC X(12).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Cl-Sanction-End         PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Cl-Released             PIC X(8).

       01  Case-Heading-Line.
           02  FILLER                  PIC X(44) VALUE
               "    CASE  INCIDENT  CHRG  HEARING   OUTCOME".
           02  FILLER                  PIC X(26) VALUE
               "      SANC END  RELEASED".

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           IF NOT Role-Is-Conduct
               DISPLAY "Access denied - conduct office role required."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT StudentFile.
           OPEN I-O Conduct-Case-File.
           IF Cd-Status = "05" OR Cd-Status = "35"
               CLOSE Conduct-Case-File
               OPEN OUTPUT Conduct-Case-File
               CLOSE Conduct-Case-File
               OPEN I-O Conduct-Case-File
           END-IF.
           OPEN I-O Hold-File.
           IF Hd-Status = "05" OR Hd-Status = "35"
               CLOSE Hold-File
               OPEN OUTPUT Hold-File
               CLOSE Hold-File
               OPEN I-O Hold-File
           END-IF.
           OPEN I-O Status-History-File.
           IF Sh-Status = "05" OR Sh-Status = "35"
               CLOSE Status-History-File
               OPEN OUTPUT Status-History-File
               CLOSE Status-History-File
               OPEN I-O Status-History-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 5.

           CLOSE StudentFile, Conduct-Case-File, Hold-File,
                 Status-History-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  STUDENT  CONDUCT  CASES  ----".
           DISPLAY "1. Open Case".
           DISPLAY "2. Record Hearing Outcome".
           DISPLAY "3. List Cases For Student".
           DISPLAY "4. Print Case Report".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Open-Case
               WHEN 2 PERFORM Record-Outcome
               WHEN 3 PERFORM List-Cases-For-Student
               WHEN 4 PERFORM Print-Case-Report
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Open-Case.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF Student-Rec-Not-Found
               DISPLAY "No student found for ID " WS-Query-StudentId
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Student: " Firstname " " Lastname.
           DISPLAY "Incident date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Incident-Date-Entry.
           IF WS-Incident-Date-Entry = ZEROS
               OR WS-Incident-Date-Entry > WS-Today
               DISPLAY "Incident date must be given and not in the "
                       "future - no case opened."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Charge code: " WITH NO ADVANCING.
           ACCEPT WS-Charge-Entry.
           IF WS-Charge-Entry = SPACES
               DISPLAY "Charge code required - no case opened."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Next-Case.
           MOVE WS-Query-StudentId TO Cd-Student-Id.
           MOVE WS-Next-Case TO Cd-Case-Num.
           MOVE WS-Incident-Date-Entry TO Cd-Incident-Date.
           MOVE WS-Charge-Entry TO Cd-Charge-Code.
           MOVE ZEROS TO Cd-Hearing-Date Cd-Sanction-End-Date
                         Cd-Hold-Sequence Cd-Released-Date.
           SET Cd-Pending TO TRUE.
           MOVE SPACES TO Cd-Sanction.
           MOVE WS-Current-User TO Cd-Entered-By.
           WRITE Cd-Rec
               INVALID KEY
                   MOVE Cd-Status TO WS-Chk-Status
                   MOVE "WRITE Conduct-Case-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           DISPLAY "Case " WS-Next-Case " opened for Student "
                   WS-Query-StudentId ".".

       Find-Next-Case.
           MOVE 1 TO WS-Next-Case.
           MOVE WS-Query-StudentId TO Cd-Student-Id.
           MOVE 999 TO Cd-Case-Num.
           START Conduct-Case-File
               KEY IS <= Cd-Key
               INVALID KEY SET Cd-Rec-Not-Found TO TRUE
           END-START.
      * A READ with AT END after the START is a sequential read
      * returning the record just located - the highest case number
      * on file for this student, same idiom as StudentHolds.
           IF Cd-Rec-Found
               READ Conduct-Case-File
                   AT END SET Cd-Rec-Not-Found TO TRUE
               END-READ
               IF Cd-Rec-Found AND Cd-Student-Id = WS-Query-StudentId
                   COMPUTE WS-Next-Case = Cd-Case-Num + 1
               END-IF
           END-IF.

      * An outcome is recorded once.  A separation outcome (S or E)
      * carries its own hold and status change, so a heard case is
      * not reopened here - a changed decision on appeal is a new
      * case.
       Record-Outcome.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           DISPLAY "Enter Case Number (9(3)): " WITH NO ADVANCING.
           ACCEPT WS-Query-Case.
           MOVE WS-Query-StudentId TO Cd-Student-Id.
           MOVE WS-Query-Case TO Cd-Case-Num.
           READ Conduct-Case-File
               KEY IS Cd-Key
               INVALID KEY MOVE "23" TO Cd-Status
           END-READ.
           IF Cd-Rec-Not-Found
               DISPLAY "No such case on file."
               EXIT PARAGRAPH
           END-IF.
           IF NOT Cd-Pending
               DISPLAY "Case already heard on " Cd-Hearing-Date
                       " - outcome " Cd-Outcome "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hearing date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Hearing-Date-Entry.
           IF WS-Hearing-Date-Entry < Cd-Incident-Date
               OR WS-Hearing-Date-Entry > WS-Today
               DISPLAY "Hearing date must fall between the incident "
                       "and today - not recorded."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Outcome (D=Dismissed W=Warning C=Conduct "
                   "probation S=Suspension E=Expulsion): "
                   WITH NO ADVANCING.
           ACCEPT WS-Outcome-Entry.
           MOVE FUNCTION UPPER-CASE(WS-Outcome-Entry)
               TO WS-Outcome-Entry.
           IF NOT Valid-Outcome
               DISPLAY "Invalid outcome - not recorded."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sanction: " WITH NO ADVANCING.
           ACCEPT WS-Sanction-Entry.
           MOVE ZEROS TO WS-Sanction-End-Entry.
           IF WS-Outcome-Entry NOT = "D"
               DISPLAY "Sanction end date (YYYYMMDD, blank = none): "
                   WITH NO ADVANCING
               ACCEPT WS-Sanction-End-Entry
           END-IF.
           IF WS-Outcome-Entry = "S"
               AND WS-Sanction-End-Entry NOT > WS-Hearing-Date-Entry
               DISPLAY "A suspension needs an end date after the "
                       "hearing - not recorded."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sanction-End-Entry NOT = ZEROS
               AND WS-Sanction-End-Entry < WS-Hearing-Date-Entry
               DISPLAY "Sanction cannot end before the hearing - "
                       "not recorded."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-Hearing-Date-Entry TO Cd-Hearing-Date.
           MOVE WS-Outcome-Entry TO Cd-Outcome.
           MOVE WS-Sanction-Entry TO Cd-Sanction.
           MOVE WS-Sanction-End-Entry TO Cd-Sanction-End-Date.
           IF Cd-Separation
               PERFORM Place-Conduct-Hold
               PERFORM Write-Separation-Status
           END-IF.
           MOVE WS-Query-StudentId TO Cd-Student-Id.
           MOVE WS-Query-Case TO Cd-Case-Num.
           REWRITE Cd-Rec
               INVALID KEY
                   MOVE Cd-Status TO WS-Chk-Status
                   MOVE "REWRITE Conduct-Case-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           DISPLAY "Outcome recorded.".
           IF Cd-Separation
               DISPLAY "Conduct hold " Cd-Hold-Sequence
                       " placed and status changed to " Cd-Outcome
                       "."
           END-IF.

       Place-Conduct-Hold.
           PERFORM Find-Next-Hold-Sequence.
           MOVE WS-Query-StudentId TO Hd-Student-Id.
           MOVE WS-Next-Sequence TO Hd-Sequence-Num.
           SET Hd-Conduct-Hold TO TRUE.
           MOVE WS-Current-User TO Hd-Placed-By.
           MOVE WS-Hearing-Date-Entry TO Hd-Placed-Date.
           MOVE ZEROS TO Hd-Release-Date.
           WRITE Hd-Rec
               INVALID KEY
                   MOVE Hd-Status TO WS-Chk-Status
                   MOVE "WRITE Hold-File (conduct)" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           MOVE WS-Next-Sequence TO Cd-Hold-Sequence.

       Find-Next-Hold-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE WS-Query-StudentId TO Hd-Student-Id.
           MOVE 999 TO Hd-Sequence-Num.
           START Hold-File
               KEY IS <= Hd-Key
               INVALID KEY SET Hd-Rec-Not-Found TO TRUE
           END-START.
           IF Hd-Rec-Found
               READ Hold-File
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
               IF Hd-Rec-Found AND Hd-Student-Id = WS-Query-StudentId
                   COMPUTE WS-Next-Sequence = Hd-Sequence-Num + 1
               END-IF
           END-IF.

       Write-Separation-Status.
           PERFORM Find-Next-Status-Sequence.
           MOVE WS-Query-StudentId TO Sh-Student-Id.
           MOVE WS-Next-Sequence TO Sh-Sequence-Num.
           MOVE WS-Outcome-Entry TO Sh-Status-Code.
           MOVE WS-Hearing-Date-Entry TO Sh-Effective-Date.
           WRITE Sh-Rec
               INVALID KEY
                   MOVE Sh-Status TO WS-Chk-Status
                   MOVE "WRITE Status-History-File (conduct)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Find-Next-Status-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE WS-Query-StudentId TO Sh-Student-Id.
           MOVE 999 TO Sh-Sequence-Num.
           START Status-History-File
               KEY IS <= Sh-Key
               INVALID KEY SET Sh-Rec-Not-Found TO TRUE
           END-START.
           IF Sh-Rec-Found
               READ Status-History-File
                   AT END SET Sh-Rec-Not-Found TO TRUE
               END-READ
               IF Sh-Rec-Found AND Sh-Student-Id = WS-Query-StudentId
                   COMPUTE WS-Next-Sequence = Sh-Sequence-Num + 1
               END-IF
           END-IF.

       List-Cases-For-Student.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO Cd-Student-Id.
           MOVE ZEROS TO Cd-Case-Num.
           START Conduct-Case-File
               KEY IS >= Cd-Key
               INVALID KEY SET Cd-Rec-Not-Found TO TRUE
           END-START.
           MOVE ZEROS TO WS-Case-Count.
           IF Cd-Rec-Found
               READ Conduct-Case-File NEXT RECORD
                   AT END SET Cd-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Cd-Rec-Not-Found
                       OR Cd-Student-Id NOT = WS-Query-StudentId
                   ADD 1 TO WS-Case-Count
                   PERFORM Format-Case-Line
                   DISPLAY Case-Detail-Line
                   IF Cd-Sanction NOT = SPACES
                       DISPLAY "         " Cd-Sanction
                   END-IF
                   READ Conduct-Case-File NEXT RECORD
                       AT END SET Cd-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Case-Count = 0
               DISPLAY "No conduct cases on file for Student "
                       WS-Query-StudentId
           END-IF.

       Format-Case-Line.
           MOVE Cd-Case-Num TO Cl-Case-Num.
           MOVE Cd-Incident-Date TO Cl-Incident-Date.
           MOVE Cd-Charge-Code TO Cl-Charge-Code.
           IF Cd-Hearing-Date = ZEROS
               MOVE SPACES TO Cl-Hearing-Date
           ELSE
               MOVE Cd-Hearing-Date TO Cl-Hearing-Date
           END-IF.
           EVALUATE TRUE
               WHEN Cd-Pending   MOVE "PENDING"     TO Cl-Outcome
               WHEN Cd-Dismissed MOVE "DISMISSED"   TO Cl-Outcome
               WHEN Cd-Warning   MOVE "WARNING"     TO Cl-Outcome
               WHEN Cd-Conduct-Probation
                                 MOVE "PROBATION"   TO Cl-Outcome
               WHEN Cd-Suspended MOVE "SUSPENSION"  TO Cl-Outcome
               WHEN Cd-Expelled  MOVE "EXPULSION"   TO Cl-Outcome
               WHEN OTHER        MOVE Cd-Outcome    TO Cl-Outcome
           END-EVALUATE.
           IF Cd-Sanction-End-Date = ZEROS
               MOVE SPACES TO Cl-Sanction-End
           ELSE
               MOVE Cd-Sanction-End-Date TO Cl-Sanction-End
           END-IF.
           IF Cd-Not-Released
               MOVE SPACES TO Cl-Released
           ELSE
               MOVE Cd-Released-Date TO Cl-Released
           END-IF.

      ******************************************************************
      * The dedicated case report - every case on file, by student,
      * with a count by outcome.  Written only from here, behind the
      * conduct-role login.
      ******************************************************************
       Print-Case-Report.
           OPEN OUTPUT Case-Report-File.
           INITIALIZE Outcome-Counts.
           MOVE ZEROS TO WS-Last-Student.
           MOVE SPACES TO Case-Print-Line.
           STRING "STUDENT  CONDUCT  CASE  REPORT - CONFIDENTIAL"
               "     RUN " WS-Today
               DELIMITED BY SIZE INTO Case-Print-Line.
           WRITE Case-Print-Line.
           MOVE LOW-VALUES TO Cd-Key.
           START Conduct-Case-File
               KEY IS >= Cd-Key
               INVALID KEY SET Cd-Rec-Not-Found TO TRUE
           END-START.
           IF Cd-Rec-Found
               READ Conduct-Case-File NEXT RECORD
                   AT END SET Cd-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Cd-Rec-Not-Found
                   PERFORM Print-One-Case
                   READ Conduct-Case-File NEXT RECORD
                       AT END SET Cd-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO Case-Print-Line.
           WRITE Case-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Case-Print-Line.
           STRING "CASES " Ct-Cases "   PENDING " Ct-Pending
               "   DISMISSED " Ct-Dismissed "   WARNING " Ct-Warning
               DELIMITED BY SIZE INTO Case-Print-Line.
           WRITE Case-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Case-Print-Line.
           STRING "PROBATION " Ct-Probation "   SUSPENSION "
               Ct-Suspension "   EXPULSION " Ct-Expulsion
               DELIMITED BY SIZE INTO Case-Print-Line.
           WRITE Case-Print-Line AFTER ADVANCING 1 LINE.
           CLOSE Case-Report-File.
           DISPLAY Ct-Cases " case(s) written to CONDUCT.RPT.".

       Print-One-Case.
           IF Cd-Student-Id NOT = WS-Last-Student
               MOVE Cd-Student-Id TO WS-Last-Student StudentId
               READ StudentFile
                   KEY IS StudentId
                   INVALID KEY MOVE "23" TO RecordStatus
               END-READ
               MOVE SPACES TO Case-Print-Line
               WRITE Case-Print-Line AFTER ADVANCING 1 LINE
               IF Student-Rec-Found
                   STRING "STUDENT " Cd-Student-Id "  " Lastname
                       DELIMITED BY "  " ", " Firstname
                       DELIMITED BY SIZE INTO Case-Print-Line
               ELSE
                   STRING "STUDENT " Cd-Student-Id
                       "  ** NOT ON STUDENT MASTER **"
                       DELIMITED BY SIZE INTO Case-Print-Line
               END-IF
               WRITE Case-Print-Line AFTER ADVANCING 1 LINE
               WRITE Case-Print-Line FROM Case-Heading-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO Ct-Cases.
           EVALUATE TRUE
               WHEN Cd-Pending           ADD 1 TO Ct-Pending
               WHEN Cd-Dismissed         ADD 1 TO Ct-Dismissed
               WHEN Cd-Warning           ADD 1 TO Ct-Warning
               WHEN Cd-Conduct-Probation ADD 1 TO Ct-Probation
               WHEN Cd-Suspended         ADD 1 TO Ct-Suspension
               WHEN Cd-Expelled          ADD 1 TO Ct-Expulsion
           END-EVALUATE.
           PERFORM Format-Case-Line.
           WRITE Case-Print-Line FROM Case-Detail-Line
               AFTER ADVANCING 1 LINE.
           IF Cd-Sanction NOT = SPACES
               MOVE SPACES TO Case-Print-Line
               STRING "         " Cd-Sanction
                   DELIMITED BY SIZE INTO Case-Print-Line
               WRITE Case-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

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
                   MOVE WS-Login-Userid TO WS-Current-User
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
           ACCEPT WS-Conduct-Path FROM ENVIRONMENT "CONDUCT_PATH".
           IF WS-Conduct-Path = SPACES
               MOVE "CONDUCT.DAT" TO WS-Conduct-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Conduct-Rpt-Path
               FROM ENVIRONMENT "CONDUCT_RPT_PATH".
           IF WS-Conduct-Rpt-Path = SPACES
               MOVE "CONDUCT.RPT" TO WS-Conduct-Rpt-Path
           END-IF.
