       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StudentPinMaint.
       AUTHOR.  Jon Clark.
      * Counter maintenance for the student self-service PINs on
      * Student-Pin-File (STUDPIN.DAT) that StudentKiosk signs
      * students in with.  Gated behind the shared User-Access-File
      * login: any login may look at a student's PIN status, a
      * Maintenance login is needed to set one.
      *
      * The clerk sets a PIN only for a student standing at the
      * counter with photo ID - the student keys the new PIN in
      * twice, four to six digits.  Only a hash of the PIN, salted
      * with the StudentId, is kept; nobody can read a PIN back off
      * the file, so a forgotten PIN is simply set again.  Setting a
      * PIN also clears the failure count and any lockout, which is
      * the only way a student StudentKiosk has locked out (three
      * wrong PINs in a row) gets back in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Student-Pin-File ASSIGN TO WS-Studpin-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pn-Student-Id
               FILE STATUS IS Pn-Status.

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

      * One self-service credential per student - same layout as
      * StudentKiosk.
       FD  Student-Pin-File.
       01  Pn-Rec.
           02  Pn-Student-Id               PIC 9(5).
           02  Pn-Pin-Hash                 PIC 9(18).
           02  Pn-Failed-Count             PIC 9(1).
           02  Pn-Lock-Sw                  PIC X(1).
               88  Pn-Locked               VALUE "Y".
           02  Pn-Locked-Date              PIC 9(8).
           02  Pn-Set-Date                 PIC 9(8).
           02  Pn-Set-By                   PIC X(10).
           02  Pn-Last-Sign-On             PIC 9(8).

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
       01  WS-Studpin-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Pn-Status                   PIC X(2).
           88  Pn-Rec-Found            VALUE "00".
           88  Pn-Rec-Not-Found        VALUE "23".
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

       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Pin-Entry                PIC X(6).
       01  WS-Pin-Confirm              PIC X(6).
       01  WS-Pin-Length               PIC 9(1).
       01  WS-Pin-Ok-Sw                PIC X.
           88  Pin-Is-Valid            VALUE "Y".
       01  WS-Today                    PIC 9(8).

      * PIN hash - the StudentId and PIN run through two
      * multiply-and-fold accumulators for several hundred rounds,
      * as StudentKiosk does it.  The two must never drift apart.
       01  WS-Hash-Text                PIC X(40).
       01  WS-Hash-Pos                 PIC 9(2) COMP.
       01  WS-Hash-Round               PIC 9(3) COMP.
       01  WS-Hash-Rounds              PIC 9(3) VALUE 500.
       01  WS-Hash-Work                PIC 9(12).
       01  WS-Hash-Quot                PIC 9(12).
       01  WS-Hash-High                PIC 9(9).
       01  WS-Hash-Low                 PIC 9(9).
       01  WS-Pin-Hash                 PIC 9(18).

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
           OPEN INPUT StudentFile.
           MOVE RecordStatus TO WS-Chk-Status.
           MOVE "OPEN StudentFile" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN I-O Student-Pin-File.
           IF Pn-Status = "05" OR Pn-Status = "35"
               CLOSE Student-Pin-File
               OPEN OUTPUT Student-Pin-File
               CLOSE Student-Pin-File
               OPEN I-O Student-Pin-File
           END-IF.
           MOVE Pn-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Pin-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 3.

           CLOSE StudentFile, Student-Pin-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  STUDENT  SELF-SERVICE  PINS  ----".
           DISPLAY "1. Set / Reset PIN".
           DISPLAY "2. Show PIN Status".
           DISPLAY "3. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Set-Student-Pin
                      END-IF
               WHEN 2 PERFORM Show-Pin-Status
               WHEN 3 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

       Set-Student-Pin.
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
           DISPLAY "Student       : " Firstname " " Lastname.
           DISPLAY "Check the student's photo ID before going on."
           DISPLAY "Student enters new PIN (4-6 digits): "
               WITH NO ADVANCING.
           ACCEPT WS-Pin-Entry.
           PERFORM Validate-Pin-Entry.
           IF NOT Pin-Is-Valid
               DISPLAY "A PIN is four to six digits - no PIN set."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Student enters the PIN again: " WITH NO ADVANCING.
           ACCEPT WS-Pin-Confirm.
           IF WS-Pin-Confirm NOT = WS-Pin-Entry
               DISPLAY "The two entries differ - no PIN set."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Hash-Student-Pin.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE WS-Query-StudentId TO Pn-Student-Id.
           READ Student-Pin-File
               KEY IS Pn-Student-Id
               INVALID KEY MOVE "23" TO Pn-Status
           END-READ.
           IF Pn-Rec-Not-Found
               MOVE WS-Query-StudentId TO Pn-Student-Id
               MOVE ZEROS TO Pn-Last-Sign-On
           END-IF.
           MOVE WS-Pin-Hash TO Pn-Pin-Hash.
           MOVE ZEROS TO Pn-Failed-Count.
           MOVE "N" TO Pn-Lock-Sw.
           MOVE ZEROS TO Pn-Locked-Date.
           MOVE WS-Today TO Pn-Set-Date.
           MOVE WS-Current-User TO Pn-Set-By.
           IF Pn-Rec-Found
               REWRITE Pn-Rec
                   INVALID KEY
                       MOVE Pn-Status TO WS-Chk-Status
                       MOVE "REWRITE Student-Pin-File" TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Pn-Rec
                   INVALID KEY
                       MOVE Pn-Status TO WS-Chk-Status
                       MOVE "WRITE Student-Pin-File" TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-Pin-Entry WS-Pin-Confirm.
           DISPLAY "PIN set for Student " WS-Query-StudentId
                   " - any lockout is cleared.".

      * Four to six digits, left-justified, nothing after them.
       Validate-Pin-Entry.
           MOVE "N" TO WS-Pin-Ok-Sw.
           MOVE ZEROS TO WS-Pin-Length.
           INSPECT WS-Pin-Entry TALLYING WS-Pin-Length
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-Pin-Length < 4
               EXIT PARAGRAPH
           END-IF.
           IF WS-Pin-Entry(1:WS-Pin-Length) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-Pin-Length < 6
               IF WS-Pin-Entry(WS-Pin-Length + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-Pin-Ok-Sw.

       Hash-Student-Pin.
           MOVE SPACES TO WS-Hash-Text.
           STRING WS-Query-StudentId "*" WS-Pin-Entry "*"
                  WS-Query-StudentId
               DELIMITED BY SIZE INTO WS-Hash-Text.
           MOVE ZEROS TO WS-Hash-High WS-Hash-Low.
           PERFORM Hash-One-Round
               VARYING WS-Hash-Round FROM 1 BY 1
               UNTIL WS-Hash-Round > WS-Hash-Rounds.
           COMPUTE WS-Pin-Hash = WS-Hash-High * 1000000000
               + WS-Hash-Low.
           MOVE SPACES TO WS-Hash-Text.

       Hash-One-Round.
           PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
                   UNTIL WS-Hash-Pos > 40
               COMPUTE WS-Hash-Work = WS-Hash-High * 31
                   + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1))
                   + WS-Hash-Round
               DIVIDE WS-Hash-Work BY 999999937 GIVING WS-Hash-Quot
                   REMAINDER WS-Hash-High
               COMPUTE WS-Hash-Work = WS-Hash-Low * 37
                   + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1))
                   + WS-Hash-High
               DIVIDE WS-Hash-Work BY 999999929 GIVING WS-Hash-Quot
                   REMAINDER WS-Hash-Low
           END-PERFORM.

      * Never shows the hash - only whether a PIN is set and usable.
       Show-Pin-Status.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO Pn-Student-Id.
           READ Student-Pin-File
               KEY IS Pn-Student-Id
               INVALID KEY MOVE "23" TO Pn-Status
           END-READ.
           IF Pn-Rec-Not-Found
               DISPLAY "No PIN set for Student " WS-Query-StudentId
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PIN set       : " Pn-Set-Date " by " Pn-Set-By.
           DISPLAY "Last sign-on  : " Pn-Last-Sign-On.
           DISPLAY "Failed tries  : " Pn-Failed-Count.
           IF Pn-Locked
               DISPLAY "** LOCKED OUT ** since " Pn-Locked-Date
                       " - set a new PIN to unlock."
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
           ACCEPT WS-Studpin-Path FROM ENVIRONMENT "STUDPIN_PATH".
           IF WS-Studpin-Path = SPACES
               MOVE "STUDPIN.DAT" TO WS-Studpin-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
