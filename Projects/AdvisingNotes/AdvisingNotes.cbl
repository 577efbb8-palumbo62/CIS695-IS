       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdvisingNotes.
       AUTHOR.  Jon Clark.
      * Console maintenance for advising session notes (ADVNOTES.DAT),
      * modeled on StudentHolds' sequence-keyed pattern and gated
      * behind the shared User-Access-File login.  AdvisorAssignment
      * says who a student's advisor is and the alert reports say who
      * needs attention, but nothing recorded that the advisor had
      * actually met the student or what was agreed.  Each note row
      * carries the contact date, the advisor, how the contact was
      * made (in person, phone, email, video), a free-text note and
      * an optional follow-up date.  A follow-up stays open until it
      * is cleared here; AdvisingTickler lists each advisor's open
      * follow-ups once they fall due.  Notes are never deleted -
      * clearing a follow-up stamps the date it was done.
      *
      * The advisor defaults to the student's assigned advisor on
      * STUDADVR.DAT and must be on the ADVISOR.DAT roster.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Advising-Note-File ASSIGN TO WS-Advnotes-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS An-Key
               FILE STATUS IS An-Status.

           SELECT Advisor-Roster-File ASSIGN TO WS-Advisor-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ad-File-Status.

           SELECT Student-Advisor-File ASSIGN TO WS-Studadvr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sv-Student-Id
               FILE STATUS IS Sv-Status.

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

       FD  Advising-Note-File.
       01  An-Rec.
           02  An-Key.
               03  An-Student-Id           PIC 9(5).
               03  An-Sequence-Num         PIC 9(3).
           02  An-Contact-Date             PIC 9(8).
           02  An-Advisor-Id               PIC X(5).
           02  An-Contact-Type             PIC X(1).
               88  An-In-Person            VALUE "I".
               88  An-Phone                VALUE "P".
               88  An-Email                VALUE "E".
               88  An-Video                VALUE "V".
           02  An-Note-Text                PIC X(60).
           02  An-Follow-Up-Date           PIC 9(8).
               88  An-No-Follow-Up         VALUE ZEROS.
           02  An-Follow-Up-Done-Date      PIC 9(8).
               88  An-Follow-Up-Open       VALUE ZEROS.
           02  An-Entered-By               PIC X(10).

       FD  Advisor-Roster-File.
       01  Advisor-Rec.
           88  End-Of-Advisor-File        VALUE HIGH-VALUES.
           02  Ad-Advisor-Id               PIC X(5).
           02  FILLER                      PIC X(1).
           02  Ad-Advisor-Name             PIC X(30).

       FD  Student-Advisor-File.
       01  Sv-Rec.
           02  Sv-Student-Id               PIC 9(5).
           02  Sv-Advisor-Id               PIC X(5).

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
       01  WS-Advnotes-Path            PIC X(260).
       01  WS-Advisor-Path             PIC X(260).
       01  WS-Studadvr-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  An-Status                   PIC X(2).
           88  An-Rec-Found            VALUE "00".
           88  An-Rec-Not-Found        VALUE "23".
       01  Sv-Status                   PIC X(2).
           88  Sv-Rec-Found            VALUE "00".
       01  Ad-File-Status              PIC X(2).
       01  Ua-File-Status              PIC X(2).

       01  WS-Studadvr-Sw              PIC X VALUE "N".
           88  Assignments-Available   VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Advisor roster table, loaded once at startup - the same
      * lookup AdvisorAssignment uses to validate an advisor ID.
       01  Advisor-Table.
           02  Ad-Entry OCCURS 1000 TIMES
                       INDEXED BY Ad-Idx.
               03  Ad-Id-Tbl                PIC X(5).
               03  Ad-Name-Tbl              PIC X(30).
       01  WS-Advisor-Max              PIC 9(4) VALUE 1000.
       01  WS-Advisor-Count            PIC 9(4) VALUE ZEROS.
       01  WS-Advisor-Known            PIC X VALUE "N".
           88  Advisor-Is-Known        VALUE "Y".

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
       01  WS-Query-Sequence           PIC 9(3).
       01  WS-Next-Sequence            PIC 9(3).
       01  WS-Advisor-Entry            PIC X(5).
       01  WS-Contact-Type-Entry       PIC X(1).
           88  Valid-Contact-Type      VALUE "I" "P" "E" "V".
       01  WS-Contact-Date-Entry       PIC 9(8).
       01  WS-Follow-Up-Entry          PIC 9(8).
       01  WS-Note-Entry               PIC X(60).
       01  WS-Note-Count               PIC 9(3).
       01  WS-Today                    PIC 9(8).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT StudentFile.
           OPEN I-O Advising-Note-File.
           IF An-Status = "05" OR An-Status = "35"
               CLOSE Advising-Note-File
               OPEN OUTPUT Advising-Note-File
               CLOSE Advising-Note-File
               OPEN I-O Advising-Note-File
           END-IF.
           OPEN INPUT Student-Advisor-File.
           IF Sv-Status = "00"
               MOVE "Y" TO WS-Studadvr-Sw
           END-IF.
           PERFORM Load-Advisor-Table.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.

           CLOSE StudentFile, Advising-Note-File.
           IF Assignments-Available
               CLOSE Student-Advisor-File
           END-IF.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  ADVISING  SESSION  NOTES  ----".
           DISPLAY "1. Record Advising Contact".
           DISPLAY "2. Clear Follow-Up".
           DISPLAY "3. List Notes For Student".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Record-Contact
                      END-IF
               WHEN 2 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Clear-Follow-Up
                      END-IF
               WHEN 3 PERFORM List-Notes-For-Student
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

       Record-Contact.
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

           MOVE SPACES TO WS-Advisor-Entry.
           IF Assignments-Available
               MOVE WS-Query-StudentId TO Sv-Student-Id
               READ Student-Advisor-File
                   KEY IS Sv-Student-Id
                   INVALID KEY MOVE "23" TO Sv-Status
               END-READ
               IF Sv-Rec-Found
                   MOVE Sv-Advisor-Id TO WS-Advisor-Entry
               END-IF
           END-IF.
           IF WS-Advisor-Entry = SPACES
               DISPLAY "Advisor Id: " WITH NO ADVANCING
               ACCEPT WS-Advisor-Entry
           ELSE
               DISPLAY "Advisor Id (blank = " WS-Advisor-Entry "): "
                   WITH NO ADVANCING
               ACCEPT WS-Advisor-Entry
               IF WS-Advisor-Entry = SPACES
                   MOVE Sv-Advisor-Id TO WS-Advisor-Entry
               END-IF
           END-IF.
           PERFORM Check-Advisor-Known.
           IF NOT Advisor-Is-Known
               DISPLAY "Advisor " WS-Advisor-Entry
                       " is not on the roster - no note recorded."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Contact date (YYYYMMDD, blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-Contact-Date-Entry.
           IF WS-Contact-Date-Entry = ZEROS
               MOVE WS-Today TO WS-Contact-Date-Entry
           END-IF.
           IF WS-Contact-Date-Entry > WS-Today
               DISPLAY "A contact cannot be dated in the future - "
                       "no note recorded."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Contact type (I=In person P=Phone E=Email "
                   "V=Video): " WITH NO ADVANCING.
           ACCEPT WS-Contact-Type-Entry.
           MOVE FUNCTION UPPER-CASE(WS-Contact-Type-Entry)
               TO WS-Contact-Type-Entry.
           IF NOT Valid-Contact-Type
               DISPLAY "Invalid contact type - no note recorded."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Note: " WITH NO ADVANCING.
           ACCEPT WS-Note-Entry.
           DISPLAY "Follow-up date (YYYYMMDD, blank = none): "
               WITH NO ADVANCING.
           ACCEPT WS-Follow-Up-Entry.
           IF WS-Follow-Up-Entry NOT = ZEROS
               AND WS-Follow-Up-Entry < WS-Contact-Date-Entry
               DISPLAY "Follow-up cannot be before the contact - "
                       "no note recorded."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find-Next-Sequence.
           MOVE WS-Query-StudentId TO An-Student-Id.
           MOVE WS-Next-Sequence TO An-Sequence-Num.
           MOVE WS-Contact-Date-Entry TO An-Contact-Date.
           MOVE WS-Advisor-Entry TO An-Advisor-Id.
           MOVE WS-Contact-Type-Entry TO An-Contact-Type.
           MOVE WS-Note-Entry TO An-Note-Text.
           MOVE WS-Follow-Up-Entry TO An-Follow-Up-Date.
           MOVE ZEROS TO An-Follow-Up-Done-Date.
           MOVE WS-Current-User TO An-Entered-By.
           WRITE An-Rec
               INVALID KEY
                   MOVE An-Status TO WS-Chk-Status
                   MOVE "WRITE Advising-Note-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           DISPLAY "Advising note recorded for Student "
                   WS-Query-StudentId " (seq " WS-Next-Sequence ").".

       Find-Next-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE WS-Query-StudentId TO An-Student-Id.
           MOVE 999 TO An-Sequence-Num.
           START Advising-Note-File
               KEY IS <= An-Key
               INVALID KEY SET An-Rec-Not-Found TO TRUE
           END-START.
      * A READ with AT END after the START is a sequential read
      * returning the record just located - the highest sequence on
      * file for this key, same idiom as StudentStatusHistory.
           IF An-Rec-Found
               READ Advising-Note-File
                   AT END SET An-Rec-Not-Found TO TRUE
               END-READ
               IF An-Rec-Found AND An-Student-Id = WS-Query-StudentId
                   COMPUTE WS-Next-Sequence = An-Sequence-Num + 1
               END-IF
           END-IF.

       Check-Advisor-Known.
           MOVE "N" TO WS-Advisor-Known.
           PERFORM VARYING Ad-Idx FROM 1 BY 1
                   UNTIL Ad-Idx > WS-Advisor-Count
               IF Ad-Id-Tbl(Ad-Idx) = WS-Advisor-Entry
                   MOVE "Y" TO WS-Advisor-Known
               END-IF
           END-PERFORM.

      * Clearing stamps the date the follow-up was done rather than
      * zeroing the follow-up date, so the note keeps its history.
       Clear-Follow-Up.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           DISPLAY "Enter Note Sequence Number (9(3)): "
               WITH NO ADVANCING.
           ACCEPT WS-Query-Sequence.
           MOVE WS-Query-StudentId TO An-Student-Id.
           MOVE WS-Query-Sequence TO An-Sequence-Num.
           READ Advising-Note-File
               KEY IS An-Key
               INVALID KEY
                   DISPLAY "No such note on file."
           END-READ.
           IF An-Rec-Found
               IF An-No-Follow-Up
                   DISPLAY "That note has no follow-up."
               ELSE
               IF NOT An-Follow-Up-Open
                   DISPLAY "That follow-up was already cleared on "
                           An-Follow-Up-Done-Date "."
               ELSE
                   MOVE WS-Today TO An-Follow-Up-Done-Date
                   REWRITE An-Rec
                       INVALID KEY
                           MOVE An-Status TO WS-Chk-Status
                           MOVE "REWRITE Advising-Note-File"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
                   DISPLAY "Follow-up cleared."
               END-IF
               END-IF
           END-IF.

       List-Notes-For-Student.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO An-Student-Id.
           MOVE LOW-VALUES TO An-Sequence-Num.
           START Advising-Note-File
               KEY IS >= An-Key
               INVALID KEY SET An-Rec-Not-Found TO TRUE
           END-START.
           MOVE ZEROS TO WS-Note-Count.
           IF An-Rec-Found
               READ Advising-Note-File NEXT RECORD
                   AT END SET An-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL An-Rec-Not-Found
                       OR An-Student-Id NOT = WS-Query-StudentId
                   ADD 1 TO WS-Note-Count
                   PERFORM Print-One-Note
                   READ Advising-Note-File NEXT RECORD
                       AT END SET An-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Note-Count = 0
               DISPLAY "No advising notes on file for Student "
                       WS-Query-StudentId
           END-IF.

       Print-One-Note.
           DISPLAY "  Seq " An-Sequence-Num
                   "  " An-Contact-Date
                   "  Advisor " An-Advisor-Id
                   "  Type " An-Contact-Type
                   "  by " An-Entered-By.
           DISPLAY "      " An-Note-Text.
           EVALUATE TRUE
               WHEN An-No-Follow-Up
                   CONTINUE
               WHEN An-Follow-Up-Open
                   DISPLAY "      Follow-up due " An-Follow-Up-Date
                           "  ** OPEN **"
               WHEN OTHER
                   DISPLAY "      Follow-up due " An-Follow-Up-Date
                           "  done " An-Follow-Up-Done-Date
           END-EVALUATE.

       Load-Advisor-Table.
           OPEN INPUT Advisor-Roster-File.
           IF Ad-File-Status NOT = "00"
               DISPLAY "No advisor roster - notes cannot be recorded."
               EXIT PARAGRAPH
           END-IF.
           READ Advisor-Roster-File
               AT END SET End-Of-Advisor-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Advisor-File
               IF WS-Advisor-Count NOT < WS-Advisor-Max
                   DISPLAY "*** ADVISOR TABLE FULL *** more than "
                           WS-Advisor-Max " advisors on the roster"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Advisor-Count
               MOVE Ad-Advisor-Id TO Ad-Id-Tbl(WS-Advisor-Count)
               MOVE Ad-Advisor-Name
                   TO Ad-Name-Tbl(WS-Advisor-Count)
               READ Advisor-Roster-File
                   AT END SET End-Of-Advisor-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Advisor-Roster-File.

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
           ACCEPT WS-Advnotes-Path FROM ENVIRONMENT "ADVNOTES_PATH".
           IF WS-Advnotes-Path = SPACES
               MOVE "ADVNOTES.DAT" TO WS-Advnotes-Path
           END-IF.
           ACCEPT WS-Advisor-Path FROM ENVIRONMENT "ADVISOR_PATH".
           IF WS-Advisor-Path = SPACES
               MOVE "ADVISOR.DAT" TO WS-Advisor-Path
           END-IF.
           ACCEPT WS-Studadvr-Path FROM ENVIRONMENT "STUDADVR_PATH".
           IF WS-Studadvr-Path = SPACES
               MOVE "STUDADVR.DAT" TO WS-Studadvr-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
