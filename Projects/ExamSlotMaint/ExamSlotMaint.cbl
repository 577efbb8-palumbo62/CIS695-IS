       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExamSlotMaint.
       AUTHOR.  Jon Clark.
      * Console maintenance for the term exam-slot grid (EXAMSLOT.DAT),
      * behind the shared User-Access-File login.  Each term's finals
      * week is laid out as numbered slots - a date and a start/end
      * time - and a slot may name the class meeting pattern (MTWRFSU
      * day letters plus HHMM start, as on SECSCHED.DAT) whose sections
      * sit their exam in it by default, the usual "MWF 0900 classes
      * examine Monday morning" rule.  ExamSchedule assigns every
      * section of the term a slot from this grid.  A section can also
      * be fixed to a slot by hand here; a hand-fixed assignment on
      * EXAMSCHED.DAT is kept by every later ExamSchedule run, so a
      * lecturer's special request survives a re-run of the batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Exam-Slot-File ASSIGN TO WS-Examslot-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Es-Key
               FILE STATUS IS Es-Status.

           SELECT Exam-Schedule-File ASSIGN TO WS-Examsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ex-Key
               FILE STATUS IS Ex-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Exam-Slot-File.
       01  Es-Rec.
           02  Es-Key.
               03  Es-Term-Code        PIC X(6).
               03  Es-Slot-Id          PIC 9(2).
           02  Es-Exam-Date            PIC 9(8).
           02  Es-Start-Time           PIC 9(4).
           02  Es-End-Time             PIC 9(4).
           02  Es-Default-Days         PIC X(7).
           02  Es-Default-Start        PIC 9(4).

      * One row per section per term - the slot the section sits its
      * final in, and how it got there: D = meeting-pattern default,
      * B = balanced onto the least-used slot, M = fixed by hand.
       FD  Exam-Schedule-File.
       01  Ex-Rec.
           02  Ex-Key.
               03  Ex-Module-Code       PIC X(5).
               03  Ex-Term-Code        PIC X(6).
               03  Ex-Section-Num      PIC 9(2).
           02  Ex-Slot-Id              PIC 9(2).
           02  Ex-Exam-Date            PIC 9(8).
           02  Ex-Start-Time           PIC 9(4).
           02  Ex-End-Time             PIC 9(4).
           02  Ex-Room                 PIC X(6).
           02  Ex-Assign-Source        PIC X(1).
               88  Ex-By-Default       VALUE "D".
               88  Ex-Balanced         VALUE "B".
               88  Ex-Fixed-By-Hand    VALUE "M".
           02  Ex-Assigned-Date        PIC 9(8).

       FD  Section-Schedule-File.
       01  Ss-Rec.
           02  Ss-Key.
               03  Ss-Module-Code      PIC X(5).
               03  Ss-Term-Code        PIC X(6).
               03  Ss-Section-Num      PIC 9(2).
           02  Ss-Meeting-Days         PIC X(7).
           02  Ss-Start-Time           PIC 9(4).
           02  Ss-End-Time             PIC 9(4).
           02  Ss-Room                 PIC X(6).

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
       01  WS-Examslot-Path            PIC X(260).
       01  WS-Examsched-Path           PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Es-Status                   PIC X(2).
           88  Es-Rec-Found            VALUE "00".
           88  Es-Rec-Not-Found        VALUE "23".
       01  Ex-Status                   PIC X(2).
           88  Ex-Rec-Found            VALUE "00".
           88  Ex-Rec-Not-Found        VALUE "23".
       01  Ss-Status                   PIC X(2).
           88  Ss-Rec-Found            VALUE "00".
           88  Ss-Rec-Not-Found        VALUE "23".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
           88  Tm-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Secsched-Sw              PIC X VALUE "N".
           88  Secsched-Available      VALUE "Y".
       01  WS-Term-Valid-Sw            PIC X VALUE "N".
           88  Entered-Term-Valid      VALUE "Y".

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

       01  WS-Entry-Term               PIC X(6).
       01  WS-Entry-Slot               PIC 9(2).
       01  WS-Entry-Date               PIC 9(8).
       01  WS-Entry-Start              PIC 9(4).
       01  WS-Entry-End                PIC 9(4).
       01  WS-Entry-Days               PIC X(7).
       01  WS-Entry-Module             PIC X(5).
       01  WS-Entry-Section            PIC 9(2).
       01  End-Of-Slots-Sw             PIC X VALUE "N".
           88  End-Of-Slots            VALUE "Y".
       01  Ct-Slots-Listed             PIC 9(4).

       01  Slot-List-Line.
           02  Sl-Slot-Id              PIC 9(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sl-Exam-Date            PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sl-Start-Time           PIC 9(4).
           02  FILLER                  PIC X(1) VALUE "-".
           02  Sl-End-Time             PIC 9(4).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Sl-Default-Days         PIC X(7).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Sl-Default-Start        PIC X(4).

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
           OPEN I-O Exam-Slot-File.
           IF Es-Status = "05" OR Es-Status = "35"
               CLOSE Exam-Slot-File
               OPEN OUTPUT Exam-Slot-File
               CLOSE Exam-Slot-File
               OPEN I-O Exam-Slot-File
           END-IF.
           OPEN I-O Exam-Schedule-File.
           IF Ex-Status = "05" OR Ex-Status = "35"
               CLOSE Exam-Schedule-File
               OPEN OUTPUT Exam-Schedule-File
               CLOSE Exam-Schedule-File
               OPEN I-O Exam-Schedule-File
           END-IF.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status = "00"
               MOVE "Y" TO WS-Secsched-Sw
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 5.

           CLOSE Exam-Slot-File, Exam-Schedule-File.
           IF Secsched-Available
               CLOSE Section-Schedule-File
           END-IF.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  EXAM  SLOT  GRID  ----".
           DISPLAY "1. Add / Update Exam Slot".
           DISPLAY "2. List Exam Slots For A Term".
           DISPLAY "3. Delete Exam Slot".
           DISPLAY "4. Fix A Section To A Slot".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Set-Slot
                      END-IF
               WHEN 2 PERFORM List-Slots
               WHEN 3 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Delete-Slot
                      END-IF
               WHEN 4 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Fix-Section-Slot
                      END-IF
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

      * Prompts until the keyed term exists on the term master (when
      * one is on file), so a grid is never built under a typo'd term.
       Get-Entry-Term.
           MOVE "N" TO WS-Term-Valid-Sw.
           PERFORM Prompt-Entry-Term UNTIL Entered-Term-Valid.

       Prompt-Entry-Term.
           DISPLAY "Term code: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Term.
           IF NOT Termmast-Available
               MOVE "Y" TO WS-Term-Valid-Sw
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Term TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF Tm-Rec-Not-Found
               DISPLAY "Term " WS-Entry-Term " is not on the "
                       "term master - enter one that is."
           ELSE
               MOVE "Y" TO WS-Term-Valid-Sw
           END-IF.

       Set-Slot.
           PERFORM Get-Entry-Term.
           DISPLAY "Slot number (01-99): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Slot.
           IF WS-Entry-Slot = ZEROS
               DISPLAY "Slot number may not be zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Term TO Es-Term-Code.
           MOVE WS-Entry-Slot TO Es-Slot-Id.
           READ Exam-Slot-File
               KEY IS Es-Key
               INVALID KEY MOVE "23" TO Es-Status
           END-READ.
           IF Es-Rec-Found
               DISPLAY "Updating slot " Es-Slot-Id " - currently "
                   Es-Exam-Date " " Es-Start-Time "-" Es-End-Time
           ELSE
               MOVE SPACES TO Es-Rec
               MOVE WS-Entry-Term TO Es-Term-Code
               MOVE WS-Entry-Slot TO Es-Slot-Id
               MOVE ZEROS TO Es-Default-Start
           END-IF.
           DISPLAY "Exam date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Date.
           DISPLAY "Start time (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Start.
           DISPLAY "End time (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-Entry-End.
           IF WS-Entry-Date = ZEROS OR WS-Entry-End NOT > WS-Entry-Start
               DISPLAY "A date and an end time after the start time "
                   "are required - not saved."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Date TO Es-Exam-Date.
           MOVE WS-Entry-Start TO Es-Start-Time.
           MOVE WS-Entry-End TO Es-End-Time.
           DISPLAY "Default for meeting days (e.g. MWF, blank = "
               "none): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Days.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Days) TO Es-Default-Days.
           IF Es-Default-Days = SPACES
               MOVE ZEROS TO Es-Default-Start
           ELSE
               DISPLAY "  ... meeting at start time (HHMM): "
                   WITH NO ADVANCING
               ACCEPT Es-Default-Start
           END-IF.
           IF Es-Rec-Found
               REWRITE Es-Rec
                   INVALID KEY DISPLAY "Rewrite failed - status "
                       Es-Status
               END-REWRITE
           ELSE
               WRITE Es-Rec
                   INVALID KEY DISPLAY "Write failed - status "
                       Es-Status
               END-WRITE
           END-IF.
           DISPLAY "Slot " Es-Slot-Id " for term " Es-Term-Code
               " saved.".

       List-Slots.
           PERFORM Get-Entry-Term.
           MOVE WS-Entry-Term TO Es-Term-Code.
           MOVE ZEROS TO Es-Slot-Id.
           MOVE "N" TO End-Of-Slots-Sw.
           MOVE ZEROS TO Ct-Slots-Listed.
           START Exam-Slot-File
               KEY IS NOT LESS THAN Es-Key
               INVALID KEY SET End-Of-Slots TO TRUE
           END-START.
           DISPLAY "SL  DATE      TIME         DEFAULT FOR".
           PERFORM List-One-Slot UNTIL End-Of-Slots.
           DISPLAY Ct-Slots-Listed " slot(s) listed.".

       List-One-Slot.
           READ Exam-Slot-File NEXT RECORD
               AT END SET End-Of-Slots TO TRUE
           END-READ.
           IF End-Of-Slots
               EXIT PARAGRAPH
           END-IF.
           IF Es-Term-Code NOT = WS-Entry-Term
               SET End-Of-Slots TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Es-Slot-Id TO Sl-Slot-Id.
           MOVE Es-Exam-Date TO Sl-Exam-Date.
           MOVE Es-Start-Time TO Sl-Start-Time.
           MOVE Es-End-Time TO Sl-End-Time.
           MOVE Es-Default-Days TO Sl-Default-Days.
           IF Es-Default-Days = SPACES
               MOVE SPACES TO Sl-Default-Start
           ELSE
               MOVE Es-Default-Start TO Sl-Default-Start
           END-IF.
           DISPLAY Slot-List-Line.
           ADD 1 TO Ct-Slots-Listed.

       Delete-Slot.
           PERFORM Get-Entry-Term.
           DISPLAY "Slot number: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Slot.
           MOVE WS-Entry-Term TO Es-Term-Code.
           MOVE WS-Entry-Slot TO Es-Slot-Id.
           READ Exam-Slot-File
               KEY IS Es-Key
               INVALID KEY MOVE "23" TO Es-Status
           END-READ.
           IF Es-Rec-Not-Found
               DISPLAY "No slot " WS-Entry-Slot " on file for term "
                   WS-Entry-Term "."
           ELSE
               DELETE Exam-Slot-File
                   INVALID KEY DISPLAY "Delete failed - status "
                       Es-Status
               END-DELETE
               DISPLAY "Slot deleted - re-run ExamSchedule to move "
                   "its sections."
           END-IF.

      * Pins one section's exam to a slot.  The section must be on the
      * section schedule, and the slot on the grid for its term.
       Fix-Section-Slot.
           PERFORM Get-Entry-Term.
           DISPLAY "Module code: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Module.
           DISPLAY "Section number: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Section.
           IF NOT Secsched-Available
               DISPLAY "No section schedule file - cannot fix slots."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Module TO Ss-Module-Code.
           MOVE WS-Entry-Term TO Ss-Term-Code.
           MOVE WS-Entry-Section TO Ss-Section-Num.
           READ Section-Schedule-File
               KEY IS Ss-Key
               INVALID KEY MOVE "23" TO Ss-Status
           END-READ.
           IF Ss-Rec-Not-Found
               DISPLAY "Section " WS-Entry-Module "/" WS-Entry-Section
                   " is not scheduled for term " WS-Entry-Term "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Slot number: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Slot.
           MOVE WS-Entry-Term TO Es-Term-Code.
           MOVE WS-Entry-Slot TO Es-Slot-Id.
           READ Exam-Slot-File
               KEY IS Es-Key
               INVALID KEY MOVE "23" TO Es-Status
           END-READ.
           IF Es-Rec-Not-Found
               DISPLAY "No slot " WS-Entry-Slot " on the grid for term "
                   WS-Entry-Term "."
               EXIT PARAGRAPH
           END-IF.
           MOVE Ss-Key TO Ex-Key.
           READ Exam-Schedule-File
               KEY IS Ex-Key
               INVALID KEY MOVE "23" TO Ex-Status
           END-READ.
           MOVE Ss-Key TO Ex-Key.
           MOVE Es-Slot-Id TO Ex-Slot-Id.
           MOVE Es-Exam-Date TO Ex-Exam-Date.
           MOVE Es-Start-Time TO Ex-Start-Time.
           MOVE Es-End-Time TO Ex-End-Time.
           MOVE Ss-Room TO Ex-Room.
           SET Ex-Fixed-By-Hand TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ex-Assigned-Date.
           IF Ex-Rec-Found
               REWRITE Ex-Rec
                   INVALID KEY DISPLAY "Rewrite failed - status "
                       Ex-Status
               END-REWRITE
           ELSE
               WRITE Ex-Rec
                   INVALID KEY DISPLAY "Write failed - status "
                       Ex-Status
               END-WRITE
           END-IF.
           DISPLAY "Section " WS-Entry-Module "/" WS-Entry-Section
               " fixed to slot " Es-Slot-Id " (" Es-Exam-Date " "
               Es-Start-Time ").".

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

       Resolve-Data-Paths.
           ACCEPT WS-Examslot-Path FROM ENVIRONMENT "EXAMSLOT_PATH".
           IF WS-Examslot-Path = SPACES
               MOVE "EXAMSLOT.DAT" TO WS-Examslot-Path
           END-IF.
           ACCEPT WS-Examsched-Path FROM ENVIRONMENT "EXAMSCHED_PATH".
           IF WS-Examsched-Path = SPACES
               MOVE "EXAMSCHED.DAT" TO WS-Examsched-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
