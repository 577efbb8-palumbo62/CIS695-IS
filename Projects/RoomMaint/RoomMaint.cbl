       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RoomMaint.
       AUTHOR.  Jon Clark.
      * Console maintenance for the room master (ROOMMAST.DAT), behind
      * the shared User-Access-File login.  One row per teaching room,
      * keyed on the same six-character room code Ss-Room carries on
      * SECSCHED.DAT, with the building, the number of seats and the
      * room type (L = lecture, B = lab, S = seminar, O = other).
      * CourseCatalogMaint checks a section's room against this file
      * when the section is scheduled - the room must exist, must not
      * already be booked at an overlapping time that term, and must
      * seat the section's MODCAP.DAT capacity - and RoomUtilization
      * reports the weekly hours booked in each room from it.  A room
      * still named on a section schedule cannot be deleted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Room-Master-File ASSIGN TO WS-Roommast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rm-Room-Code
               FILE STATUS IS Rm-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Room-Master-File.
       01  Rm-Rec.
           02  Rm-Room-Code            PIC X(6).
           02  Rm-Building             PIC X(20).
           02  Rm-Seats                PIC 9(4).
           02  Rm-Room-Type            PIC X(1).
               88  Rm-Lecture          VALUE "L".
               88  Rm-Lab              VALUE "B".
               88  Rm-Seminar          VALUE "S".
               88  Rm-Other            VALUE "O".
               88  Rm-Type-Valid       VALUE "L" "B" "S" "O".

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
       01  WS-Roommast-Path            PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Rm-Status                   PIC X(2).
           88  Rm-Rec-Found            VALUE "00".
           88  Rm-Rec-Not-Found        VALUE "23".
       01  Ss-Status                   PIC X(2).
       01  Ua-File-Status              PIC X(2).

       01  WS-Secsched-Sw              PIC X VALUE "N".
           88  Secsched-Available      VALUE "Y".
       01  End-Of-Rooms-Sw             PIC X VALUE "N".
           88  End-Of-Rooms            VALUE "Y".
       01  End-Of-Sections-Sw          PIC X VALUE "N".
           88  End-Of-Sections         VALUE "Y".
       01  WS-Room-In-Use-Sw           PIC X VALUE "N".
           88  Room-In-Use             VALUE "Y".

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

       01  WS-Entry-Room               PIC X(6).
       01  WS-Entry-Type               PIC X(1).
       01  WS-In-Use-Module            PIC X(5).
       01  WS-In-Use-Term              PIC X(6).
       01  Ct-Rooms-Listed             PIC 9(4).
       01  Confirm-Reply               PIC X VALUE "N".
           88  Confirmed               VALUE "Y" "y".

       01  Room-List-Line.
           02  Rl-Room-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Building             PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Seats                PIC Z,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Type-Name            PIC X(7).

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
           OPEN I-O Room-Master-File.
           IF Rm-Status = "05" OR Rm-Status = "35"
               CLOSE Room-Master-File
               OPEN OUTPUT Room-Master-File
               CLOSE Room-Master-File
               OPEN I-O Room-Master-File
           END-IF.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status = "00"
               MOVE "Y" TO WS-Secsched-Sw
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 6.

           CLOSE Room-Master-File.
           IF Secsched-Available
               CLOSE Section-Schedule-File
           END-IF.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  ROOM  MASTER  MAINTENANCE  ----".
           DISPLAY "1. Add Room".
           DISPLAY "2. Query Room".
           DISPLAY "3. Update Room".
           DISPLAY "4. Delete Room".
           DISPLAY "5. List Rooms".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Add-Room
                      END-IF
               WHEN 2 PERFORM Query-Room
               WHEN 3 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Update-Room
                      END-IF
               WHEN 4 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Delete-Room
                      END-IF
               WHEN 5 PERFORM List-Rooms
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

       Prompt-Room-Code.
           DISPLAY "Room code (as keyed on section schedules): "
                   WITH NO ADVANCING.
           ACCEPT WS-Entry-Room.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Room) TO Rm-Room-Code.

       Add-Room.
           PERFORM Prompt-Room-Code.
           IF Rm-Room-Code = SPACES
               DISPLAY "Room code is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Prompt-Room-Details.
           IF NOT Rm-Type-Valid OR Rm-Seats = ZEROS
               DISPLAY "Seats and a room type of L, B, S or O are "
                   "required - not added."
               EXIT PARAGRAPH
           END-IF.
           WRITE Rm-Rec
               INVALID KEY
                   DISPLAY "Add failed - room " Rm-Room-Code
                           " already exists."
               NOT INVALID KEY
                   DISPLAY "Room " Rm-Room-Code " added."
           END-WRITE.

       Prompt-Room-Details.
           DISPLAY "Building: " WITH NO ADVANCING.
           ACCEPT Rm-Building.
           DISPLAY "Seats: " WITH NO ADVANCING.
           ACCEPT Rm-Seats.
           DISPLAY "Room type (L=Lecture B=Lab S=Seminar O=Other): "
                   WITH NO ADVANCING.
           ACCEPT WS-Entry-Type.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO Rm-Room-Type.

       Query-Room.
           PERFORM Prompt-Room-Code.
           READ Room-Master-File
               KEY IS Rm-Room-Code
               INVALID KEY DISPLAY "Room " Rm-Room-Code " not found."
               NOT INVALID KEY
                   PERFORM Format-Room-Line
                   DISPLAY "Room     Building              Seats  Type"
                   DISPLAY Room-List-Line
           END-READ.

       Update-Room.
           PERFORM Prompt-Room-Code.
           READ Room-Master-File
               KEY IS Rm-Room-Code
               INVALID KEY DISPLAY "Room " Rm-Room-Code " not found."
           END-READ.
           IF Rm-Rec-Found
               PERFORM Format-Room-Line
               DISPLAY "Currently: " Room-List-Line
               PERFORM Prompt-Room-Details
               IF NOT Rm-Type-Valid OR Rm-Seats = ZEROS
                   DISPLAY "Seats and a room type of L, B, S or O "
                       "are required - not updated."
               ELSE
                   REWRITE Rm-Rec
                       INVALID KEY DISPLAY "Update failed FS = "
                           Rm-Status
                       NOT INVALID KEY
                           DISPLAY "Room " Rm-Room-Code " updated."
                   END-REWRITE
               END-IF
           END-IF.

       Delete-Room.
           PERFORM Prompt-Room-Code.
           READ Room-Master-File
               KEY IS Rm-Room-Code
               INVALID KEY DISPLAY "Room " Rm-Room-Code " not found."
           END-READ.
           IF NOT Rm-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Room-In-Use.
           IF Room-In-Use
               DISPLAY "Room " Rm-Room-Code " is still booked by "
                   WS-In-Use-Module " in term " WS-In-Use-Term
                   " - move that section first."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Delete room " Rm-Room-Code "? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT Confirm-Reply.
           IF Confirmed
               DELETE Room-Master-File
                   INVALID KEY DISPLAY "Delete failed FS = " Rm-Status
                   NOT INVALID KEY
                       DISPLAY "Room " Rm-Room-Code " deleted."
               END-DELETE
           END-IF.

      * Any section schedule, any term, still naming the room.
       Check-Room-In-Use.
           MOVE "N" TO WS-Room-In-Use-Sw.
           IF NOT Secsched-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO Ss-Key.
           MOVE "N" TO End-Of-Sections-Sw.
           START Section-Schedule-File
               KEY IS NOT LESS THAN Ss-Key
               INVALID KEY SET End-Of-Sections TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Sections OR Room-In-Use
               READ Section-Schedule-File NEXT RECORD
                   AT END SET End-Of-Sections TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(Ss-Room) = Rm-Room-Code
                           MOVE "Y" TO WS-Room-In-Use-Sw
                           MOVE Ss-Module-Code TO WS-In-Use-Module
                           MOVE Ss-Term-Code TO WS-In-Use-Term
                       END-IF
               END-READ
           END-PERFORM.

       List-Rooms.
           MOVE LOW-VALUES TO Rm-Room-Code.
           MOVE "N" TO End-Of-Rooms-Sw.
           MOVE ZEROS TO Ct-Rooms-Listed.
           START Room-Master-File
               KEY IS NOT LESS THAN Rm-Room-Code
               INVALID KEY SET End-Of-Rooms TO TRUE
           END-START.
           DISPLAY "Room     Building              Seats  Type".
           PERFORM List-One-Room UNTIL End-Of-Rooms.
           DISPLAY Ct-Rooms-Listed " room(s) listed.".

       List-One-Room.
           READ Room-Master-File NEXT RECORD
               AT END SET End-Of-Rooms TO TRUE
           END-READ.
           IF End-Of-Rooms
               EXIT PARAGRAPH
           END-IF.
           PERFORM Format-Room-Line.
           DISPLAY Room-List-Line.
           ADD 1 TO Ct-Rooms-Listed.

       Format-Room-Line.
           MOVE Rm-Room-Code TO Rl-Room-Code.
           MOVE Rm-Building TO Rl-Building.
           MOVE Rm-Seats TO Rl-Seats.
           EVALUATE TRUE
               WHEN Rm-Lecture MOVE "LECTURE" TO Rl-Type-Name
               WHEN Rm-Lab MOVE "LAB" TO Rl-Type-Name
               WHEN Rm-Seminar MOVE "SEMINAR" TO Rl-Type-Name
               WHEN OTHER MOVE "OTHER" TO Rl-Type-Name
           END-EVALUATE.

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
           ACCEPT WS-Roommast-Path FROM ENVIRONMENT "ROOMMAST_PATH".
           IF WS-Roommast-Path = SPACES
               MOVE "ROOMMAST.DAT" TO WS-Roommast-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
