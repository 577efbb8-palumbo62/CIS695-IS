      * room.  StudentEnrollment reads it to reject an enrollment
      * that overlaps the student's existing term schedule, and
      * StudentSchedule prints the registration handout from it.
      *
      * When a room master (ROOMMAST.DAT, kept by RoomMaint) is on
      * file, a section's room is checked before the schedule is
      * saved: the room must be on the room master, no other section
      * that term may be booked into it on a shared day at an
      * overlapping time, and the section's MODCAP.DAT capacity may
      * not be more than the room seats.  A blank room is allowed for
      * a section still waiting on a room.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

           SELECT Room-Master-File ASSIGN TO WS-Roommast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rm-Room-Code
               FILE STATUS IS Rm-Status.

           SELECT Module-Capacity-File ASSIGN TO WS-Modcap-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mc-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Course-Catalog-File.
           02  Ss-End-Time             PIC 9(4).
           02  Ss-Room                 PIC X(6).

       FD  Room-Master-File.
       01  Rm-Rec.
           02  Rm-Room-Code            PIC X(6).
           02  Rm-Building             PIC X(20).
           02  Rm-Seats                PIC 9(4).
           02  Rm-Room-Type            PIC X(1).

       FD  Module-Capacity-File.
       01  Modcap-Rec.
           88  End-Of-Modcap-File          VALUE HIGH-VALUES.
           02  Mc-Module-Code              PIC X(5).
           02  FILLER                      PIC X(1).
           02  Mc-Section-Num              PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Mc-Capacity                 PIC 9(5).

       WORKING-STORAGE SECTION.
      * Data-file location, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
           88  Ss-Rec-Found            VALUE "00".
           88  Ss-Rec-Not-Found        VALUE "23".
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Roommast-Path            PIC X(260).
       01  WS-Modcap-Path              PIC X(260).
       01  Sub-Menu-Choice             PIC 9 VALUE 0.

       01  Rm-Status                   PIC X(2).
           88  Rm-Rec-Found            VALUE "00".
       01  Mc-File-Status              PIC X(2).
       01  WS-Roommast-Sw              PIC X VALUE "N".
           88  Roommast-Available      VALUE "Y".
       01  WS-Room-Reject-Sw           PIC X VALUE "N".
           88  Room-Rejected           VALUE "Y".
       01  End-Of-Sections-Sw          PIC X VALUE "N".
           88  End-Of-Sections         VALUE "Y".
       01  WS-Pending-Ss-Rec           PIC X(34).
       01  WS-Pending-Parts REDEFINES WS-Pending-Ss-Rec.
           02  Pd-Key.
               03  Pd-Module-Code      PIC X(5).
               03  Pd-Term-Code        PIC X(6).
               03  Pd-Section-Num      PIC 9(2).
           02  Pd-Meeting-Days         PIC X(7).
           02  Pd-Start-Time           PIC 9(4).
           02  Pd-End-Time             PIC 9(4).
           02  Pd-Room                 PIC X(6).
       01  WS-Section-Capacity         PIC 9(5).
       01  WS-Day-Idx-1                PIC 9.
       01  WS-Day-Idx-2                PIC 9.
       01  WS-Day-Char                 PIC X.
       01  WS-Common-Day-Sw            PIC X VALUE "N".
           88  Common-Day              VALUE "Y".

       01  Main-Menu-Choice            PIC 9 VALUE 0.
       01  Confirm-Reply               PIC X VALUE "N".
           88  Confirmed               VALUE "Y" "y".
           PERFORM Resolve-Data-Paths.
           PERFORM Open-Course-Catalog-File.
           PERFORM Open-Section-Schedule-File.
           OPEN INPUT Room-Master-File.
           IF Rm-Status = "00"
               MOVE "Y" TO WS-Roommast-Sw
           END-IF.
           PERFORM Main-Menu UNTIL Main-Menu-Choice = 6.
           CLOSE Course-Catalog-File, Section-Schedule-File.
           IF Roommast-Available
               CLOSE Room-Master-File
           END-IF.
           STOP RUN.

       Open-Course-Catalog-File.
           ACCEPT Ss-End-Time.
           DISPLAY "Room: " WITH NO ADVANCING.
           ACCEPT Ss-Room.
           PERFORM Check-Section-Room.
           IF Room-Rejected
               DISPLAY "Section schedule not added."
               EXIT PARAGRAPH
           END-IF.
           WRITE Ss-Rec
               INVALID KEY
                   DISPLAY "Add failed - that section already has a "
               ACCEPT Ss-End-Time
               DISPLAY "New room: " WITH NO ADVANCING
               ACCEPT Ss-Room
               PERFORM Check-Section-Room
               IF Room-Rejected
                   DISPLAY "Section schedule not updated."
               ELSE
                   REWRITE Ss-Rec
                       INVALID KEY DISPLAY "Update failed FS = "
                           Ss-Status
                       NOT INVALID KEY
                           DISPLAY "Section schedule updated."
                   END-REWRITE
               END-IF
           END-IF.

      * Room, double-booking and seat checks for the schedule row in
      * Ss-Rec.  The row is held in WS-Pending-Ss-Rec while the rest
      * of the term is scanned, and put back before returning.
       Check-Section-Room.
           MOVE "N" TO WS-Room-Reject-Sw.
           IF Ss-Room = SPACES OR NOT Roommast-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(Ss-Room) TO Ss-Room.
           MOVE Ss-Rec TO WS-Pending-Ss-Rec.
           MOVE Ss-Room TO Rm-Room-Code.
           READ Room-Master-File
               KEY IS Rm-Room-Code
               INVALID KEY MOVE "23" TO Rm-Status
           END-READ.
           IF NOT Rm-Rec-Found
               DISPLAY "Room " Ss-Room " is not on the room master."
               MOVE "Y" TO WS-Room-Reject-Sw
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Section-Capacity.
           IF WS-Section-Capacity > Rm-Seats
               DISPLAY "Room " Rm-Room-Code " seats " Rm-Seats
                   " but the section is capped at "
                   WS-Section-Capacity " in MODCAP.DAT."
               MOVE "Y" TO WS-Room-Reject-Sw
               EXIT PARAGRAPH
           END-IF.
           PERFORM Scan-Room-Bookings.
           MOVE WS-Pending-Ss-Rec TO Ss-Rec.

      * An absent MODCAP.DAT, or no row for the section, means the
      * section is uncapped and any room will do.
       Find-Section-Capacity.
           MOVE ZEROS TO WS-Section-Capacity.
           OPEN INPUT Module-Capacity-File.
           IF Mc-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Module-Capacity-File
               AT END SET End-Of-Modcap-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Modcap-File
               IF Mc-Module-Code = Pd-Module-Code
                   AND Mc-Section-Num = Pd-Section-Num
                   AND Mc-Capacity NUMERIC
                   MOVE Mc-Capacity TO WS-Section-Capacity
               END-IF
               READ Module-Capacity-File
                   AT END SET End-Of-Modcap-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Module-Capacity-File.

      * Two sections clash in a room when they share a day letter
      * and their time ranges intersect - the same test
      * StudentEnrollment applies to a student's own timetable.
       Scan-Room-Bookings.
           MOVE LOW-VALUES TO Ss-Key.
           MOVE "N" TO End-Of-Sections-Sw.
           START Section-Schedule-File
               KEY IS NOT LESS THAN Ss-Key
               INVALID KEY SET End-Of-Sections TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Sections OR Room-Rejected
               READ Section-Schedule-File NEXT RECORD
                   AT END SET End-Of-Sections TO TRUE
                   NOT AT END PERFORM Compare-Room-Booking
               END-READ
           END-PERFORM.

       Compare-Room-Booking.
           IF Ss-Term-Code NOT = Pd-Term-Code
              OR Ss-Key = Pd-Key
              OR FUNCTION UPPER-CASE(Ss-Room) NOT = Pd-Room
               EXIT PARAGRAPH
           END-IF.
           IF Pd-Start-Time < Ss-End-Time
               AND Ss-Start-Time < Pd-End-Time
               PERFORM Check-Common-Meeting-Day
               IF Common-Day
                   DISPLAY "Room " Pd-Room " is already booked by "
                       Ss-Module-Code " section " Ss-Section-Num
                       " (" Ss-Meeting-Days " " Ss-Start-Time "-"
                       Ss-End-Time ")."
                   MOVE "Y" TO WS-Room-Reject-Sw
               END-IF
           END-IF.

       Check-Common-Meeting-Day.
           MOVE "N" TO WS-Common-Day-Sw.
           PERFORM VARYING WS-Day-Idx-1 FROM 1 BY 1
                   UNTIL WS-Day-Idx-1 > 7
               MOVE Pd-Meeting-Days(WS-Day-Idx-1:1) TO WS-Day-Char
               IF WS-Day-Char NOT = SPACE
                   PERFORM VARYING WS-Day-Idx-2 FROM 1 BY 1
                           UNTIL WS-Day-Idx-2 > 7
                       IF Ss-Meeting-Days(WS-Day-Idx-2:1)
                               = WS-Day-Char
                           MOVE "Y" TO WS-Common-Day-Sw
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Delete-Section-Schedule.
           PERFORM Prompt-Schedule-Key.
           READ Section-Schedule-File
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Roommast-Path FROM ENVIRONMENT "ROOMMAST_PATH".
           IF WS-Roommast-Path = SPACES
               MOVE "ROOMMAST.DAT" TO WS-Roommast-Path
           END-IF.
           ACCEPT WS-Modcap-Path FROM ENVIRONMENT "MODCAP_PATH".
           IF WS-Modcap-Path = SPACES
               MOVE "MODCAP.DAT" TO WS-Modcap-Path
           END-IF.
