       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RoomUtilization.
       AUTHOR.  Jon Clark.
      * Room utilization report for the facilities office.  For one
      * term, every section on SECSCHED.DAT is charged to its room:
      * the meeting length (end less start time, in minutes) times the
      * number of day letters it meets on gives the minutes booked
      * each week.  Every room on the room master (ROOMMAST.DAT, kept
      * by RoomMaint) prints with its building, type, seats, sections
      * booked, hours booked per week and that as a percentage of a
      * standard 45-hour teaching week (0800-1700, Monday to Friday),
      * so rooms standing empty show up as well as full ones.  Any
      * room named on a section but missing from the room master
      * prints in a second block so it can be set up or corrected.
      * Unattended, the term comes from the ROOMUTIL row of
      * RUNPARMS.DAT.  Output goes to ROOMUTIL.RPT.

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

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Utilization-Report-File ASSIGN TO WS-Roomutil-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  Section-Schedule-File.
       01  Ss-Rec.
           02  Ss-Key.
               03  Ss-Module-Code      PIC X(5).
               03  Ss-Term-Code        PIC X(6).
               03  Ss-Section-Num      PIC 9(2).
           02  Ss-Meeting-Days         PIC X(7).
           02  Ss-Start-Time           PIC 9(4).
           02  Ss-Start-Parts REDEFINES Ss-Start-Time.
               03  Ss-Start-HH         PIC 9(2).
               03  Ss-Start-MM         PIC 9(2).
           02  Ss-End-Time             PIC 9(4).
           02  Ss-End-Parts REDEFINES Ss-End-Time.
               03  Ss-End-HH           PIC 9(2).
               03  Ss-End-MM           PIC 9(2).
           02  Ss-Room                 PIC X(6).

      * Unattended-run parameters - one row per program.
       FD  Run-Parameter-File.
       01  Run-Parameter-Rec.
           88  End-Of-Runparms                 VALUE HIGH-VALUES.
           02  Rp-Program-Name                 PIC X(12).
           02  Rp-Date-Range-Flag              PIC X(1).
           02  Rp-From-Date                    PIC 9(8).
           02  Rp-To-Date                      PIC 9(8).
           02  Rp-Sanity-Pct                   PIC 9(3).
           02  Rp-Refund-Threshold             PIC 9(6)V99.
           02  Rp-Late-Days                    PIC 9(3).
           02  Rp-Late-Amount                  PIC 9(4).
           02  Rp-Term-Code                    PIC X(6).
           02  Rp-Due-Days                     PIC 9(3).

       FD  Utilization-Report-File.
       01  Util-Print-Line             PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Roommast-Path            PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Roomutil-Rpt-Path        PIC X(260).

       01  Rm-Status                   PIC X(2).
       01  Ss-Status                   PIC X(2).
       01  Rp-File-Status              PIC X(2).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  End-Of-Rooms-Sw             PIC X VALUE "N".
           88  End-Of-Rooms            VALUE "Y".
       01  End-Of-Sections-Sw          PIC X VALUE "N".
           88  End-Of-Sections         VALUE "Y".

       01  WS-Util-Term                PIC X(6).
       01  WS-Today                    PIC 9(8).
       01  WS-Teaching-Week-Mins       PIC 9(5) VALUE 2700.

      * Every room on the master, plus any unknown room met on a
      * section, with the minutes booked against it each week.
       01  WS-Room-Max                 PIC 9(4) VALUE 2000.
       01  WS-Room-Count               PIC 9(4) VALUE ZEROS.
       01  Room-Table.
           02  Rt-Entry OCCURS 2000 TIMES INDEXED BY Rt-Idx.
               03  Rt-Room-Code        PIC X(6).
               03  Rt-Building         PIC X(20).
               03  Rt-Seats            PIC 9(4).
               03  Rt-Room-Type        PIC X(1).
               03  Rt-On-Master-Sw     PIC X(1).
                   88  Rt-On-Master    VALUE "Y".
               03  Rt-Sections         PIC 9(4).
               03  Rt-Week-Minutes     PIC 9(6).
       01  WS-Room-Hit                 PIC 9(4).
       01  WS-Section-Room             PIC X(6).

       01  WS-Meeting-Minutes          PIC S9(5).
       01  WS-Meeting-Day-Count        PIC 9.
       01  WS-Day-Idx                  PIC 9.
       01  WS-Hours                    PIC 9(4)V99.
       01  WS-Util-Pct                 PIC 9(3)V9.
       01  WS-Unknown-Sw               PIC X VALUE "N".
           88  Any-Unknown-Room        VALUE "Y".

       01  Control-Totals.
           02  Ct-Sections-Read        PIC 9(5) VALUE ZEROS.
           02  Ct-Sections-Unroomed    PIC 9(5) VALUE ZEROS.
           02  Ct-Total-Minutes        PIC 9(7) VALUE ZEROS.

       01  Util-Detail-Line.
           02  Ud-Room-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ud-Building             PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ud-Type-Name            PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ud-Seats                PIC Z,ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Ud-Sections             PIC ZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Ud-Hours                PIC ZZ9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Ud-Util-Pct             PIC ZZ9.9.
           02  FILLER                  PIC X(1) VALUE "%".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term for the room utilization report: "
                   WITH NO ADVANCING
               ACCEPT WS-Util-Term
           END-IF.
           PERFORM Load-Room-Table.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status NOT = "00"
               DISPLAY "No section schedule file - nothing to report."
               STOP RUN
           END-IF.
           PERFORM Charge-One-Section UNTIL End-Of-Sections.
           CLOSE Section-Schedule-File.

           OPEN OUTPUT Utilization-Report-File.
           PERFORM Print-Utilization.
           CLOSE Utilization-Report-File.

           DISPLAY " ".
           DISPLAY "----  ROOM  UTILIZATION  " WS-Util-Term "  ----".
           DISPLAY "Rooms reported        : " WS-Room-Count.
           DISPLAY "Sections in the term  : " Ct-Sections-Read.
           DISPLAY "Sections with no room : " Ct-Sections-Unroomed.
           IF Any-Unknown-Room
               DISPLAY "*** Sections booked into rooms not on the "
                   "room master - see ROOMUTIL.RPT ***"
           END-IF.
           STOP RUN.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "ROOMUTIL"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Util-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "ROOMUTIL run-parameter row found - reporting "
                       "term " WS-Util-Term " unattended."
           END-IF.

       Load-Room-Table.
           OPEN INPUT Room-Master-File.
           IF Rm-Status NOT = "00"
               DISPLAY "No room master on file - only rooms named on "
                   "sections will be reported."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Load-One-Room UNTIL End-Of-Rooms.
           CLOSE Room-Master-File.

       Load-One-Room.
           READ Room-Master-File NEXT RECORD
               AT END SET End-Of-Rooms TO TRUE
           END-READ.
           IF End-Of-Rooms
               EXIT PARAGRAPH
           END-IF.
           IF WS-Room-Count NOT < WS-Room-Max
               PERFORM Abort-Room-Table-Full
           END-IF.
           ADD 1 TO WS-Room-Count.
           MOVE Rm-Room-Code TO Rt-Room-Code(WS-Room-Count).
           MOVE Rm-Building TO Rt-Building(WS-Room-Count).
           MOVE Rm-Seats TO Rt-Seats(WS-Room-Count).
           MOVE Rm-Room-Type TO Rt-Room-Type(WS-Room-Count).
           MOVE "Y" TO Rt-On-Master-Sw(WS-Room-Count).
           MOVE ZEROS TO Rt-Sections(WS-Room-Count).
           MOVE ZEROS TO Rt-Week-Minutes(WS-Room-Count).

       Charge-One-Section.
           READ Section-Schedule-File NEXT RECORD
               AT END SET End-Of-Sections TO TRUE
           END-READ.
           IF End-Of-Sections
               EXIT PARAGRAPH
           END-IF.
           IF Ss-Term-Code NOT = WS-Util-Term
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Sections-Read.
           IF Ss-Room = SPACES
               ADD 1 TO Ct-Sections-Unroomed
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(Ss-Room) TO WS-Section-Room.
           MOVE ZEROS TO WS-Room-Hit.
           PERFORM VARYING Rt-Idx FROM 1 BY 1
                   UNTIL Rt-Idx > WS-Room-Count OR WS-Room-Hit > ZERO
               IF Rt-Room-Code(Rt-Idx) = WS-Section-Room
                   SET WS-Room-Hit TO Rt-Idx
               END-IF
           END-PERFORM.
           IF WS-Room-Hit = ZERO
               PERFORM Add-Unknown-Room
               IF WS-Room-Hit = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-Meeting-Minutes =
               (Ss-End-HH * 60 + Ss-End-MM)
             - (Ss-Start-HH * 60 + Ss-Start-MM).
           IF WS-Meeting-Minutes < ZERO
               MOVE ZERO TO WS-Meeting-Minutes
           END-IF.
           MOVE ZERO TO WS-Meeting-Day-Count.
           PERFORM VARYING WS-Day-Idx FROM 1 BY 1 UNTIL WS-Day-Idx > 7
               IF Ss-Meeting-Days(WS-Day-Idx:1) NOT = SPACE
                   ADD 1 TO WS-Meeting-Day-Count
               END-IF
           END-PERFORM.
           ADD 1 TO Rt-Sections(WS-Room-Hit).
           COMPUTE Rt-Week-Minutes(WS-Room-Hit) =
               Rt-Week-Minutes(WS-Room-Hit)
             + WS-Meeting-Minutes * WS-Meeting-Day-Count.
           COMPUTE Ct-Total-Minutes = Ct-Total-Minutes
             + WS-Meeting-Minutes * WS-Meeting-Day-Count.

       Abort-Room-Table-Full.
           DISPLAY "*** ROOM TABLE FULL *** more than "
                   WS-Room-Max " rooms".
           DISPLAY "    Run aborted - notify operator.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       Add-Unknown-Room.
           IF WS-Room-Count NOT < WS-Room-Max
               PERFORM Abort-Room-Table-Full
           END-IF.
           ADD 1 TO WS-Room-Count.
           MOVE WS-Room-Count TO WS-Room-Hit.
           MOVE WS-Section-Room TO Rt-Room-Code(WS-Room-Hit).
           MOVE "NOT ON ROOM MASTER" TO Rt-Building(WS-Room-Hit).
           MOVE ZEROS TO Rt-Seats(WS-Room-Hit).
           MOVE SPACE TO Rt-Room-Type(WS-Room-Hit).
           MOVE "N" TO Rt-On-Master-Sw(WS-Room-Hit).
           MOVE ZEROS TO Rt-Sections(WS-Room-Hit).
           MOVE ZEROS TO Rt-Week-Minutes(WS-Room-Hit).
           MOVE "Y" TO WS-Unknown-Sw.

       Print-Utilization.
           MOVE SPACES TO Util-Print-Line.
           STRING "ROOM UTILIZATION - TERM " WS-Util-Term
               "   RUN " WS-Today
               DELIMITED BY SIZE INTO Util-Print-Line.
           WRITE Util-Print-Line.
           MOVE "ROOM    BUILDING              TYPE       SEATS  SECTS
      -        "  HRS/WK    UTIL" TO Util-Print-Line.
           WRITE Util-Print-Line.
           MOVE ALL "-" TO Util-Print-Line.
           WRITE Util-Print-Line.
           PERFORM VARYING Rt-Idx FROM 1 BY 1
                   UNTIL Rt-Idx > WS-Room-Count
               IF Rt-On-Master(Rt-Idx)
                   PERFORM Write-Room-Line
               END-IF
           END-PERFORM.
           IF Any-Unknown-Room
               MOVE SPACES TO Util-Print-Line
               WRITE Util-Print-Line
               MOVE "ROOMS BOOKED ON SECTIONS BUT NOT ON ROOM MASTER"
                   TO Util-Print-Line
               WRITE Util-Print-Line
               PERFORM VARYING Rt-Idx FROM 1 BY 1
                       UNTIL Rt-Idx > WS-Room-Count
                   IF NOT Rt-On-Master(Rt-Idx)
                       PERFORM Write-Room-Line
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO Util-Print-Line.
           WRITE Util-Print-Line.
           COMPUTE WS-Hours ROUNDED = Ct-Total-Minutes / 60.
           MOVE SPACES TO Util-Print-Line.
           STRING "SECTIONS " Ct-Sections-Read
               "   NO ROOM " Ct-Sections-Unroomed
               "   TOTAL HOURS/WEEK " WS-Hours
               DELIMITED BY SIZE INTO Util-Print-Line.
           WRITE Util-Print-Line.

       Write-Room-Line.
           MOVE Rt-Room-Code(Rt-Idx) TO Ud-Room-Code.
           MOVE Rt-Building(Rt-Idx) TO Ud-Building.
           EVALUATE Rt-Room-Type(Rt-Idx)
               WHEN "L" MOVE "LECTURE" TO Ud-Type-Name
               WHEN "B" MOVE "LAB" TO Ud-Type-Name
               WHEN "S" MOVE "SEMINAR" TO Ud-Type-Name
               WHEN "O" MOVE "OTHER" TO Ud-Type-Name
               WHEN OTHER MOVE SPACES TO Ud-Type-Name
           END-EVALUATE.
           MOVE Rt-Seats(Rt-Idx) TO Ud-Seats.
           MOVE Rt-Sections(Rt-Idx) TO Ud-Sections.
           COMPUTE WS-Hours ROUNDED = Rt-Week-Minutes(Rt-Idx) / 60.
           MOVE WS-Hours TO Ud-Hours.
           COMPUTE WS-Util-Pct ROUNDED =
               Rt-Week-Minutes(Rt-Idx) * 100 / WS-Teaching-Week-Mins
               ON SIZE ERROR MOVE 999.9 TO WS-Util-Pct
           END-COMPUTE.
           MOVE WS-Util-Pct TO Ud-Util-Pct.
           WRITE Util-Print-Line FROM Util-Detail-Line.

       Resolve-Data-Paths.
           ACCEPT WS-Roommast-Path FROM ENVIRONMENT "ROOMMAST_PATH".
           IF WS-Roommast-Path = SPACES
               MOVE "ROOMMAST.DAT" TO WS-Roommast-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Roomutil-Rpt-Path
               FROM ENVIRONMENT "ROOMUTIL_RPT_PATH".
           IF WS-Roomutil-Rpt-Path = SPACES
               MOVE "ROOMUTIL.RPT" TO WS-Roomutil-Rpt-Path
           END-IF.
