       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdvisingTickler.
       AUTHOR.  Jon Clark.
      * Daily advising follow-up tickler.  Walks Advising-Note-File
      * (ADVNOTES.DAT, maintained by AdvisingNotes) and lists every
      * open follow-up that is due today or overdue, grouped by
      * advisor so each advisor gets a page of the students they
      * promised to get back to, oldest promise first.  A follow-up
      * drops off once it is cleared in AdvisingNotes.
      *
      * The due rows are keyed into a work file (ADVTICKWK.DAT,
      * rebuilt every run) on advisor, follow-up date and student,
      * which gives the report its order.  Advisor names come from
      * the ADVISOR.DAT roster.  Output is ADVTICKLE.RPT.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Advising-Note-File ASSIGN TO WS-Advnotes-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS An-Key
               FILE STATUS IS An-Status.

           SELECT Tickler-Work-File ASSIGN TO WS-Advtickwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tw-Key
               FILE STATUS IS Tw-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Advisor-Roster-File ASSIGN TO WS-Advisor-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ad-File-Status.

           SELECT Tickler-Report-File ASSIGN TO WS-Advtickle-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Advising-Note-File.
       01  An-Rec.
           02  An-Key.
               03  An-Student-Id           PIC 9(5).
               03  An-Sequence-Num         PIC 9(3).
           02  An-Contact-Date             PIC 9(8).
           02  An-Advisor-Id               PIC X(5).
           02  An-Contact-Type             PIC X(1).
           02  An-Note-Text                PIC X(60).
           02  An-Follow-Up-Date           PIC 9(8).
               88  An-No-Follow-Up         VALUE ZEROS.
           02  An-Follow-Up-Done-Date      PIC 9(8).
               88  An-Follow-Up-Open       VALUE ZEROS.
           02  An-Entered-By               PIC X(10).

       FD  Tickler-Work-File.
       01  Tw-Rec.
           02  Tw-Key.
               03  Tw-Advisor-Id           PIC X(5).
               03  Tw-Follow-Up-Date       PIC 9(8).
               03  Tw-Student-Id           PIC 9(5).
               03  Tw-Sequence-Num         PIC 9(3).
           02  Tw-Contact-Date             PIC 9(8).
           02  Tw-Note-Text                PIC X(60).

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

       FD  Advisor-Roster-File.
       01  Advisor-Rec.
           88  End-Of-Advisor-File        VALUE HIGH-VALUES.
           02  Ad-Advisor-Id               PIC X(5).
           02  FILLER                      PIC X(1).
           02  Ad-Advisor-Name             PIC X(30).

       FD  Tickler-Report-File.
       01  Tickler-Print-Line              PIC X(80).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Advnotes-Path            PIC X(260).
       01  WS-Advtickwk-Path           PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Advisor-Path             PIC X(260).
       01  WS-Advtickle-Rpt-Path       PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  An-Status                   PIC X(2).
       01  Tw-Status                   PIC X(2).
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Ad-File-Status              PIC X(2).

       01  End-Of-Scan-Sw              PIC X VALUE "N".
           88  End-Of-Scan             VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Advisor roster table - the same lookup AdvisorAssignment
      * loads to print an advisor's name.
       01  Advisor-Table.
           02  Ad-Entry OCCURS 1000 TIMES
                       INDEXED BY Ad-Idx.
               03  Ad-Id-Tbl                PIC X(5).
               03  Ad-Name-Tbl              PIC X(30).
       01  WS-Advisor-Max              PIC 9(4) VALUE 1000.
       01  WS-Advisor-Count            PIC 9(4) VALUE ZEROS.
       01  WS-Advisor-Name             PIC X(30).

       01  WS-Today                    PIC 9(8).
       01  WS-Days-Overdue             PIC 9(5).
       01  WS-Last-Advisor             PIC X(5).
       01  WS-Advisor-Due              PIC 9(5).

       01  Ct-Notes-Read               PIC 9(6) VALUE ZEROS.
       01  Ct-Follow-Ups-Due           PIC 9(5) VALUE ZEROS.
       01  Ct-Follow-Ups-Overdue       PIC 9(5) VALUE ZEROS.
       01  Ct-Advisors-Listed          PIC 9(4) VALUE ZEROS.

       01  Advisor-Heading-Line.
           02  FILLER                  PIC X(9)  VALUE "ADVISOR  ".
           02  Ah-Advisor-Id           PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Ah-Advisor-Name         PIC X(30).

       01  Due-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Dl-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Dl-Name                 PIC X(28).
           02  FILLER                  PIC X(5)  VALUE "DUE  ".
           02  Dl-Follow-Up-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Dl-Status               PIC X(18).

       01  Note-Line.
           02  FILLER                  PIC X(11) VALUE SPACES.
           02  Nl-Contact-Date         PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  Nl-Note-Text            PIC X(60).

       01  Overdue-Text.
           02  FILLER                  PIC X(8)  VALUE "OVERDUE ".
           02  Ot-Days                 PIC ZZZZ9.
           02  FILLER                  PIC X(5)  VALUE " DAYS".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Advising-Note-File.
           IF An-Status NOT = "00"
               DISPLAY "No advising notes on file - nothing to tickle."
               STOP RUN
           END-IF.
           OPEN INPUT StudentFile.
           OPEN OUTPUT Tickler-Work-File.
           CLOSE Tickler-Work-File.
           OPEN I-O Tickler-Work-File.
           PERFORM Load-Advisor-Table.

           MOVE LOW-VALUES TO An-Key.
           START Advising-Note-File
               KEY IS >= An-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM Select-One-Note UNTIL End-Of-Scan.

           OPEN OUTPUT Tickler-Report-File.
           MOVE SPACES TO Tickler-Print-Line.
           STRING "ADVISING  FOLLOW-UP  TICKLER     RUN " WS-Today
               DELIMITED BY SIZE INTO Tickler-Print-Line.
           WRITE Tickler-Print-Line.
           MOVE "N" TO End-Of-Scan-Sw.
           MOVE SPACES TO WS-Last-Advisor.
           MOVE LOW-VALUES TO Tw-Key.
           START Tickler-Work-File
               KEY IS >= Tw-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM Print-One-Follow-Up UNTIL End-Of-Scan.
           IF Ct-Follow-Ups-Due = ZEROS
               MOVE SPACES TO Tickler-Print-Line
               WRITE Tickler-Print-Line AFTER ADVANCING 1 LINE
               MOVE "    No follow-ups due." TO Tickler-Print-Line
               WRITE Tickler-Print-Line AFTER ADVANCING 1 LINE
           ELSE
               PERFORM Print-Advisor-Total
           END-IF.

           CLOSE Advising-Note-File, StudentFile, Tickler-Work-File,
                 Tickler-Report-File.
           DISPLAY " ".
           DISPLAY "----  ADVISING  TICKLER  COMPLETE  ----".
           DISPLAY "Notes read          : " Ct-Notes-Read.
           DISPLAY "Follow-ups due      : " Ct-Follow-Ups-Due.
           DISPLAY "  of which overdue  : " Ct-Follow-Ups-Overdue.
           DISPLAY "Advisors listed     : " Ct-Advisors-Listed.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "NOTES READ" TO Cnt-Label.
           MOVE Ct-Notes-Read TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "FOLLOW-UPS DUE" TO Cnt-Label.
           MOVE Ct-Follow-Ups-Due TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "ADVISORS LISTED" TO Cnt-Label.
           MOVE Ct-Advisors-Listed TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

      ******************************************************************
      * Open follow-ups due today or earlier go onto the work file.
      ******************************************************************
       Select-One-Note.
           READ Advising-Note-File NEXT RECORD
               AT END SET End-Of-Scan TO TRUE
           END-READ.
           IF End-Of-Scan
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Notes-Read.
           IF An-No-Follow-Up OR NOT An-Follow-Up-Open
               EXIT PARAGRAPH
           END-IF.
           IF An-Follow-Up-Date > WS-Today
               EXIT PARAGRAPH
           END-IF.
           MOVE An-Advisor-Id TO Tw-Advisor-Id.
           MOVE An-Follow-Up-Date TO Tw-Follow-Up-Date.
           MOVE An-Student-Id TO Tw-Student-Id.
           MOVE An-Sequence-Num TO Tw-Sequence-Num.
           MOVE An-Contact-Date TO Tw-Contact-Date.
           MOVE An-Note-Text TO Tw-Note-Text.
           WRITE Tw-Rec
               INVALID KEY
                   MOVE Tw-Status TO WS-Chk-Status
                   MOVE "WRITE Tickler-Work-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Print-One-Follow-Up.
           READ Tickler-Work-File NEXT RECORD
               AT END SET End-Of-Scan TO TRUE
           END-READ.
           IF End-Of-Scan
               EXIT PARAGRAPH
           END-IF.
           IF Tw-Advisor-Id NOT = WS-Last-Advisor
               IF WS-Last-Advisor NOT = SPACES
                   PERFORM Print-Advisor-Total
               END-IF
               PERFORM Print-Advisor-Heading
           END-IF.
           ADD 1 TO Ct-Follow-Ups-Due WS-Advisor-Due.
           MOVE Tw-Student-Id TO Dl-Student-Id StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           MOVE SPACES TO Dl-Name.
           IF Student-Rec-Found
               STRING Lastname DELIMITED BY "  "
                   ", " Firstname DELIMITED BY SIZE
                   INTO Dl-Name
           ELSE
               MOVE "** NOT ON STUDENT MASTER **" TO Dl-Name
           END-IF.
           MOVE Tw-Follow-Up-Date TO Dl-Follow-Up-Date.
           IF Tw-Follow-Up-Date < WS-Today
               COMPUTE WS-Days-Overdue =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(Tw-Follow-Up-Date)
               MOVE WS-Days-Overdue TO Ot-Days
               MOVE Overdue-Text TO Dl-Status
               ADD 1 TO Ct-Follow-Ups-Overdue
           ELSE
               MOVE "DUE TODAY" TO Dl-Status
           END-IF.
           WRITE Tickler-Print-Line FROM Due-Line
               AFTER ADVANCING 1 LINE.
           MOVE Tw-Contact-Date TO Nl-Contact-Date.
           MOVE Tw-Note-Text TO Nl-Note-Text.
           WRITE Tickler-Print-Line FROM Note-Line
               AFTER ADVANCING 1 LINE.

       Print-Advisor-Heading.
           MOVE Tw-Advisor-Id TO WS-Last-Advisor.
           MOVE ZEROS TO WS-Advisor-Due.
           ADD 1 TO Ct-Advisors-Listed.
           MOVE "** NOT ON ADVISOR ROSTER **" TO WS-Advisor-Name.
           PERFORM VARYING Ad-Idx FROM 1 BY 1
                   UNTIL Ad-Idx > WS-Advisor-Count
               IF Ad-Id-Tbl(Ad-Idx) = Tw-Advisor-Id
                   MOVE Ad-Name-Tbl(Ad-Idx) TO WS-Advisor-Name
               END-IF
           END-PERFORM.
           MOVE Tw-Advisor-Id TO Ah-Advisor-Id.
           MOVE WS-Advisor-Name TO Ah-Advisor-Name.
           MOVE SPACES TO Tickler-Print-Line.
           WRITE Tickler-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Tickler-Print-Line FROM Advisor-Heading-Line
               AFTER ADVANCING 1 LINE.

       Print-Advisor-Total.
           MOVE SPACES TO Tickler-Print-Line.
           STRING "    FOLLOW-UPS DUE FOR ADVISOR: " WS-Advisor-Due
               DELIMITED BY SIZE INTO Tickler-Print-Line.
           WRITE Tickler-Print-Line AFTER ADVANCING 1 LINE.

       Load-Advisor-Table.
           OPEN INPUT Advisor-Roster-File.
           IF Ad-File-Status NOT = "00"
               DISPLAY "No advisor roster file - names not shown."
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
           ACCEPT WS-Advnotes-Path FROM ENVIRONMENT "ADVNOTES_PATH".
           IF WS-Advnotes-Path = SPACES
               MOVE "ADVNOTES.DAT" TO WS-Advnotes-Path
           END-IF.
           ACCEPT WS-Advtickwk-Path FROM ENVIRONMENT "ADVTICKWK_PATH".
           IF WS-Advtickwk-Path = SPACES
               MOVE "ADVTICKWK.DAT" TO WS-Advtickwk-Path
           END-IF.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Advisor-Path FROM ENVIRONMENT "ADVISOR_PATH".
           IF WS-Advisor-Path = SPACES
               MOVE "ADVISOR.DAT" TO WS-Advisor-Path
           END-IF.
           ACCEPT WS-Advtickle-Rpt-Path
               FROM ENVIRONMENT "ADVTICKLE_RPT_PATH".
           IF WS-Advtickle-Rpt-Path = SPACES
               MOVE "ADVTICKLE.RPT" TO WS-Advtickle-Rpt-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
