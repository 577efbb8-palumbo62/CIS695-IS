       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdoptionRollover.
       AUTHOR.  Jon Clark.
      * Academic-year textbook adoption rollover.  Most modules use
      * the same book year after year, so rather than have every
      * lecturer key their requisitions again this copies one
      * academic year's confirmed requisitions on PRFILE.DAT forward
      * to the next year, each under a new Pr-Number (the next free
      * number after the highest on file), with the same lecturer,
      * book, module, copies, and semester.  A rolled row is marked
      * pending confirmation (Pr-Adoption-Status "P"), carries the
      * confirm-by cut-off date prompted for here, and remembers the
      * requisition it was copied from (Pr-Rolled-From-Num), so a
      * re-run does not copy the same requisition twice.
      *
      * Only confirmed requisitions with a lecturer ID are rolled -
      * BookshopStockUpdate's automatic reorder rows have no
      * lecturer to confirm them.  Each rolled adoption is queued on
      * NOTIFYQ.DAT as a campus-mail notice to the lecturer (event
      * ADOPTCNF, zero student ID, lecturer ID at the head of the
      * message) for NotifyDispatch to send; the lecturer then
      * confirms, changes, or drops it through BookshopMaint.  A
      * lecturer ID not on the lecturer master (LECTMAST.DAT) is
      * still rolled but flagged on the report, since there is no
      * one to send the notice to.
      *
      * A rolled adoption still pending once the cut-off date has
      * passed is left out of BookshopLectReqRpt and
      * BookshopPurchaseOrder until someone confirms it.  The run is
      * listed, lecturer by lecturer, on ROLLOVER.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Lecturer-Master-File ASSIGN TO WS-Lectmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lm-Lecturer-Id
               FILE STATUS IS Lm-Status.

           SELECT Notify-Queue-File ASSIGN TO WS-Notifyq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

           SELECT Rollover-Report-File ASSIGN TO WS-Rollover-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Lecturer-Master-File.
       01  Lm-Rec.
           02  Lm-Lecturer-Id          PIC X(6).
           02  Lm-Lecturer-Name        PIC X(20).
           02  Lm-Department           PIC X(4).
           02  Lm-Campus-Code          PIC X(4).
           02  Lm-Contract-Hours       PIC 9(2).
           02  Lm-Max-Hours            PIC 9(2).
           02  Lm-Dept-Head            PIC X(1).

       FD  Notify-Queue-File.
       01  Notify-Queue-Rec.
           02  Nq-Queued-Date              PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Nq-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Nq-Event-Code               PIC X(8).
           02  FILLER                      PIC X(1).
           02  Nq-Message                  PIC X(50).

       FD  Rollover-Report-File.
       01  Rollover-Print-Line         PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Prfile-Path              PIC X(260).
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Notifyq-Path             PIC X(260).
       01  WS-Rollover-Path            PIC X(260).

       01  Pr-Status                   PIC X(2).
           88  Pr-Rec-Found            VALUE "00".
           88  Pr-Rec-Not-Found        VALUE "23".
       01  Lm-Status                   PIC X(2).
           88  Lm-Rec-Found            VALUE "00".
       01  Nq-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Lectmast-Sw              PIC X VALUE "N".
           88  Lecturer-File-Available VALUE "Y".
       01  WS-End-Sw                   PIC X VALUE "N".
           88  End-Of-Requisitions     VALUE "Y".

       01  WS-Today                    PIC 9(8).
       01  WS-From-Year                PIC 9(4).
       01  WS-To-Year                  PIC 9(4).
       01  WS-Confirm-By-Date          PIC 9(8).
       01  WS-Confirm-By-Days          PIC 9(3) VALUE 060.
       01  WS-Last-Pr-Number           PIC 9(4) VALUE ZEROS.

      * Requisitions of the from-year already copied forward, by
      * requisition number, found from the to-year rows'
      * Pr-Rolled-From-Num.
       01  Already-Rolled-Table.
           02  Ar-Flag OCCURS 9999 TIMES PIC X(1).
               88  Ar-Already-Rolled   VALUE "Y".

      * The from-year requisitions to roll, in lecturer order - held
      * here so the new rows are not written into the middle of the
      * key the file is being read along.  Sized to the requisition
      * number itself, so every requisition of a year always fits.
       01  Rollover-Table.
           02  Ro-Entry OCCURS 9999 TIMES.
               03  Ro-Number           PIC 9(4).
               03  Ro-Lecturer-Id      PIC X(6).
               03  Ro-Lecturer-Name    PIC X(20).
               03  Ro-Book-Num         PIC 9(4).
               03  Ro-Module-Code      PIC X(5).
               03  Ro-Copies-Required  PIC 9(3).
               03  Ro-Semester         PIC 9.
       01  WS-Roll-Count               PIC 9(4) VALUE ZEROS.
       01  Ro-Idx                      PIC 9(5).

       01  WS-Prev-Lecturer-Id         PIC X(6).
       01  WS-Lecturer-Known-Sw        PIC X VALUE "N".
           88  Lecturer-Known          VALUE "Y".
       01  WS-New-Pr-Number            PIC 9(4).
       01  WS-Note                     PIC X(30).

       01  Ct-Rolled                   PIC 9(5) VALUE ZEROS.
       01  Ct-Notices                  PIC 9(5) VALUE ZEROS.
       01  Ct-No-Lecturer              PIC 9(5) VALUE ZEROS.
       01  Ct-Skipped-Rolled           PIC 9(5) VALUE ZEROS.
       01  Ct-Skipped-Pending          PIC 9(5) VALUE ZEROS.
       01  Ct-Skipped-Auto             PIC 9(5) VALUE ZEROS.
       01  Ct-Reqs-Dropped             PIC 9(5) VALUE ZEROS.
       01  Ct-Numbers-Exhausted        PIC 9(5) VALUE ZEROS.

       01  Lecturer-Heading-Line.
           02  FILLER                  PIC X(9) VALUE "LECTURER ".
           02  Lh-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Lh-Lecturer-Name        PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Lh-Note                 PIC X(30).

       01  Rollover-Detail-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Rd-New-Number           PIC 9(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-From-Number          PIC 9(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Module-Code          PIC X(5).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Copies               PIC ZZ9.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  Rd-Semester             PIC 9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Rd-Note                 PIC X(30).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Select-Years.

           OPEN I-O Purchase-Req-File.
           IF Pr-Status NOT = "00"
               DISPLAY "No purchase requisition file - nothing to "
                       "roll over."
               STOP RUN
           END-IF.
           OPEN INPUT Lecturer-Master-File.
           IF Lm-Status = "00"
               MOVE "Y" TO WS-Lectmast-Sw
           ELSE
               DISPLAY "No lecturer master file - no confirmation "
                       "notices will be queued."
           END-IF.
           OPEN EXTEND Notify-Queue-File.
           IF Nq-File-Status = "05" OR Nq-File-Status = "35"
               OPEN OUTPUT Notify-Queue-File
           END-IF.

           MOVE ALL "N" TO Already-Rolled-Table.
           PERFORM Scan-Existing-Requisitions.
           PERFORM Load-Requisitions.

           OPEN OUTPUT Rollover-Report-File.
           PERFORM Print-Report-Heading.
           MOVE HIGH-VALUES TO WS-Prev-Lecturer-Id.
           PERFORM Roll-One-Requisition
               VARYING Ro-Idx FROM 1 BY 1
               UNTIL Ro-Idx > WS-Roll-Count.
           CLOSE Rollover-Report-File.

           CLOSE Purchase-Req-File, Notify-Queue-File.
           IF Lecturer-File-Available
               CLOSE Lecturer-Master-File
           END-IF.

           DISPLAY " ".
           DISPLAY "----  ADOPTION  ROLLOVER  COMPLETE  ----".
           DISPLAY "Requisitions rolled   : " Ct-Rolled.
           DISPLAY "Notices queued        : " Ct-Notices.
           DISPLAY "Not on lecturer master: " Ct-No-Lecturer.
           DISPLAY "Already rolled        : " Ct-Skipped-Rolled.
           DISPLAY "Still pending         : " Ct-Skipped-Pending.
           DISPLAY "Auto-reorder rows     : " Ct-Skipped-Auto.
           IF Ct-Reqs-Dropped > ZEROS
               DISPLAY "*** " Ct-Reqs-Dropped " requisitions with no "
                       "number were not rolled ***"
           END-IF.
           IF Ct-Numbers-Exhausted > ZEROS
               DISPLAY "*** " Ct-Numbers-Exhausted " requisitions not "
                       "rolled - Pr-Number 9999 reached ***"
           END-IF.
           STOP RUN.

       Select-Years.
           DISPLAY "Roll requisitions from academic year (9(4)): "
               WITH NO ADVANCING.
           ACCEPT WS-From-Year.
           IF WS-From-Year = ZEROS
               DISPLAY "No academic year entered - run abandoned."
               STOP RUN
           END-IF.
           COMPUTE WS-To-Year = WS-From-Year + 1.
           DISPLAY "Roll forward to academic year (blank = "
                   WS-To-Year "): " WITH NO ADVANCING.
           ACCEPT WS-To-Year.
           IF WS-To-Year = ZEROS
               COMPUTE WS-To-Year = WS-From-Year + 1
           END-IF.
           IF WS-To-Year NOT > WS-From-Year
               DISPLAY "Target year must follow " WS-From-Year
                       " - run abandoned."
               STOP RUN
           END-IF.
           COMPUTE WS-Confirm-By-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + WS-Confirm-By-Days).
           DISPLAY "Confirm-by cut-off date (CCYYMMDD, blank = "
                   WS-Confirm-By-Date "): " WITH NO ADVANCING.
           ACCEPT WS-Confirm-By-Date.
           IF WS-Confirm-By-Date = ZEROS
               COMPUTE WS-Confirm-By-Date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   + WS-Confirm-By-Days)
           END-IF.
           IF WS-Confirm-By-Date < WS-Today
               DISPLAY "Cut-off date " WS-Confirm-By-Date
                       " has already passed - run abandoned."
               STOP RUN
           END-IF.

      * One pass in Pr-Number order for the highest number in use and
      * for to-year rows already copied from a from-year requisition.
       Scan-Existing-Requisitions.
           MOVE "N" TO WS-End-Sw.
           MOVE ZEROS TO Pr-Number.
           START Purchase-Req-File
               KEY IS >= Pr-Number
               INVALID KEY
                   MOVE Pr-Status TO WS-Chk-Status
                   MOVE "START Purchase-Req-File (by number)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
                   MOVE "Y" TO WS-End-Sw
           END-START.
           IF NOT End-Of-Requisitions
               READ Purchase-Req-File NEXT RECORD
                   AT END MOVE "Y" TO WS-End-Sw
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Requisitions
               IF Pr-Number > WS-Last-Pr-Number
                   MOVE Pr-Number TO WS-Last-Pr-Number
               END-IF
               IF Pr-Academic-Year = WS-To-Year
                   AND Pr-Rolled-From-Num > ZEROS
                   MOVE "Y" TO Ar-Flag(Pr-Rolled-From-Num)
               END-IF
               READ Purchase-Req-File NEXT RECORD
                   AT END MOVE "Y" TO WS-End-Sw
               END-READ
           END-PERFORM.

       Load-Requisitions.
           MOVE "N" TO WS-End-Sw.
           MOVE LOW-VALUES TO Pr-Lecturer-Id.
           START Purchase-Req-File
               KEY IS >= Pr-Lecturer-Id
               INVALID KEY
                   MOVE Pr-Status TO WS-Chk-Status
                   MOVE "START Purchase-Req-File (by lecturer)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
                   MOVE "Y" TO WS-End-Sw
           END-START.
           IF NOT End-Of-Requisitions
               READ Purchase-Req-File NEXT RECORD
                   AT END MOVE "Y" TO WS-End-Sw
               END-READ
           END-IF.
           PERFORM Load-One-Requisition UNTIL End-Of-Requisitions.

       Load-One-Requisition.
           IF Pr-Academic-Year = WS-From-Year
               EVALUATE TRUE
                   WHEN Pr-Lecturer-Id = SPACES
                       ADD 1 TO Ct-Skipped-Auto
                   WHEN Pr-Pending-Confirm
                       ADD 1 TO Ct-Skipped-Pending
                   WHEN Pr-Number = ZEROS
                       ADD 1 TO Ct-Reqs-Dropped
                   WHEN Ar-Already-Rolled(Pr-Number)
                       ADD 1 TO Ct-Skipped-Rolled
                   WHEN OTHER
                       ADD 1 TO WS-Roll-Count
                       MOVE Pr-Number TO Ro-Number(WS-Roll-Count)
                       MOVE Pr-Lecturer-Id
                           TO Ro-Lecturer-Id(WS-Roll-Count)
                       MOVE Pr-Lecturer-Name
                           TO Ro-Lecturer-Name(WS-Roll-Count)
                       MOVE Pr-Book-Num TO Ro-Book-Num(WS-Roll-Count)
                       MOVE Pr-Module-Code
                           TO Ro-Module-Code(WS-Roll-Count)
                       MOVE Pr-Copies-Required
                           TO Ro-Copies-Required(WS-Roll-Count)
                       MOVE Pr-Semester TO Ro-Semester(WS-Roll-Count)
               END-EVALUATE
           END-IF.
           READ Purchase-Req-File NEXT RECORD
               AT END MOVE "Y" TO WS-End-Sw
           END-READ.

       Print-Report-Heading.
           MOVE SPACES TO Rollover-Print-Line.
           WRITE Rollover-Print-Line.
           MOVE "TEXTBOOK  ADOPTION  ROLLOVER" TO Rollover-Print-Line.
           WRITE Rollover-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Rollover-Print-Line.
           STRING "FROM YEAR " WS-From-Year
               "  TO YEAR " WS-To-Year
               "  CONFIRM BY " WS-Confirm-By-Date
               "  RUN " WS-Today
               DELIMITED BY SIZE INTO Rollover-Print-Line.
           WRITE Rollover-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Rollover-Print-Line.
           WRITE Rollover-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "    NEW    FROM   MODUL   BOOK   COPIES  SEM"
               TO Rollover-Print-Line.
           WRITE Rollover-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Rollover-Print-Line.
           WRITE Rollover-Print-Line AFTER ADVANCING 1 LINE.

       Roll-One-Requisition.
           IF Ro-Lecturer-Id(Ro-Idx) NOT = WS-Prev-Lecturer-Id
               PERFORM Start-Lecturer
           END-IF.
           IF WS-Last-Pr-Number = 9999
               ADD 1 TO Ct-Numbers-Exhausted
               MOVE ZEROS TO WS-New-Pr-Number
               MOVE "NOT ROLLED - NO PR-NUMBER" TO WS-Note
               PERFORM Write-Detail-Line
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-New-Pr-Number = WS-Last-Pr-Number + 1.
           MOVE WS-New-Pr-Number TO Pr-Number.
           MOVE Ro-Lecturer-Name(Ro-Idx) TO Pr-Lecturer-Name.
           MOVE Ro-Lecturer-Id(Ro-Idx) TO Pr-Lecturer-Id.
           MOVE Ro-Book-Num(Ro-Idx) TO Pr-Book-Num.
           MOVE Ro-Module-Code(Ro-Idx) TO Pr-Module-Code.
           MOVE Ro-Copies-Required(Ro-Idx) TO Pr-Copies-Required.
           MOVE Ro-Semester(Ro-Idx) TO Pr-Semester.
           MOVE WS-To-Year TO Pr-Academic-Year.
           MOVE "P" TO Pr-Adoption-Status.
           MOVE WS-Confirm-By-Date TO Pr-Confirm-By-Date.
           MOVE Ro-Number(Ro-Idx) TO Pr-Rolled-From-Num.
           WRITE Pr-Rec
               INVALID KEY
                   MOVE Pr-Status TO WS-Chk-Status
                   MOVE "WRITE Purchase-Req-File (rolled adoption)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           MOVE WS-New-Pr-Number TO WS-Last-Pr-Number.
           IF Pr-Status NOT = "00"
               MOVE "NOT ROLLED - NUMBER IN USE" TO WS-Note
               PERFORM Write-Detail-Line
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Rolled.
           IF Lecturer-Known
               PERFORM Queue-Confirm-Notice
               MOVE "PENDING - NOTICE QUEUED" TO WS-Note
           ELSE
               MOVE "PENDING - NO NOTICE SENT" TO WS-Note
           END-IF.
           PERFORM Write-Detail-Line.

      * New lecturer group - look the lecturer up once for the
      * heading and to decide whether notices can be sent.
       Start-Lecturer.
           MOVE Ro-Lecturer-Id(Ro-Idx) TO WS-Prev-Lecturer-Id.
           MOVE "N" TO WS-Lecturer-Known-Sw.
           MOVE Ro-Lecturer-Name(Ro-Idx) TO Lh-Lecturer-Name.
           MOVE SPACES TO Lh-Note.
           IF Lecturer-File-Available
               MOVE Ro-Lecturer-Id(Ro-Idx) TO Lm-Lecturer-Id
               READ Lecturer-Master-File
                   KEY IS Lm-Lecturer-Id
                   INVALID KEY MOVE "23" TO Lm-Status
               END-READ
               IF Lm-Rec-Found
                   MOVE "Y" TO WS-Lecturer-Known-Sw
                   MOVE Lm-Lecturer-Name TO Lh-Lecturer-Name
               ELSE
                   MOVE Lm-Status TO WS-Chk-Status
                   MOVE "READ Lecturer-Master-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
                   MOVE "*** NOT ON LECTURER MASTER ***" TO Lh-Note
                   ADD 1 TO Ct-No-Lecturer
               END-IF
           ELSE
               MOVE "*** NO LECTURER MASTER ***" TO Lh-Note
               ADD 1 TO Ct-No-Lecturer
           END-IF.
           MOVE Ro-Lecturer-Id(Ro-Idx) TO Lh-Lecturer-Id.
           MOVE SPACES TO Rollover-Print-Line.
           WRITE Rollover-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Rollover-Print-Line FROM Lecturer-Heading-Line
               AFTER ADVANCING 1 LINE.

       Queue-Confirm-Notice.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE ZEROS TO Nq-Student-Id.
           MOVE "ADOPTCNF" TO Nq-Event-Code.
           STRING Pr-Lecturer-Id " CONFIRM REQ " Pr-Number " "
               Pr-Module-Code " BK " Pr-Book-Num " BY "
               Pr-Confirm-By-Date
               DELIMITED BY SIZE INTO Nq-Message.
           WRITE Notify-Queue-Rec.
           ADD 1 TO Ct-Notices.

       Write-Detail-Line.
           MOVE WS-New-Pr-Number TO Rd-New-Number.
           MOVE Ro-Number(Ro-Idx) TO Rd-From-Number.
           MOVE Ro-Module-Code(Ro-Idx) TO Rd-Module-Code.
           MOVE Ro-Book-Num(Ro-Idx) TO Rd-Book-Num.
           MOVE Ro-Copies-Required(Ro-Idx) TO Rd-Copies.
           MOVE Ro-Semester(Ro-Idx) TO Rd-Semester.
           MOVE WS-Note TO Rd-Note.
           WRITE Rollover-Print-Line FROM Rollover-Detail-Line
               AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Prfile-Path FROM ENVIRONMENT "PRFILE_PATH".
           IF WS-Prfile-Path = SPACES
               MOVE "PRFILE.DAT" TO WS-Prfile-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
           END-IF.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Rollover-Path FROM ENVIRONMENT "ROLLOVER_PATH".
           IF WS-Rollover-Path = SPACES
               MOVE "ROLLOVER.RPT" TO WS-Rollover-Path
           END-IF.
