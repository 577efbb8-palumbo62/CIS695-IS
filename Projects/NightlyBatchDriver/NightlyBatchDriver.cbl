      *   night's StudFees lines and the day's returned-items and
      *   bookshop appends - into GLMTD.DAT and then emptying the
      *   extract, which every producer OPEN EXTENDs.
      *   DeferredRevenue is the first MONTH-END step: on the last
      *   night of the month it releases that month's share of term
      *   charges from deferred revenue.  It runs after the collect,
      *   so its lines - dated the last day of the month - are
      *   banked into the month by the next night's collect, ahead
      *   of the month-end close.
      *   IncompleteLapse runs every night: it warns students and
      *   lecturers of an I grade nearing its expiry date and turns
      *   any I that has lapsed into the default failing grade.
      *   CensusSnapshot runs every night and does nothing unless a
      *   term's census date (TermMaint) has come round: then it
      *   freezes that term's enrollment into the census files the
      *   official reports can run from.
      *   AdvisingTickler runs every night so each advisor starts
      *   the day with the list of follow-ups they promised that
      *   have come due.
      *   ConductSanctionExpiry runs every night to release the
      *   conduct hold and reinstate the student once a suspension
      *   or expulsion reaches its sanction end date.
      *   ParkingCitationLoad added as the last step: it charges the
      *   parking office's tickets to the student fee accounts and
      *   places or lifts the parking financial hold.
      *   Every step run now leaves a line on the run-history file
      *   RUNHIST.DAT, kept across nights: start and end time,
      *   elapsed seconds, outcome, and up to three record counts
      *   the step program hands back on STEPCNT.DAT.  Each step is
      *   measured against the average of its last 30 completed
      *   runs; one that takes longer than the SLAPARM.DAT multiple
      *   of that norm (2.0 by default, once it has 5 nights of
      *   history) raises a SLOW line on the alert queue.  The
      *   driver projects the chain's finish time from those norms
      *   at the start and after every step, and SLATREND.RPT sets
      *   each step's time tonight against its norm.
      *   LmsRosterFeed added as the last step: every night it sends
      *   the learning management system the section enrollment
      *   adds, drops and changes since its last good run, with a
      *   full refresh at the start of each term.
      *   ReportDistribute added as the last step: it routes each
      *   newly spooled report to the recipients on the distribution
      *   list - print queue, share folder or email - and reports
      *   any scheduled report that was not produced or delivered.
      *   InsuranceCarrierFeed added as the last step: once a term's
      *   health insurance waiver deadline has passed it sends the
      *   carrier every student still carrying the premium, and on
      *   later nights anyone added since.
      *   GradeCompliance added as the last step: once a term has
      *   ended it lists every section still missing grades against
      *   the term's grade submission deadline, chases overdue ones
      *   with the lecturer and then the department head, and gives
      *   the registrar the percent submitted by department.
      *   AuditExceptions added as the last step: it lists for
      *   internal audit every change on the programs' audit trails
      *   since its last run that was made after hours or by a user
      *   no longer on the user-access file.
      *   SodExceptions added as the last step: it flags any refund,
      *   waiver, write-off or suspense release where one user took
      *   two conflicting steps or acted on an account linked to
      *   them, and lists every flag until a supervisor signs it off.
      *   DegreeVerify added as the last step: it answers the day's
      *   degree and enrollment verification requests, logging each
      *   release to the disclosure log and listing the requests it
      *   could not match with confidence for a clerk to work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Run-History-File ASSIGN TO WS-Runhist-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rh-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cnt-Status.

           SELECT Sla-Parm-File ASSIGN TO WS-Slaparm-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sp-Status.

           SELECT Sla-Trend-Report ASSIGN TO WS-Slatrend-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Step-Status-File.
           02  Tm-End-Date             PIC 9(8).
           02  Tm-Add-Drop-Date        PIC 9(8).
           02  Tm-Fee-Due-Date         PIC 9(8).
           02  Tm-Census-Date          PIC 9(8).
           02  Tm-Waiver-Deadline      PIC 9(8).
           02  Tm-Grade-Deadline       PIC 9(8).

      * Run history - one line per step run, appended every night
      * and never rewritten, so the trend report can average each
      * step over as many nights as it likes.
       FD  Run-History-File.
       01  Run-History-Rec.
           02  Rh-Run-Date             PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Rh-Step-Number          PIC 9(2).
           02  FILLER                  PIC X(1).
           02  Rh-Step-Name            PIC X(20).
           02  FILLER                  PIC X(1).
           02  Rh-Start-Time           PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Rh-End-Time             PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Rh-Elapsed-Secs         PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Rh-Outcome              PIC X(8).
               88  Rh-Run-Complete     VALUE "COMPLETE".
           02  Rh-Count-Entry OCCURS 3 TIMES.
               03  FILLER              PIC X(1).
               03  Rh-Count-Label      PIC X(20).
               03  FILLER              PIC X(1).
               03  Rh-Count            PIC 9(9).

      * Count hand-back - a step program writes up to three lines,
      * label and count, for the driver to copy onto the step's
      * run-history line.  Deleted before each step runs.
       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

      * SLA parameters - how many times its norm a step may run
      * before it is alerted as slow (9V9, so 020 is 2.0), and how
      * many nights of history it needs before it is judged at all.
       FD  Sla-Parm-File.
       01  Sla-Parm-Rec.
           02  Sp-Alert-Multiple       PIC 9(2)V9.
           02  FILLER                  PIC X(1).
           02  Sp-Min-Nights           PIC 9(2).

       FD  Sla-Trend-Report.
       01  Trend-Print-Line            PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file location, resolved at run time in Resolve-Data-Paths
       01  WS-Batchcal-Path            PIC X(260).
       01  WS-Sysbusy-Path             PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Runhist-Path             PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).
       01  WS-Slaparm-Path             PIC X(260).
       01  WS-Slatrend-Path            PIC X(260).
       01  Rh-Status                   PIC X(2).
       01  Cnt-Status                  PIC X(2).
       01  Sp-Status                   PIC X(2).
       01  WS-Stepcnt-Rc               PIC 9(9) COMP.
       01  Tm-Status                   PIC X(2).
       01  End-Of-Terms-Sw             PIC X VALUE "N".
           88  End-Of-Terms            VALUE "Y".
           02  FILLER                  PIC X(9) VALUE "FAILED - ".
           02  Aq-Line-Program         PIC X(30).

       01  Aq-Slow-Line.
           02  Aq-Slow-Date            PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  FILLER                  PIC X(7) VALUE "STEP ".
           02  Aq-Slow-Step-Num        PIC 9(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  Aq-Slow-Step-Name       PIC X(20).
           02  FILLER                  PIC X(7) VALUE "SLOW - ".
           02  Aq-Slow-Elapsed         PIC 9(6).
           02  FILLER                  PIC X(13) VALUE " SECS, NORM ".
           02  Aq-Slow-Norm            PIC 9(6).

       01  SS-File-Status              PIC XX.
           88  SS-Rec-Found            VALUE "00".
           88  SS-Rec-Not-Found        VALUE "23".
               "09HOUSEKEEPING        QueueHousekeeping.exe         ".
           02  FILLER  PIC X(52) VALUE
               "10GL-COLLECT          GlMonthEndClose.exe           ".
           02  FILLER  PIC X(52) VALUE
               "11DEFERRED-REVENUE    DeferredRevenue.exe           ".
           02  FILLER  PIC X(52) VALUE
               "12INCOMPLETE-LAPSE    IncompleteLapse.exe           ".
           02  FILLER  PIC X(52) VALUE
               "13CENSUS-SNAPSHOT     CensusSnapshot.exe            ".
           02  FILLER  PIC X(52) VALUE
               "14ADVISING-TICKLER    AdvisingTickler.exe           ".
           02  FILLER  PIC X(52) VALUE
               "15CONDUCT-EXPIRY      ConductSanctionExpiry.exe     ".
           02  FILLER  PIC X(52) VALUE
               "16PARKING-CITATIONS   ParkingCitationLoad.exe       ".
           02  FILLER  PIC X(52) VALUE
               "17LMS-ROSTER-FEED     LmsRosterFeed.exe             ".
           02  FILLER  PIC X(52) VALUE
               "18REPORT-DISTRIBUTE   ReportDistribute.exe          ".
           02  FILLER  PIC X(52) VALUE
               "19INSURANCE-CARRIER   InsuranceCarrierFeed.exe      ".
           02  FILLER  PIC X(52) VALUE
               "20GRADE-COMPLIANCE    GradeCompliance.exe           ".
           02  FILLER  PIC X(52) VALUE
               "21AUDIT-EXCEPTIONS    AuditExceptions.exe           ".
           02  FILLER  PIC X(52) VALUE
               "22SOD-EXCEPTIONS      SodExceptions.exe             ".
           02  FILLER  PIC X(52) VALUE
               "23DEGREE-VERIFY       DegreeVerify.exe              ".

       01  Step-Table REDEFINES Step-Definitions.
           02  Step-Entry OCCURS 23 TIMES.
               03  ST-Number           PIC 9(2).
               03  ST-Name             PIC X(20).
               03  ST-Program          PIC X(30).
       01  Dry-Run-Reply               PIC X VALUE "N".
           88  Dry-Run-Only            VALUE "Y" "y".

      * Run-time history by step - the elapsed seconds of each
      * step's last 30 completed runs, kept as a ring per step while
      * RUNHIST.DAT is read oldest first, so what is left at the end
      * is the latest 30.
       01  WS-Alert-Multiple           PIC 9(2)V9 VALUE 2.0.
       01  WS-Min-Nights               PIC 9(2) VALUE 5.
       01  Step-History-Table.
           02  Hs-Step OCCURS 23 TIMES.
               03  Hs-Sample-Count     PIC 9(2).
               03  Hs-Next-Slot        PIC 9(2).
               03  Hs-Elapsed          PIC 9(6) OCCURS 30 TIMES.
               03  Hs-Norm-Secs        PIC 9(6).
               03  Hs-Ran-Tonight-Sw   PIC X.
                   88  Hs-Ran-Tonight  VALUE "Y".
               03  Hs-Start-Time       PIC 9(6).
               03  Hs-End-Time         PIC 9(6).
               03  Hs-Tonight-Secs     PIC 9(6).
               03  Hs-Outcome          PIC X(8).
               03  Hs-Slow-Sw          PIC X.
                   88  Hs-Ran-Slow     VALUE "Y".
       01  WS-Slot                     PIC 9(2).
       01  WS-Sum-Secs                 PIC 9(8).
       01  Rh-Eof-Sw                   PIC X VALUE "N".
           88  End-Of-Run-History      VALUE "Y".
       01  Cnt-Eof-Sw                  PIC X VALUE "N".
           88  End-Of-Step-Counts      VALUE "Y".
       01  WS-Count-Idx                PIC 9(1).

       01  WS-Step-Start-Date          PIC 9(8).
       01  WS-Step-Start-Time          PIC 9(6).
       01  WS-Step-Start-Time-R REDEFINES WS-Step-Start-Time.
           02  WS-Start-Hh             PIC 9(2).
           02  WS-Start-Mm             PIC 9(2).
           02  WS-Start-Ss             PIC 9(2).
       01  WS-Step-End-Date            PIC 9(8).
       01  WS-Step-End-Time            PIC 9(6).
       01  WS-Step-End-Time-R REDEFINES WS-Step-End-Time.
           02  WS-End-Hh               PIC 9(2).
           02  WS-End-Mm               PIC 9(2).
           02  WS-End-Ss               PIC 9(2).
       01  WS-Step-Elapsed             PIC 9(6).
       01  WS-Slow-Limit               PIC 9(7)V9.

      * Projected finish - the time now plus the norm of every step
      * still due tonight, in seconds past midnight (more than 86400
      * runs into tomorrow).
       01  WS-Chain-Start-Time         PIC 9(6).
       01  WS-Now-Secs                 PIC 9(6).
       01  WS-Projected-Secs           PIC 9(7).
       01  WS-Projected-Start          PIC X(8).
       01  WS-Projected-Finish         PIC X(8).
       01  WS-Projected-Day            PIC X(11).
       01  WS-Next-Day-Sw              PIC X VALUE "N".
           88  Finish-Next-Day         VALUE "Y".
       01  WS-Proj-Idx                 PIC 9(2).
       01  WS-Fmt-Secs                 PIC 9(7).
       01  WS-Fmt-Time.
           02  WS-Fmt-Hh               PIC 9(2).
           02  FILLER                  PIC X VALUE ":".
           02  WS-Fmt-Mm               PIC 9(2).
           02  FILLER                  PIC X VALUE ":".
           02  WS-Fmt-Ss               PIC 9(2).

       01  Trend-Heading.
           02  FILLER  PIC X(4)  VALUE "STEP".
           02  FILLER  PIC X(21) VALUE "NAME".
           02  FILLER  PIC X(10) VALUE "START".
           02  FILLER  PIC X(10) VALUE "END".
           02  FILLER  PIC X(10) VALUE "ELAPSED".
           02  FILLER  PIC X(10) VALUE "30-NT AVG".
           02  FILLER  PIC X(8)  VALUE "% NORM".
           02  FILLER  PIC X(8)  VALUE "NIGHTS".
           02  FILLER  PIC X(9)  VALUE "OUTCOME".

       01  Trend-Detail.
           02  Td-Step-Num             PIC Z9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Td-Step-Name            PIC X(20).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Td-Start                PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Td-End                  PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Td-Elapsed              PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Td-Norm                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Td-Pct-Norm             PIC ZZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Td-Nights               PIC Z9.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  Td-Outcome              PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Td-Slow-Flag            PIC X(4).
       01  WS-Pct-Norm                 PIC 9(4).
       01  WS-Multiple-Edit            PIC Z9.9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Open-Batch-Calendar-File.

           PERFORM Check-Schedule-Flags.
           PERFORM Load-Sla-Parameters.
           PERFORM Load-Run-History.

           DISPLAY "Dry run only - simulate, no writes? (Y/N): "
               WITH NO ADVANCING.
               PERFORM Reset-All-Steps-Pending
           END-IF.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Chain-Start-Time.
           MOVE 1 TO WS-Proj-Idx.
           PERFORM Project-Chain-Finish.
           MOVE WS-Projected-Finish TO WS-Projected-Start.
           DISPLAY "Projected finish of tonight's chain: "
                   WS-Projected-Finish " " WS-Projected-Day.

           IF NOT Dry-Run-Only
               PERFORM Set-System-Busy
           END-IF.

           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > 23 OR Batch-Aborted
               PERFORM Run-One-Step
           END-PERFORM.

           IF NOT Dry-Run-Only AND NOT Batch-Aborted
               PERFORM Clear-System-Busy
           END-IF.
           IF NOT Dry-Run-Only
               PERFORM Print-Sla-Trend-Report
           END-IF.

           CLOSE Step-Status-File, Batch-Calendar-File.
           IF Dry-Run-Only
      * Opens Batch-Calendar-File, creating it on the first run and
      * seeding one row per Step-Table entry with a sensible default
      * schedule (daily steps run every night; TermRollover and
      * PaymentArchive are held for term-end only, DeferredRevenue
      * for month-end only) so the driver has somewhere to look on
      * its very first invocation.
       Open-Batch-Calendar-File.
           OPEN I-O Batch-Calendar-File.
           IF Bc-Status = "35"
           END-IF.

       Seed-Calendar-Defaults.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 23
               PERFORM Set-Default-Calendar-Flags
               WRITE Batch-Calendar-Rec
           END-PERFORM.

       Set-Default-Calendar-Flags.
           MOVE ST-Number(WS-Idx) TO Bc-Step-Number.
           EVALUATE TRUE
               WHEN WS-Idx = 11
                   MOVE "N" TO Bc-Run-Daily
                   MOVE "Y" TO Bc-Run-Month-End
                   MOVE "N" TO Bc-Run-Term-End
               WHEN WS-Idx <= 5 OR WS-Idx >= 8
                   MOVE "Y" TO Bc-Run-Daily
                   MOVE "N" TO Bc-Run-Month-End
                   MOVE "N" TO Bc-Run-Term-End
               WHEN OTHER
                   MOVE "N" TO Bc-Run-Daily
                   MOVE "N" TO Bc-Run-Month-End
                   MOVE "Y" TO Bc-Run-Term-End
           END-EVALUATE.

      * A step added to the chain after a site's calendar was first
      * seeded has no row yet - seed its default schedule on first

       Reset-All-Steps-Pending.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > 23
               MOVE ST-Number(WS-Idx)  TO SS-Step-Number
               MOVE ST-Name(WS-Idx)    TO SS-Step-Name
               MOVE ST-Program(WS-Idx) TO SS-Program-Name
           ELSE
               DISPLAY "Running step " ST-Number(WS-Idx) ": "
                       ST-Name(WS-Idx) " (" ST-Program(WS-Idx) ")..."
               CALL "CBL_DELETE_FILE" USING WS-Stepcnt-Path
                   RETURNING WS-Stepcnt-Rc
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Step-Start-Date
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Step-Start-Time
               CALL "SYSTEM" USING ST-Program(WS-Idx)
               IF RETURN-CODE = 0
                   SET SS-Step-Complete TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SS-Last-Run-Date
                   REWRITE Step-Status-Rec
                   DISPLAY "Step " ST-Name(WS-Idx) " COMPLETE."
                   PERFORM Record-Step-Run
                   PERFORM Check-Step-Sla
                   COMPUTE WS-Proj-Idx = WS-Idx + 1
                   PERFORM Project-Chain-Finish
                   DISPLAY "Projected finish now: "
                           WS-Projected-Finish " " WS-Projected-Day
               ELSE
                   SET SS-Step-Failed TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SS-Last-Run-Date
                   REWRITE Step-Status-Rec
                   DISPLAY "*** Step " ST-Name(WS-Idx)
                           " FAILED, return code " RETURN-CODE " ***"
                   PERFORM Record-Step-Run
                   PERFORM Log-Alert
                   SET Batch-Aborted TO TRUE
               END-IF
           END-IF.

      * Appends tonight's run of the step to RUNHIST.DAT, copying
      * whatever counts the step handed back on STEPCNT.DAT.  The
      * elapsed time runs across midnight by way of the day number.
       Record-Step-Run.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Step-End-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Step-End-Time.
           COMPUTE WS-Step-Elapsed =
               (FUNCTION INTEGER-OF-DATE(WS-Step-End-Date)
                - FUNCTION INTEGER-OF-DATE(WS-Step-Start-Date))
                   * 86400
               + WS-End-Hh * 3600 + WS-End-Mm * 60 + WS-End-Ss
               - WS-Start-Hh * 3600 - WS-Start-Mm * 60 - WS-Start-Ss.
           MOVE SPACES TO Run-History-Rec.
           MOVE WS-Step-Start-Date TO Rh-Run-Date.
           MOVE ST-Number(WS-Idx) TO Rh-Step-Number.
           MOVE ST-Name(WS-Idx) TO Rh-Step-Name.
           MOVE WS-Step-Start-Time TO Rh-Start-Time.
           MOVE WS-Step-End-Time TO Rh-End-Time.
           MOVE WS-Step-Elapsed TO Rh-Elapsed-Secs.
           IF SS-Step-Complete
               MOVE "COMPLETE" TO Rh-Outcome
           ELSE
               MOVE "FAILED" TO Rh-Outcome
           END-IF.
           PERFORM VARYING WS-Count-Idx FROM 1 BY 1
                   UNTIL WS-Count-Idx > 3
               MOVE ZEROS TO Rh-Count(WS-Count-Idx)
           END-PERFORM.
           OPEN INPUT Step-Count-File.
           IF Cnt-Status = "00"
               MOVE "N" TO Cnt-Eof-Sw
               MOVE 1 TO WS-Count-Idx
               PERFORM UNTIL End-Of-Step-Counts OR WS-Count-Idx > 3
                   READ Step-Count-File
                       AT END SET End-Of-Step-Counts TO TRUE
                       NOT AT END
                           MOVE Cnt-Label
                               TO Rh-Count-Label(WS-Count-Idx)
                           MOVE Cnt-Count TO Rh-Count(WS-Count-Idx)
                           ADD 1 TO WS-Count-Idx
                   END-READ
               END-PERFORM
               CLOSE Step-Count-File
           END-IF.
           OPEN EXTEND Run-History-File.
           IF Rh-Status = "05" OR Rh-Status = "35"
               OPEN OUTPUT Run-History-File
           END-IF.
           WRITE Run-History-Rec.
           CLOSE Run-History-File.
           MOVE "Y" TO Hs-Ran-Tonight-Sw(WS-Idx).
           MOVE WS-Step-Start-Time TO Hs-Start-Time(WS-Idx).
           MOVE WS-Step-End-Time TO Hs-End-Time(WS-Idx).
           MOVE WS-Step-Elapsed TO Hs-Tonight-Secs(WS-Idx).
           MOVE Rh-Outcome TO Hs-Outcome(WS-Idx).

      * A step is slow when it has enough history to have a norm and
      * tonight's run took longer than the alert multiple of it.
       Check-Step-Sla.
           IF Hs-Sample-Count(WS-Idx) < WS-Min-Nights
               OR Hs-Norm-Secs(WS-Idx) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Slow-Limit =
               Hs-Norm-Secs(WS-Idx) * WS-Alert-Multiple.
           IF WS-Step-Elapsed > WS-Slow-Limit
               MOVE "Y" TO Hs-Slow-Sw(WS-Idx)
               DISPLAY "*** Step " ST-Name(WS-Idx) " ran "
                       WS-Step-Elapsed " secs against a norm of "
                       Hs-Norm-Secs(WS-Idx) " ***"
               PERFORM Log-Slow-Alert
           END-IF.

      * Writes one line to Alert-Queue-File for a failed step, so an
      * on-call operator's monitoring can pick up an overnight failure
      * without waiting for someone to check the terminal in the
           WRITE Aq-Rec FROM Aq-Line.
           CLOSE Alert-Queue-File.

       Log-Slow-Alert.
           OPEN EXTEND Alert-Queue-File.
           IF Aq-File-Not-Found
               OPEN OUTPUT Alert-Queue-File
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Aq-Slow-Date.
           MOVE ST-Number(WS-Idx)          TO Aq-Slow-Step-Num.
           MOVE ST-Name(WS-Idx)            TO Aq-Slow-Step-Name.
           MOVE WS-Step-Elapsed            TO Aq-Slow-Elapsed.
           MOVE Hs-Norm-Secs(WS-Idx)       TO Aq-Slow-Norm.
           WRITE Aq-Rec FROM Aq-Slow-Line.
           CLOSE Alert-Queue-File.

      * SLA parameters are optional - with no SLAPARM.DAT a step is
      * slow at twice its norm once it has five nights behind it.
       Load-Sla-Parameters.
           OPEN INPUT Sla-Parm-File.
           IF Sp-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Sla-Parm-File
               AT END MOVE "10" TO Sp-Status
           END-READ.
           IF Sp-Status = "00"
               IF Sp-Alert-Multiple IS NUMERIC
                       AND Sp-Alert-Multiple > 1
                   MOVE Sp-Alert-Multiple TO WS-Alert-Multiple
               END-IF
               IF Sp-Min-Nights IS NUMERIC AND Sp-Min-Nights > 0
                   MOVE Sp-Min-Nights TO WS-Min-Nights
               END-IF
           END-IF.
           CLOSE Sla-Parm-File.

      * Reads the run history oldest first, keeping each step's last
      * 30 completed runs, and works out each step's norm from them.
       Load-Run-History.
           INITIALIZE Step-History-Table.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 23
               MOVE 1 TO Hs-Next-Slot(WS-Idx)
               MOVE "N" TO Hs-Ran-Tonight-Sw(WS-Idx)
                           Hs-Slow-Sw(WS-Idx)
           END-PERFORM.
           OPEN INPUT Run-History-File.
           IF Rh-Status = "00"
               MOVE "N" TO Rh-Eof-Sw
               PERFORM UNTIL End-Of-Run-History
                   READ Run-History-File
                       AT END SET End-Of-Run-History TO TRUE
                       NOT AT END PERFORM Keep-One-Run
                   END-READ
               END-PERFORM
               CLOSE Run-History-File
           END-IF.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 23
               MOVE ZEROS TO WS-Sum-Secs
               PERFORM VARYING WS-Slot FROM 1 BY 1
                       UNTIL WS-Slot > Hs-Sample-Count(WS-Idx)
                   ADD Hs-Elapsed(WS-Idx WS-Slot) TO WS-Sum-Secs
               END-PERFORM
               IF Hs-Sample-Count(WS-Idx) > 0
                   COMPUTE Hs-Norm-Secs(WS-Idx) ROUNDED =
                       WS-Sum-Secs / Hs-Sample-Count(WS-Idx)
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-Idx.

       Keep-One-Run.
           IF Rh-Step-Number NOT NUMERIC
               OR Rh-Step-Number < 1 OR Rh-Step-Number > 23
               OR NOT Rh-Run-Complete
               EXIT PARAGRAPH
           END-IF.
           MOVE Hs-Next-Slot(Rh-Step-Number) TO WS-Slot.
           MOVE Rh-Elapsed-Secs TO Hs-Elapsed(Rh-Step-Number WS-Slot).
           IF Hs-Sample-Count(Rh-Step-Number) < 30
               ADD 1 TO Hs-Sample-Count(Rh-Step-Number)
           END-IF.
           IF WS-Slot = 30
               MOVE 1 TO Hs-Next-Slot(Rh-Step-Number)
           ELSE
               ADD 1 TO Hs-Next-Slot(Rh-Step-Number)
           END-IF.

      * Time now plus the norm of every step from WS-Proj-Idx on that
      * is due tonight and not already complete.  A step with no
      * history adds nothing, so the projection firms up as the
      * history builds.
       Project-Chain-Finish.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Step-End-Time.
           COMPUTE WS-Projected-Secs =
               WS-End-Hh * 3600 + WS-End-Mm * 60 + WS-End-Ss.
           MOVE WS-Idx TO WS-Slot.
           PERFORM VARYING WS-Idx FROM WS-Proj-Idx BY 1
                   UNTIL WS-Idx > 23
               PERFORM Is-Step-Due
               IF Step-Is-Due
                   MOVE ST-Number(WS-Idx) TO SS-Step-Number
                   READ Step-Status-File
                       KEY IS SS-Step-Number
                       INVALID KEY SET SS-Step-Pending TO TRUE
                   END-READ
                   IF NOT SS-Step-Complete OR NOT Resuming
                       ADD Hs-Norm-Secs(WS-Idx) TO WS-Projected-Secs
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-Slot TO WS-Idx.
           MOVE SPACES TO WS-Projected-Day.
           IF WS-Projected-Secs >= 86400
               SUBTRACT 86400 FROM WS-Projected-Secs
               MOVE "(TOMORROW)" TO WS-Projected-Day
           END-IF.
           MOVE WS-Projected-Secs TO WS-Fmt-Secs.
           PERFORM Format-Seconds.
           MOVE WS-Fmt-Time TO WS-Projected-Finish.

       Format-Seconds.
           COMPUTE WS-Fmt-Hh = WS-Fmt-Secs / 3600.
           COMPUTE WS-Fmt-Mm =
               (WS-Fmt-Secs - WS-Fmt-Hh * 3600) / 60.
           COMPUTE WS-Fmt-Ss =
               WS-Fmt-Secs - WS-Fmt-Hh * 3600 - WS-Fmt-Mm * 60.

      * Each step run tonight against its 30-night norm, with the
      * projection the chain started with and when it actually
      * finished.
       Print-Sla-Trend-Report.
           OPEN OUTPUT Sla-Trend-Report.
           MOVE WS-Alert-Multiple TO WS-Multiple-Edit.
           MOVE SPACES TO Trend-Print-Line.
           STRING "NIGHTLY BATCH RUN-TIME TREND  " WS-Today
                  "   SLOW AT " WS-Multiple-Edit " X NORM"
               DELIMITED BY SIZE INTO Trend-Print-Line.
           WRITE Trend-Print-Line.
           MOVE SPACES TO Trend-Print-Line.
           WRITE Trend-Print-Line.
           WRITE Trend-Print-Line FROM Trend-Heading.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 23
               IF Hs-Ran-Tonight(WS-Idx)
                   PERFORM Print-Trend-Line
               END-IF
           END-PERFORM.
           MOVE SPACES TO Trend-Print-Line.
           WRITE Trend-Print-Line.
           MOVE WS-Chain-Start-Time TO WS-Step-Start-Time.
           COMPUTE WS-Fmt-Secs =
               WS-Start-Hh * 3600 + WS-Start-Mm * 60 + WS-Start-Ss.
           PERFORM Format-Seconds.
           MOVE SPACES TO Trend-Print-Line.
           STRING "CHAIN STARTED  " WS-Fmt-Time
                  "   PROJECTED FINISH AT START  " WS-Projected-Start
               DELIMITED BY SIZE INTO Trend-Print-Line.
           WRITE Trend-Print-Line.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Step-End-Time.
           COMPUTE WS-Fmt-Secs =
               WS-End-Hh * 3600 + WS-End-Mm * 60 + WS-End-Ss.
           PERFORM Format-Seconds.
           MOVE SPACES TO Trend-Print-Line.
           IF Batch-Aborted
               STRING "CHAIN HALTED   " WS-Fmt-Time
                   DELIMITED BY SIZE INTO Trend-Print-Line
           ELSE
               STRING "CHAIN FINISHED " WS-Fmt-Time
                   DELIMITED BY SIZE INTO Trend-Print-Line
           END-IF.
           WRITE Trend-Print-Line.
           CLOSE Sla-Trend-Report.

       Print-Trend-Line.
           MOVE ST-Number(WS-Idx) TO Td-Step-Num.
           MOVE ST-Name(WS-Idx) TO Td-Step-Name.
           MOVE Hs-Start-Time(WS-Idx) TO WS-Step-Start-Time.
           COMPUTE WS-Fmt-Secs =
               WS-Start-Hh * 3600 + WS-Start-Mm * 60 + WS-Start-Ss.
           PERFORM Format-Seconds.
           MOVE WS-Fmt-Time TO Td-Start.
           MOVE Hs-End-Time(WS-Idx) TO WS-Step-End-Time.
           COMPUTE WS-Fmt-Secs =
               WS-End-Hh * 3600 + WS-End-Mm * 60 + WS-End-Ss.
           PERFORM Format-Seconds.
           MOVE WS-Fmt-Time TO Td-End.
           MOVE Hs-Tonight-Secs(WS-Idx) TO WS-Fmt-Secs.
           PERFORM Format-Seconds.
           MOVE WS-Fmt-Time TO Td-Elapsed.
           MOVE Hs-Sample-Count(WS-Idx) TO Td-Nights.
           IF Hs-Sample-Count(WS-Idx) = ZEROS
               MOVE "  NONE" TO Td-Norm
               MOVE ZEROS TO Td-Pct-Norm
           ELSE
               MOVE Hs-Norm-Secs(WS-Idx) TO WS-Fmt-Secs
               PERFORM Format-Seconds
               MOVE WS-Fmt-Time TO Td-Norm
               IF Hs-Norm-Secs(WS-Idx) = ZEROS
                   MOVE ZEROS TO Td-Pct-Norm
               ELSE
                   COMPUTE WS-Pct-Norm ROUNDED =
                       Hs-Tonight-Secs(WS-Idx) * 100
                       / Hs-Norm-Secs(WS-Idx)
                       ON SIZE ERROR MOVE 9999 TO WS-Pct-Norm
                   END-COMPUTE
                   MOVE WS-Pct-Norm TO Td-Pct-Norm
               END-IF
           END-IF.
           MOVE Hs-Outcome(WS-Idx) TO Td-Outcome.
           IF Hs-Ran-Slow(WS-Idx)
               MOVE "SLOW" TO Td-Slow-Flag
           ELSE
               MOVE SPACES TO Td-Slow-Flag
           END-IF.
           WRITE Trend-Print-Line FROM Trend-Detail.

       Set-System-Busy.
           OPEN OUTPUT System-Busy-File.
           MOVE SPACES TO System-Busy-Rec.
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Runhist-Path FROM ENVIRONMENT "RUNHIST_PATH".
           IF WS-Runhist-Path = SPACES
               MOVE "RUNHIST.DAT" TO WS-Runhist-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
           ACCEPT WS-Slaparm-Path FROM ENVIRONMENT "SLAPARM_PATH".
           IF WS-Slaparm-Path = SPACES
               MOVE "SLAPARM.DAT" TO WS-Slaparm-Path
           END-IF.
           ACCEPT WS-Slatrend-Path FROM ENVIRONMENT "SLATREND_PATH".
           IF WS-Slatrend-Path = SPACES
               MOVE "SLATREND.RPT" TO WS-Slatrend-Path
           END-IF.
