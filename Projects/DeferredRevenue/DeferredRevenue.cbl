       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DeferredRevenue.
       AUTHOR.  Jon Clark.
      * Month-end deferred revenue recognition for term charges.
      * A term's tuition, housing, lab and library charges are billed
      * up front when the fees master is built, but they are only
      * earned as the term is delivered - and a term that starts in
      * one fiscal year and ends in the next was being taken to
      * revenue entirely in the first.  This run holds the charges as
      * deferred revenue and releases them month by month across the
      * term, using each term's Tm-Start-Date and Tm-End-Date from
      * TERMMAST.DAT:
      *
      *   - the billed category totals are summed per term from
      *     Student-Master-File (late fees are earned when assessed
      *     and are left alone);
      *   - the change since the last run - new billing, add re-bills
      *     and drop credits alike - posts as a deferral movement to
      *     the deferred revenue account, so add/drop adjustments
      *     flow through the schedule automatically;
      *   - each category is then recognized up to the share of the
      *     term's days elapsed by the end of the period, less what
      *     was recognized before.  A drop after the term has been
      *     partly recognized simply produces a smaller (or negative)
      *     release the following month.
      *
      * The running position per term is kept on the deferral
      * schedule (DEFREVSC.DAT).  The movements are appended to
      * GLEXTRCT.DAT dated the last day of the period, so
      * GlMonthEndClose's collect mode banks them into that period
      * and its close journals them like any other movement.  A term
      * already run for the period is skipped, so a re-run posts
      * nothing twice.  The schedule report (DEFREV.RPT) shows what
      * was recognized and what is still deferred per term.
      *
      * Run interactively for any period, or unattended from the
      * nightly driver's month-end step when a DEFREVENUE row is on
      * the run-parameter file - the period is then the current
      * month.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Deferral-Schedule-File ASSIGN TO WS-Defrevsc-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ds-Term-Code
               FILE STATUS IS Ds-Status.

           SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gx-File-Status.

           SELECT Schedule-Report-File ASSIGN TO WS-Defrev-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master-File.
       01  SM-Rec.
           88  End-Of-Master                   VALUE HIGH-VALUES.
           02  SM-Master-Key.
               03  SM-Student-Number           PIC 9(7).
               03  SM-Term-Code                PIC X(6).
           02  SM-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(5).
           02  SM-Prior-Balance-Fwd            PIC S9(7)V99.
           02  SM-Fees-Owed                    PIC 9(7).
           02  SM-Tuition-Owed                 PIC 9(7).
           02  SM-Housing-Owed                 PIC 9(7).
           02  SM-Lab-Owed                     PIC 9(7).
           02  SM-Library-Owed                 PIC 9(7).
           02  SM-Late-Fee-Owed                PIC 9(7).
           02  SM-Late-Fee-Flag                PIC X.
               88  SM-Late-Fee-Applied         VALUE "Y".
           02  SM-Amount-Paid                  PIC S9(7)V99.
           02  SM-Tuition-Paid                 PIC 9(7)V99.
           02  SM-Housing-Paid                 PIC 9(7)V99.
           02  SM-Lab-Paid                     PIC 9(7)V99.
           02  SM-Library-Paid                 PIC 9(7)V99.
           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
               88  SM-Written-Off              VALUE "W".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

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

      * One row per term: what has been billed into deferral and what
      * has been released to revenue so far, per category (1 tuition,
      * 2 housing, 3 lab, 4 library - the Category-Table order).
       FD  Deferral-Schedule-File.
       01  Ds-Rec.
           02  Ds-Term-Code                    PIC X(6).
           02  Ds-Start-Date                   PIC 9(8).
           02  Ds-End-Date                     PIC 9(8).
           02  Ds-Last-Period                  PIC 9(6).
           02  Ds-Category OCCURS 4 TIMES.
               03  Ds-Billed                   PIC S9(9)V99.
               03  Ds-Recognized               PIC S9(9)V99.

      * Same line layout StudFees and StudFeesReturnedItems write.
       FD  Gl-Extract-File.
       01  Gl-Extract-Rec.
           02  Gl-Code                         PIC X(6).
           02  FILLER                          PIC X(1).
           02  Gl-Description                  PIC X(20).
           02  FILLER                          PIC X(1).
           02  Gl-Basis                        PIC X(7).
           02  FILLER                          PIC X(1).
           02  Gl-Amount                       PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1).
           02  Gl-Run-Date                     PIC 9(8).

       FD  Schedule-Report-File.
       01  Schedule-Print-Line                 PIC X(110).

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

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Defrevsc-Path            PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Defrev-Rpt-Path          PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  SM-File-Status              PIC X(2).
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
           88  Tm-Rec-Not-Found        VALUE "23".
       01  Ds-Status                   PIC X(2).
           88  Ds-Rec-Found            VALUE "00".
           88  Ds-Rec-Not-Found        VALUE "23".
       01  Gx-File-Status              PIC X(2).
       01  Rp-File-Status              PIC X(2).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Revenue account and schedule-report label for each deferred
      * category, in Ds-Category order.
       01  Category-Definitions.
           02  FILLER  PIC X(26) VALUE "400010TUITION EARNED      ".
           02  FILLER  PIC X(26) VALUE "400020HOUSING EARNED      ".
           02  FILLER  PIC X(26) VALUE "400030LAB FEES EARNED     ".
           02  FILLER  PIC X(26) VALUE "400040LIBRARY FEES EARNED ".
       01  Category-Table REDEFINES Category-Definitions.
           02  Cat-Entry OCCURS 4 TIMES.
               03  Cat-Gl-Code         PIC X(6).
               03  Cat-Gl-Description  PIC X(20).

      * Unearned term charges - a liability until the term delivers.
       01  Gl-Deferred-Code            PIC X(6) VALUE "200030".

      * Billed category totals per term, summed from the master.
       01  WS-Term-Max                 PIC 9(3) VALUE 500.
       01  WS-Term-Count               PIC 9(3) VALUE ZEROS.
       01  Term-Charge-Table.
           02  Tc-Entry OCCURS 500 TIMES INDEXED BY Tc-Idx.
               03  Tc-Term-Code        PIC X(6).
               03  Tc-Charge           PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-Term-Found-Sw            PIC X VALUE "N".
           88  Term-Found              VALUE "Y".
       01  WS-Cat                      PIC 9(1).

       01  WS-Today                    PIC 9(8).
       01  WS-Period                   PIC 9(6).
       01  WS-Period-Parts REDEFINES WS-Period.
           02  WS-Period-Year          PIC 9(4).
           02  WS-Period-Month         PIC 9(2).
       01  WS-Next-Month-Start         PIC 9(8).
       01  WS-Next-Month-Parts REDEFINES WS-Next-Month-Start.
           02  WS-Next-Year            PIC 9(4).
           02  WS-Next-Month           PIC 9(2).
           02  WS-Next-Day             PIC 9(2).
       01  WS-Period-End               PIC 9(8).

       01  WS-Term-Days                PIC 9(5).
       01  WS-Elapsed-Days             PIC 9(5).
       01  WS-Delta                    PIC S9(9)V99.
       01  WS-Earned                   PIC S9(9)V99.
       01  WS-Release                  PIC S9(9)V99.
       01  WS-Term-Billed              PIC S9(9)V99.
       01  WS-Term-Released            PIC S9(9)V99.
       01  WS-Term-Recognized          PIC S9(9)V99.

       01  Period-Totals.
           02  Tot-Deferral-Movement   PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Released            PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Cat-Released        PIC S9(9)V99 VALUE ZEROS
                                       OCCURS 4 TIMES.
           02  Tot-Still-Deferred      PIC S9(9)V99 VALUE ZEROS.

       01  Control-Totals.
           02  Ct-Master-Read          PIC 9(7) VALUE ZEROS.
           02  Ct-Terms-Scheduled      PIC 9(5) VALUE ZEROS.
           02  Ct-Terms-Already-Run    PIC 9(5) VALUE ZEROS.
           02  Ct-Terms-No-Dates       PIC 9(5) VALUE ZEROS.
           02  Ct-Gl-Lines             PIC 9(5) VALUE ZEROS.

       01  Report-Heading1.
           02  FILLER                  PIC X(24) VALUE SPACES.
           02  FILLER                  PIC X(34)
                     VALUE "DEFERRED  REVENUE  SCHEDULE  -  ".
           02  Rh-Period               PIC 9(6).
       01  Report-Heading3.
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(10) VALUE "STARTS".
           02  FILLER                  PIC X(10) VALUE "ENDS".
           02  FILLER                  PIC X(18)
                     VALUE "      TERM CHARGES".
           02  FILLER                  PIC X(18)
                     VALUE "  EARNED THIS PER".
           02  FILLER                  PIC X(18)
                     VALUE "    EARNED TO DATE".
           02  FILLER                  PIC X(18)
                     VALUE "    STILL DEFERRED".

       01  Report-Detail-Line.
           02  Rd-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Start-Date           PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-End-Date             PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Billed               PIC -$$$,$$$,$$9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Released             PIC -$$$,$$$,$$9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Recognized           PIC -$$$,$$$,$$9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Rd-Deferred             PIC -$$$,$$$,$$9.99.

       01  Report-Note-Line.
           02  Rn-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rn-Note                 PIC X(60).

       01  WS-Amount-Ed                PIC -$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF Parms-From-File
               MOVE WS-Today(1:6) TO WS-Period
           ELSE
               DISPLAY "Enter period to recognize (CCYYMM): "
                   WITH NO ADVANCING
               ACCEPT WS-Period
           END-IF.
           IF WS-Period-Month < 1 OR WS-Period-Month > 12
               DISPLAY "Invalid period " WS-Period " - exiting."
               STOP RUN
           END-IF.
           PERFORM Compute-Period-End.

           PERFORM Accumulate-Term-Charges.
           IF WS-Term-Count = ZEROS
               DISPLAY "No term charges on the fees master - nothing "
                       "to defer."
               STOP RUN
           END-IF.

           OPEN INPUT Term-Master-File.
           IF Tm-Status NOT = "00"
               DISPLAY "*** No term master file - term dates are "
                       "needed to build the schedule. ***"
               DISPLAY "    Run aborted - notify operator."
               STOP RUN
           END-IF.
           OPEN I-O Deferral-Schedule-File.
           IF Ds-Status = "05" OR Ds-Status = "35"
               CLOSE Deferral-Schedule-File
               OPEN OUTPUT Deferral-Schedule-File
               CLOSE Deferral-Schedule-File
               OPEN I-O Deferral-Schedule-File
           END-IF.
           MOVE Ds-Status TO WS-Chk-Status.
           MOVE "OPEN Deferral-Schedule-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN OUTPUT Schedule-Report-File.
           PERFORM Print-Report-Headings.

           PERFORM VARYING Tc-Idx FROM 1 BY 1
                   UNTIL Tc-Idx > WS-Term-Count
               PERFORM Schedule-One-Term
           END-PERFORM.

           PERFORM Write-Gl-Lines.
           PERFORM Print-Report-Totals.
           CLOSE Term-Master-File, Deferral-Schedule-File,
                 Schedule-Report-File.

           DISPLAY " ".
           DISPLAY "----  DEFERRED  REVENUE  COMPLETE  ----".
           DISPLAY "Period                   : " WS-Period
                   "  (lines dated " WS-Period-End ")".
           DISPLAY "Master records read      : " Ct-Master-Read.
           DISPLAY "Terms scheduled          : " Ct-Terms-Scheduled.
           DISPLAY "Terms already run        : " Ct-Terms-Already-Run.
           DISPLAY "Terms with no term dates : " Ct-Terms-No-Dates.
           DISPLAY "GL lines written         : " Ct-Gl-Lines.
           MOVE Tot-Released TO WS-Amount-Ed.
           DISPLAY "Revenue recognized       : " WS-Amount-Ed.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "MASTER RECORDS READ" TO Cnt-Label.
           MOVE Ct-Master-Read TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "TERMS SCHEDULED" TO Cnt-Label.
           MOVE Ct-Terms-Scheduled TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "GL LINES WRITTEN" TO Cnt-Label.
           MOVE Ct-Gl-Lines TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "DEFREVENUE"
                   MOVE "Y" TO WS-Runparms-Sw
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "DEFREVENUE run-parameter row found - "
                       "recognizing the current month unattended."
           END-IF.

      * The last day of the period is the day before the first of the
      * following month.
       Compute-Period-End.
           MOVE WS-Period-Year TO WS-Next-Year.
           MOVE WS-Period-Month TO WS-Next-Month.
           MOVE 1 TO WS-Next-Day.
           IF WS-Next-Month = 12
               ADD 1 TO WS-Next-Year
               MOVE 1 TO WS-Next-Month
           ELSE
               ADD 1 TO WS-Next-Month
           END-IF.
           COMPUTE WS-Period-End = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Next-Month-Start) - 1).

       Accumulate-Term-Charges.
           OPEN INPUT Student-Master-File.
           MOVE SM-File-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Master-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           READ Student-Master-File NEXT RECORD
               AT END SET End-Of-Master TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Master
               ADD 1 TO Ct-Master-Read
               PERFORM Add-Term-Charges
               READ Student-Master-File NEXT RECORD
                   AT END SET End-Of-Master TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Student-Master-File.

       Add-Term-Charges.
           MOVE "N" TO WS-Term-Found-Sw.
           PERFORM VARYING Tc-Idx FROM 1 BY 1
                   UNTIL Tc-Idx > WS-Term-Count OR Term-Found
               IF Tc-Term-Code(Tc-Idx) = SM-Term-Code
                   SET Term-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Term-Found
               SET Tc-Idx DOWN BY 1
           ELSE
               IF WS-Term-Count NOT < WS-Term-Max
                   DISPLAY "*** TERM TABLE FULL *** more than "
                           WS-Term-Max " terms on the master"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Term-Count
               SET Tc-Idx TO WS-Term-Count
               MOVE SM-Term-Code TO Tc-Term-Code(Tc-Idx)
               MOVE ZEROS TO Tc-Charge(Tc-Idx, 1)
                             Tc-Charge(Tc-Idx, 2)
                             Tc-Charge(Tc-Idx, 3)
                             Tc-Charge(Tc-Idx, 4)
               SET Term-Found TO TRUE
           END-IF.
           IF Term-Found
               ADD SM-Tuition-Owed TO Tc-Charge(Tc-Idx, 1)
               ADD SM-Housing-Owed TO Tc-Charge(Tc-Idx, 2)
               ADD SM-Lab-Owed     TO Tc-Charge(Tc-Idx, 3)
               ADD SM-Library-Owed TO Tc-Charge(Tc-Idx, 4)
           END-IF.

      * Brings one term's schedule row up to date for the period:
      * re-bases the billed amounts on what the master carries now,
      * then recognizes each category in proportion to the term's
      * days elapsed by the end of the period.
       Schedule-One-Term.
           MOVE Tc-Term-Code(Tc-Idx) TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF Tm-Rec-Not-Found OR Tm-End-Date < Tm-Start-Date
               ADD 1 TO Ct-Terms-No-Dates
               MOVE Tc-Term-Code(Tc-Idx) TO Rn-Term-Code
               MOVE "NO USABLE TERM DATES ON TERMMAST - NOT SCHEDULED"
                   TO Rn-Note
               WRITE Schedule-Print-Line FROM Report-Note-Line
                   AFTER ADVANCING 1 LINE
               DISPLAY "Term " Tc-Term-Code(Tc-Idx)
                   " has no usable term dates - not scheduled."
               EXIT PARAGRAPH
           END-IF.

           MOVE Tc-Term-Code(Tc-Idx) TO Ds-Term-Code.
           READ Deferral-Schedule-File
               KEY IS Ds-Term-Code
               INVALID KEY MOVE "23" TO Ds-Status
           END-READ.
           IF Ds-Rec-Not-Found
               MOVE SPACES TO Ds-Rec
               MOVE Tc-Term-Code(Tc-Idx) TO Ds-Term-Code
               MOVE ZEROS TO Ds-Last-Period
               PERFORM VARYING WS-Cat FROM 1 BY 1 UNTIL WS-Cat > 4
                   MOVE ZEROS TO Ds-Billed(WS-Cat)
                   MOVE ZEROS TO Ds-Recognized(WS-Cat)
               END-PERFORM
           END-IF.
           IF Ds-Last-Period NOT < WS-Period
               ADD 1 TO Ct-Terms-Already-Run
               MOVE Tc-Term-Code(Tc-Idx) TO Rn-Term-Code
               MOVE SPACES TO Rn-Note
               STRING "ALREADY RUN THROUGH PERIOD " Ds-Last-Period
                   " - SKIPPED" DELIMITED BY SIZE INTO Rn-Note
               WRITE Schedule-Print-Line FROM Report-Note-Line
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-Term-Days =
               FUNCTION INTEGER-OF-DATE(Tm-End-Date)
               - FUNCTION INTEGER-OF-DATE(Tm-Start-Date) + 1.
           EVALUATE TRUE
               WHEN WS-Period-End < Tm-Start-Date
                   MOVE ZEROS TO WS-Elapsed-Days
               WHEN WS-Period-End NOT < Tm-End-Date
                   MOVE WS-Term-Days TO WS-Elapsed-Days
               WHEN OTHER
                   COMPUTE WS-Elapsed-Days =
                       FUNCTION INTEGER-OF-DATE(WS-Period-End)
                       - FUNCTION INTEGER-OF-DATE(Tm-Start-Date) + 1
           END-EVALUATE.

           MOVE ZEROS TO WS-Term-Billed WS-Term-Released
                         WS-Term-Recognized.
           PERFORM VARYING WS-Cat FROM 1 BY 1 UNTIL WS-Cat > 4
               PERFORM Schedule-One-Category
           END-PERFORM.

           MOVE Tm-Start-Date TO Ds-Start-Date.
           MOVE Tm-End-Date TO Ds-End-Date.
           MOVE WS-Period TO Ds-Last-Period.
           IF Ds-Rec-Found
               REWRITE Ds-Rec
                   INVALID KEY
                       MOVE Ds-Status TO WS-Chk-Status
                       MOVE "REWRITE Deferral-Schedule-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Ds-Rec
                   INVALID KEY
                       MOVE Ds-Status TO WS-Chk-Status
                       MOVE "WRITE Deferral-Schedule-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.
           ADD 1 TO Ct-Terms-Scheduled.

           MOVE Ds-Term-Code TO Rd-Term-Code.
           MOVE Ds-Start-Date TO Rd-Start-Date.
           MOVE Ds-End-Date TO Rd-End-Date.
           MOVE WS-Term-Billed TO Rd-Billed.
           MOVE WS-Term-Released TO Rd-Released.
           MOVE WS-Term-Recognized TO Rd-Recognized.
           COMPUTE Rd-Deferred = WS-Term-Billed - WS-Term-Recognized.
           COMPUTE Tot-Still-Deferred = Tot-Still-Deferred
               + WS-Term-Billed - WS-Term-Recognized.
           WRITE Schedule-Print-Line FROM Report-Detail-Line
               AFTER ADVANCING 1 LINE.

       Schedule-One-Category.
           COMPUTE WS-Delta =
               Tc-Charge(Tc-Idx, WS-Cat) - Ds-Billed(WS-Cat).
           ADD WS-Delta TO Tot-Deferral-Movement.
           MOVE Tc-Charge(Tc-Idx, WS-Cat) TO Ds-Billed(WS-Cat).
           COMPUTE WS-Earned ROUNDED =
               Ds-Billed(WS-Cat) * WS-Elapsed-Days / WS-Term-Days.
           COMPUTE WS-Release = WS-Earned - Ds-Recognized(WS-Cat).
           MOVE WS-Earned TO Ds-Recognized(WS-Cat).
           ADD WS-Release TO Tot-Cat-Released(WS-Cat).
           ADD WS-Release TO Tot-Released.
           ADD Ds-Billed(WS-Cat) TO WS-Term-Billed.
           ADD WS-Release TO WS-Term-Released.
           ADD WS-Earned TO WS-Term-Recognized.

      * Billing into deferral credits the deferred revenue account;
      * each release debits it back and credits the category's
      * revenue account.  GlMonthEndClose pairs every line with the
      * receivable control account, so the release lines net to
      * nothing there.
       Write-Gl-Lines.
           OPEN EXTEND Gl-Extract-File.
           IF Gx-File-Status = "05" OR Gx-File-Status = "35"
               OPEN OUTPUT Gl-Extract-File
           END-IF.
           IF Tot-Deferral-Movement NOT = ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Deferred-Code TO Gl-Code
               MOVE "CHARGES DEFERRED" TO Gl-Description
               MOVE Tot-Deferral-Movement TO Gl-Amount
               PERFORM Write-One-Gl-Line
           END-IF.
           IF Tot-Released NOT = ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Deferred-Code TO Gl-Code
               MOVE "DEFERRED RECOGNIZED" TO Gl-Description
               COMPUTE Gl-Amount = Tot-Released * -1
               PERFORM Write-One-Gl-Line
           END-IF.
           PERFORM VARYING WS-Cat FROM 1 BY 1 UNTIL WS-Cat > 4
               IF Tot-Cat-Released(WS-Cat) NOT = ZERO
                   MOVE SPACES TO Gl-Extract-Rec
                   MOVE Cat-Gl-Code(WS-Cat) TO Gl-Code
                   MOVE Cat-Gl-Description(WS-Cat) TO Gl-Description
                   MOVE Tot-Cat-Released(WS-Cat) TO Gl-Amount
                   PERFORM Write-One-Gl-Line
               END-IF
           END-PERFORM.
           CLOSE Gl-Extract-File.

       Write-One-Gl-Line.
           MOVE "MOVEMNT" TO Gl-Basis.
           MOVE WS-Period-End TO Gl-Run-Date.
           WRITE Gl-Extract-Rec.
           ADD 1 TO Ct-Gl-Lines.

       Print-Report-Headings.
           MOVE WS-Period TO Rh-Period.
           WRITE Schedule-Print-Line FROM Report-Heading1.
           MOVE SPACES TO Schedule-Print-Line.
           STRING "RECOGNIZED THROUGH " WS-Period-End
               "   RUN " WS-Today
               DELIMITED BY SIZE INTO Schedule-Print-Line.
           WRITE Schedule-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Schedule-Print-Line FROM Report-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Schedule-Print-Line.
           WRITE Schedule-Print-Line AFTER ADVANCING 1 LINE.

       Print-Report-Totals.
           MOVE Tot-Deferral-Movement TO WS-Amount-Ed.
           MOVE SPACES TO Schedule-Print-Line.
           STRING "CHARGES DEFERRED THIS PERIOD (NET) .: " WS-Amount-Ed
               DELIMITED BY SIZE INTO Schedule-Print-Line.
           WRITE Schedule-Print-Line AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-Cat FROM 1 BY 1 UNTIL WS-Cat > 4
               MOVE Tot-Cat-Released(WS-Cat) TO WS-Amount-Ed
               MOVE SPACES TO Schedule-Print-Line
               STRING Cat-Gl-Code(WS-Cat) " "
                   Cat-Gl-Description(WS-Cat) "   .: " WS-Amount-Ed
                   DELIMITED BY SIZE INTO Schedule-Print-Line
               WRITE Schedule-Print-Line AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE Tot-Released TO WS-Amount-Ed.
           MOVE SPACES TO Schedule-Print-Line.
           STRING "REVENUE RECOGNIZED THIS PERIOD .....: " WS-Amount-Ed
               DELIMITED BY SIZE INTO Schedule-Print-Line.
           WRITE Schedule-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Tot-Still-Deferred TO WS-Amount-Ed.
           MOVE SPACES TO Schedule-Print-Line.
           STRING "STILL DEFERRED (TERMS RUN) .........: " WS-Amount-Ed
               DELIMITED BY SIZE INTO Schedule-Print-Line.
           WRITE Schedule-Print-Line AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Defrevsc-Path FROM ENVIRONMENT "DEFREVSC_PATH".
           IF WS-Defrevsc-Path = SPACES
               MOVE "DEFREVSC.DAT" TO WS-Defrevsc-Path
           END-IF.
           ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
           IF WS-Glextrct-Path = SPACES
               MOVE "C:\Users\peebs\data\GLEXTRCT.DAT"
                   TO WS-Glextrct-Path
           END-IF.
           ACCEPT WS-Defrev-Rpt-Path FROM ENVIRONMENT "DEFREV_RPT_PATH".
           IF WS-Defrev-Rpt-Path = SPACES
               MOVE "DEFREV.RPT" TO WS-Defrev-Rpt-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
