       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FxReceiptsReport.
       AUTHOR.  Jon Clark.
      * Monthly report of foreign-currency receipts, by currency.
      * StudFees credits a wire sent in a sponsor's own currency at the
      * dated FXRATE.DAT rate and books the difference from the
      * dollars the bank deposited as exchange gain or loss; every
      * such payment lands on the posted-payment history (POSTHIST.DAT)
      * carrying the currency, the amount sent, the rate applied and
      * the dollars credited.  This report lists the month's foreign
      * receipts as they were posted and then totals them per
      * currency: amount sent, dollars deposited, dollars credited,
      * the net exchange gain or loss and the effective average rate -
      * the figures the bursar used to work out by hand.
      *
      * The history keeps 120 days, so any of the last three months
      * can be reported; run it shortly after month end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Posted-Payment-File ASSIGN TO WS-Posthist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Pst-Key
               FILE STATUS IS Pst-Status.

           SELECT Fx-Report-File ASSIGN TO WS-Fxrcpt-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout StudFees maintains.
       FD  Posted-Payment-File.
       01  Posted-Payment-Rec.
           88  End-Of-Posthist                 VALUE HIGH-VALUES.
           02  Pst-Key.
               03  Pst-Student-Number          PIC 9(7).
               03  Pst-Term-Code               PIC X(6).
               03  Pst-Payment-Date            PIC 9(8).
               03  Pst-Payment-Method          PIC X(5).
               03  Pst-Payment                 PIC S9(4)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           02  Pst-Source                      PIC X(1).
               88  Pst-From-Batch              VALUE "B".
               88  Pst-From-Cashier            VALUE "C".
           02  Pst-Batch-Number                PIC 9(6).
           02  Pst-Posted-Date                 PIC 9(8).
           02  Pst-Currency-Code               PIC X(3).
           02  Pst-Original-Amount             PIC 9(7)V99.
           02  Pst-Exchange-Rate               PIC 9(4)V9(6).
           02  Pst-Credited-Amount             PIC S9(7)V99.

       FD  Fx-Report-File.
       01  Fx-Print-Line                       PIC X(110).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Posthist-Path            PIC X(260).
       01  WS-Fxrcpt-Rpt-Path          PIC X(260).

       01  Pst-Status                  PIC X(2).

       01  WS-Today                    PIC 9(8).
       01  WS-Period                   PIC 9(6).
       01  WS-Period-Parts REDEFINES WS-Period.
           02  WS-Period-Year          PIC 9(4).
           02  WS-Period-Month         PIC 9(2).

      * One row per currency seen in the period.
       01  WS-Currency-Max             PIC 9(3) VALUE 200.
       01  WS-Currency-Count           PIC 9(3) VALUE ZEROS.
       01  Currency-Table.
           02  Cy-Entry OCCURS 200 TIMES INDEXED BY Cy-Idx.
               03  Cy-Currency-Code    PIC X(3).
               03  Cy-Count            PIC 9(5).
               03  Cy-Original         PIC 9(9)V99.
               03  Cy-Deposited        PIC S9(9)V99.
               03  Cy-Credited         PIC S9(9)V99.
       01  WS-Currency-Found-Sw        PIC X VALUE "N".
           88  Currency-Found          VALUE "Y".

       01  WS-Gain-Loss                PIC S9(9)V99.
       01  WS-Average-Rate             PIC 9(4)V9(6).

       01  Report-Totals.
           02  Tot-Receipts            PIC 9(5) VALUE ZEROS.
           02  Tot-Deposited           PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Credited            PIC S9(9)V99 VALUE ZEROS.
           02  Tot-Gain-Loss           PIC S9(9)V99 VALUE ZEROS.
           02  Ct-History-Read         PIC 9(7) VALUE ZEROS.

       01  Report-Heading1.
           02  FILLER                  PIC X(24) VALUE SPACES.
           02  FILLER                  PIC X(36)
                     VALUE "FOREIGN  CURRENCY  RECEIPTS  -  ".
           02  Rh-Period               PIC 9(6).
       01  Report-Heading2.
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(10) VALUE "PAID".
           02  FILLER                  PIC X(10) VALUE "POSTED".
           02  FILLER                  PIC X(5)  VALUE "CUR".
           02  FILLER                  PIC X(16)
                     VALUE "     AMOUNT SENT".
           02  FILLER                  PIC X(13) VALUE "         RATE".
           02  FILLER                  PIC X(13) VALUE "    DEPOSITED".
           02  FILLER                  PIC X(13) VALUE "     CREDITED".
           02  FILLER                  PIC X(13) VALUE "  GAIN/(LOSS)".

       01  Report-Detail-Line.
           02  Rd-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Payment-Date         PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Posted-Date          PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Currency-Code        PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Original             PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Rate                 PIC ZZZ9.999999.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Deposited            PIC -$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Credited             PIC -$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rd-Gain-Loss            PIC -$$$,$$9.99.

       01  Summary-Heading.
           02  FILLER                  PIC X(6)  VALUE "CUR".
           02  FILLER                  PIC X(8)  VALUE "  COUNT".
           02  FILLER                  PIC X(18)
                     VALUE "       AMOUNT SENT".
           02  FILLER                  PIC X(18)
                     VALUE "         DEPOSITED".
           02  FILLER                  PIC X(18)
                     VALUE "          CREDITED".
           02  FILLER                  PIC X(18)
                     VALUE "       GAIN/(LOSS)".
           02  FILLER                  PIC X(13) VALUE "     AVG RATE".

       01  Summary-Line.
           02  Sl-Currency-Code        PIC X(3).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sl-Count                PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sl-Original             PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sl-Deposited            PIC -$$$,$$$,$$9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sl-Credited             PIC -$$$,$$$,$$9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Sl-Gain-Loss            PIC -$$$,$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Sl-Average-Rate         PIC ZZZ9.999999.

       01  WS-Amount-Ed                PIC -$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           DISPLAY "Enter month to report (CCYYMM): "
               WITH NO ADVANCING.
           ACCEPT WS-Period.
           IF WS-Period-Month < 1 OR WS-Period-Month > 12
               DISPLAY "Invalid period " WS-Period " - exiting."
               STOP RUN
           END-IF.

           OPEN INPUT Posted-Payment-File.
           IF Pst-Status NOT = "00"
               DISPLAY "No posted-payment history (POSTHIST.DAT) - "
                       "nothing to report."
               STOP RUN
           END-IF.
           OPEN OUTPUT Fx-Report-File.
           PERFORM Print-Report-Headings.

           READ Posted-Payment-File NEXT RECORD
               AT END SET End-Of-Posthist TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Posthist
               ADD 1 TO Ct-History-Read
               IF Pst-Currency-Code NOT = SPACES
                  AND Pst-Posted-Date(1:6) = WS-Period
                   PERFORM Report-One-Receipt
               END-IF
               READ Posted-Payment-File NEXT RECORD
                   AT END SET End-Of-Posthist TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Posted-Payment-File.

           PERFORM Print-Currency-Summary.
           CLOSE Fx-Report-File.

           DISPLAY " ".
           DISPLAY "----  FOREIGN  RECEIPTS  REPORT  COMPLETE  ----".
           DISPLAY "Period                 : " WS-Period.
           DISPLAY "History rows read      : " Ct-History-Read.
           DISPLAY "Foreign receipts       : " Tot-Receipts.
           DISPLAY "Currencies             : " WS-Currency-Count.
           MOVE Tot-Gain-Loss TO WS-Amount-Ed.
           DISPLAY "Net exchange gain/loss : " WS-Amount-Ed.
           STOP RUN.

       Report-One-Receipt.
           COMPUTE WS-Gain-Loss = Pst-Payment - Pst-Credited-Amount.
           MOVE Pst-Student-Number TO Rd-Student-Number.
           MOVE Pst-Term-Code TO Rd-Term-Code.
           MOVE Pst-Payment-Date TO Rd-Payment-Date.
           MOVE Pst-Posted-Date TO Rd-Posted-Date.
           MOVE Pst-Currency-Code TO Rd-Currency-Code.
           MOVE Pst-Original-Amount TO Rd-Original.
           MOVE Pst-Exchange-Rate TO Rd-Rate.
           MOVE Pst-Payment TO Rd-Deposited.
           MOVE Pst-Credited-Amount TO Rd-Credited.
           MOVE WS-Gain-Loss TO Rd-Gain-Loss.
           WRITE Fx-Print-Line FROM Report-Detail-Line
               AFTER ADVANCING 1 LINE.
           ADD 1 TO Tot-Receipts.
           ADD Pst-Payment TO Tot-Deposited.
           ADD Pst-Credited-Amount TO Tot-Credited.
           ADD WS-Gain-Loss TO Tot-Gain-Loss.

           MOVE "N" TO WS-Currency-Found-Sw.
           PERFORM VARYING Cy-Idx FROM 1 BY 1
                   UNTIL Cy-Idx > WS-Currency-Count OR Currency-Found
               IF Cy-Currency-Code(Cy-Idx) = Pst-Currency-Code
                   SET Currency-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Currency-Found
               SET Cy-Idx DOWN BY 1
           ELSE
               IF WS-Currency-Count NOT < WS-Currency-Max
                   DISPLAY "*** CURRENCY TABLE FULL *** more than "
                           WS-Currency-Max " currencies"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Currency-Count
               SET Cy-Idx TO WS-Currency-Count
               MOVE Pst-Currency-Code TO Cy-Currency-Code(Cy-Idx)
               MOVE ZEROS TO Cy-Count(Cy-Idx) Cy-Original(Cy-Idx)
                   Cy-Deposited(Cy-Idx) Cy-Credited(Cy-Idx)
               SET Currency-Found TO TRUE
           END-IF.
           IF Currency-Found
               ADD 1 TO Cy-Count(Cy-Idx)
               ADD Pst-Original-Amount TO Cy-Original(Cy-Idx)
               ADD Pst-Payment TO Cy-Deposited(Cy-Idx)
               ADD Pst-Credited-Amount TO Cy-Credited(Cy-Idx)
           END-IF.

       Print-Report-Headings.
           MOVE WS-Period TO Rh-Period.
           WRITE Fx-Print-Line FROM Report-Heading1.
           MOVE SPACES TO Fx-Print-Line.
           STRING "RECEIPTS POSTED IN PERIOD   RUN " WS-Today
               DELIMITED BY SIZE INTO Fx-Print-Line.
           WRITE Fx-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Fx-Print-Line FROM Report-Heading2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Fx-Print-Line.
           WRITE Fx-Print-Line AFTER ADVANCING 1 LINE.

      * The average rate is the dollars credited per unit sent across
      * the month - what the currency actually converted at overall.
       Print-Currency-Summary.
           WRITE Fx-Print-Line FROM Summary-Heading
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO Fx-Print-Line.
           WRITE Fx-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM VARYING Cy-Idx FROM 1 BY 1
                   UNTIL Cy-Idx > WS-Currency-Count
               MOVE Cy-Currency-Code(Cy-Idx) TO Sl-Currency-Code
               MOVE Cy-Count(Cy-Idx) TO Sl-Count
               MOVE Cy-Original(Cy-Idx) TO Sl-Original
               MOVE Cy-Deposited(Cy-Idx) TO Sl-Deposited
               MOVE Cy-Credited(Cy-Idx) TO Sl-Credited
               COMPUTE WS-Gain-Loss =
                   Cy-Deposited(Cy-Idx) - Cy-Credited(Cy-Idx)
               MOVE WS-Gain-Loss TO Sl-Gain-Loss
               MOVE ZEROS TO WS-Average-Rate
               IF Cy-Original(Cy-Idx) > ZERO
                   COMPUTE WS-Average-Rate ROUNDED =
                       Cy-Credited(Cy-Idx) / Cy-Original(Cy-Idx)
               END-IF
               MOVE WS-Average-Rate TO Sl-Average-Rate
               WRITE Fx-Print-Line FROM Summary-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE Tot-Deposited TO WS-Amount-Ed.
           MOVE SPACES TO Fx-Print-Line.
           STRING "TOTAL DOLLARS DEPOSITED ............: " WS-Amount-Ed
               DELIMITED BY SIZE INTO Fx-Print-Line.
           WRITE Fx-Print-Line AFTER ADVANCING 2 LINES.
           MOVE Tot-Credited TO WS-Amount-Ed.
           MOVE SPACES TO Fx-Print-Line.
           STRING "TOTAL CREDITED TO ACCOUNTS .........: " WS-Amount-Ed
               DELIMITED BY SIZE INTO Fx-Print-Line.
           WRITE Fx-Print-Line AFTER ADVANCING 1 LINE.
           MOVE Tot-Gain-Loss TO WS-Amount-Ed.
           MOVE SPACES TO Fx-Print-Line.
           STRING "NET EXCHANGE GAIN/(LOSS) - 400060 ..: " WS-Amount-Ed
               DELIMITED BY SIZE INTO Fx-Print-Line.
           WRITE Fx-Print-Line AFTER ADVANCING 1 LINE.

       Resolve-Data-Paths.
           ACCEPT WS-Posthist-Path FROM ENVIRONMENT "POSTHIST_PATH".
           IF WS-Posthist-Path = SPACES
               MOVE "C:\Users\peebs\data\POSTHIST.DAT"
                   TO WS-Posthist-Path
           END-IF.
           ACCEPT WS-Fxrcpt-Rpt-Path
               FROM ENVIRONMENT "FXRCPT_RPT_PATH".
           IF WS-Fxrcpt-Rpt-Path = SPACES
               MOVE "FXRCPT.RPT" TO WS-Fxrcpt-Rpt-Path
           END-IF.
