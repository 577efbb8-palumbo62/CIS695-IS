       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookshopInventoryValue.
       AUTHOR.  Jon Clark.
      * Month-end valuation of bookshop stock.  Finance used to be
      * told on-hand quantity times whatever Bf-Unit-Cost was on the
      * day they asked, which ignored used copies and every cost
      * change in the month.  This run values each title's new and
      * used stock at weighted-average cost for one calendar month:
      *
      *   new copies  - the month's opening quantity and value plus
      *                 the receipts BookshopReceiving logged to
      *                 RECVLOG.DAT (each costed at the unit cost in
      *                 effect on the receipt date, from COSTHIST.DAT)
      *                 give the month's average cost; sales from
      *                 SALESJRNL.DAT, publisher returns from the
      *                 returns log and BookshopCycleCount's posted
      *                 count variances (CYCLECNT lines on
      *                 BOOKAUDIT.LOG) move out at that average;
      *   used copies - the opening used stock plus the month's
      *                 buybacks at the cash actually paid
      *                 (BUYBACK.DAT) give the used average; used
      *                 sales move out at it.
      *
      * Each title's closing position is kept on INVVALUE.DAT (key
      * book number and CCYYMM) and is the next month's opening.  A
      * title with no earlier row opens at its current quantity less
      * the movements logged since the month began, at the unit cost
      * in effect on the first of the month; used copies open at
      * half that, the counter's default buyback rate.
      *
      * INVVALUE.RPT prints the valuation by campus and publisher,
      * with an exceptions section for titles whose logged movements
      * do not explain today's Book-File quantities (stock moved
      * without a log line - a hand edit or an unlogged receipt).
      * Three lines go to GLEXTRCT.DAT dated the last day of the
      * month: the stock taken in (140010 BOOKSHOP STOCK IN, receipts
      * and buybacks less returns), the cost of goods sold (500010,
      * sales plus count shrinkage, taken as the balancing figure so
      * stock always ties out), and the closing stock value as a
      * BALANCE line.  GlMonthEndClose journals the two movements.
      * A month that has already been valued is recalculated and
      * reprinted but its GL lines are not written a second time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Book-File ASSIGN TO WS-Bookfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bf-Book-Num
               ALTERNATE RECORD KEY IS Bf-Publisher-Num
                   WITH DUPLICATES
               FILE STATUS IS Bf-Status.

           SELECT Cost-History-File ASSIGN TO WS-Costhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ch-Key
               FILE STATUS IS Ch-Status.

           SELECT Valuation-File ASSIGN TO WS-Invvalue-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Iv-Key
               FILE STATUS IS Iv-Status.

           SELECT Receiving-Log-File ASSIGN TO WS-Recvlog-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rv-File-Status.

           SELECT Sales-Journal-File ASSIGN TO WS-Salesjrnl-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sj-File-Status.

           SELECT Buyback-Register-File ASSIGN TO WS-Buyback-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bb-File-Status.

           SELECT Returns-Log-File ASSIGN TO WS-Returnlog-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rl-File-Status.

           SELECT Audit-Trail-File ASSIGN TO WS-Audit-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

           SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-File-Status.

           SELECT Valuation-Report-File ASSIGN TO WS-Invvalrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Book-File.
       01  Book-Rec.
           88  End-Of-Book-File        VALUE HIGH-VALUES.
           02  Bf-Book-Num             PIC 9(4).
           02  Bf-Publisher-Num        PIC 9(4).
           02  Bf-Book-Title           PIC X(30).
           02  Bf-On-Hand-Qty          PIC 9(4).
           02  Bf-Reorder-Point        PIC 9(4).
           02  Bf-Unit-Cost            PIC 9(4)V99.
           02  Bf-Retail-Price         PIC 9(4)V99.
           02  Bf-Used-On-Hand-Qty     PIC 9(4).
           02  Bf-Used-Price           PIC 9(4)V99.
           02  Bf-ISBN                 PIC X(13).
           02  Bf-Campus-Code          PIC X(4).

       FD  Cost-History-File.
       01  Ch-Rec.
           02  Ch-Key.
               03  Ch-Book-Num         PIC 9(4).
               03  Ch-Effective-Date   PIC 9(8).
           02  Ch-Prior-Cost           PIC 9(4)V99.
           02  Ch-Unit-Cost            PIC 9(4)V99.
           02  Ch-Retail-Price         PIC 9(4)V99.
           02  Ch-Source               PIC X(10).

      * One row per title per month valued - the closing position,
      * which the next month's run reads as its opening.
       FD  Valuation-File.
       01  Iv-Rec.
           02  Iv-Key.
               03  Iv-Book-Num         PIC 9(4).
               03  Iv-Period           PIC 9(6).
           02  Iv-Publisher-Num        PIC 9(4).
           02  Iv-Campus-Code          PIC X(4).
           02  Iv-Open-Value           PIC S9(7)V99.
           02  Iv-Additions            PIC S9(7)V99.
           02  Iv-Cogs                 PIC S9(7)V99.
           02  Iv-New-Qty              PIC 9(5).
           02  Iv-New-Avg-Cost         PIC 9(4)V9999.
           02  Iv-New-Value            PIC 9(7)V99.
           02  Iv-Used-Qty             PIC 9(5).
           02  Iv-Used-Avg-Cost        PIC 9(4)V9999.
           02  Iv-Used-Value           PIC 9(7)V99.

       FD  Receiving-Log-File.
       01  Receiving-Log-Rec.
           88  End-Of-Receipts         VALUE HIGH-VALUES.
           02  Rv-Receipt-Date         PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Rv-Po-Number            PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Rv-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rv-Qty-Received         PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rv-Line-Status          PIC X(8).

       FD  Sales-Journal-File.
       01  Sales-Journal-Rec.
           88  End-Of-Journal          VALUE HIGH-VALUES.
           02  Sj-Sale-Date            PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Sj-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Sj-Quantity             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Sj-Unit-Price           PIC 9(4)V99.
           02  FILLER                  PIC X(1).
           02  Sj-Sale-Total           PIC 9(6)V99.
           02  FILLER                  PIC X(1).
           02  Sj-Payment-Method       PIC X(5).
           02  FILLER                  PIC X(1).
           02  Sj-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1).
           02  Sj-Stock-Class          PIC X(1).
               88  Sj-Used-Copy        VALUE "U".
           02  FILLER                  PIC X(1).
           02  Sj-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Sj-Tax-Class            PIC X(4).
           02  FILLER                  PIC X(1).
           02  Sj-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(1).
           02  Sj-Tax-Amount           PIC 9(5)V99.
           02  FILLER                  PIC X(1).
           02  Sj-Exempt-Cert          PIC X(15).

       FD  Buyback-Register-File.
       01  Buyback-Rec.
           88  End-Of-Buybacks         VALUE HIGH-VALUES.
           02  Bb-Buyback-Date         PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Bb-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Bb-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1).
           02  Bb-Condition            PIC X(1).
           02  FILLER                  PIC X(1).
           02  Bb-Amount-Paid          PIC 9(4)V99.

       FD  Returns-Log-File.
       01  Rl-Rec.
           88  End-Of-Returns-Log      VALUE HIGH-VALUES.
           02  Rl-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Publisher-Num        PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Return-Qty           PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Reason               PIC X(30).
           02  FILLER                  PIC X(1).
           02  Rl-Return-Date          PIC 9(8).
           02  Rl-Return-Date-X REDEFINES Rl-Return-Date
                                       PIC X(8).

       FD  Audit-Trail-File.
       01  Audit-Trail-Rec.
           88  End-Of-Audit-Log        VALUE HIGH-VALUES.
           02  Audit-Timestamp         PIC X(21).
           02  FILLER                  PIC X(1).
           02  Audit-Action            PIC X(8).
           02  FILLER                  PIC X(1).
           02  Audit-Entity            PIC X(11).
           02  FILLER                  PIC X(1).
           02  Audit-Before            PIC X(40).
           02  FILLER                  PIC X(1).
           02  Audit-After             PIC X(40).
           02  FILLER                  PIC X(1).
           02  Audit-User              PIC X(10).

       FD  Gl-Extract-File.
       01  Gl-Extract-Rec.
           02  Gl-Code                 PIC X(6).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Gl-Description          PIC X(20).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Gl-Basis                PIC X(7).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Gl-Amount               PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Gl-Run-Date             PIC 9(8).

       FD  Valuation-Report-File.
       01  Valuation-Print-Line        PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Costhist-Path            PIC X(260).
       01  WS-Invvalue-Path            PIC X(260).
       01  WS-Recvlog-Path             PIC X(260).
       01  WS-Salesjrnl-Path           PIC X(260).
       01  WS-Buyback-Path             PIC X(260).
       01  WS-Returnlog-Path           PIC X(260).
       01  WS-Audit-Path               PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Invvalrpt-Path           PIC X(260).

       01  Bf-Status                   PIC X(2).
           88  Bf-Rec-Found            VALUE "00" "02".
           88  Bf-Rec-Not-Found        VALUE "23".
       01  Ch-Status                   PIC X(2).
           88  Ch-Rec-Found            VALUE "00".
       01  Iv-Status                   PIC X(2).
           88  Iv-Rec-Found            VALUE "00".
           88  Iv-Rec-Not-Found        VALUE "23".
       01  Rv-File-Status              PIC X(2).
       01  Sj-File-Status              PIC X(2).
       01  Bb-File-Status              PIC X(2).
       01  Rl-File-Status              PIC X(2).
       01  Audit-Status                PIC X(2).
       01  Gl-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Costhist-Sw              PIC X VALUE "N".
           88  Costhist-Open           VALUE "Y".

      * GL coding - stock is an asset alongside the cash accounts,
      * cost of goods sold opens the 5xxxxx cost-of-sales series.
       01  Gl-Stock-Code               PIC X(6) VALUE "140010".
       01  Gl-Cogs-Code                PIC X(6) VALUE "500010".

      * The month being valued.
       01  WS-Today                    PIC 9(8).
       01  WS-Period                   PIC 9(6).
       01  WS-Period-Parts REDEFINES WS-Period.
           02  WS-Period-Year          PIC 9(4).
           02  WS-Period-Month         PIC 9(2).
       01  WS-Prior-Period             PIC 9(6).
       01  WS-Period-Start             PIC 9(8).
       01  WS-Period-End               PIC 9(8).
       01  WS-Next-Month-Start         PIC 9(8).
       01  WS-Event-Date               PIC 9(8).
       01  WS-Event-Book               PIC 9(4).
       01  WS-Period-Revalued-Sw       PIC X VALUE "N".
           88  Period-Revalued         VALUE "Y".

      * Used copies with no history open at this share of the new
      * cost - the counter's default buyback percentage.
       01  WS-Seed-Used-Pct            PIC 9(3) VALUE 050.

      * The month's movements, one slot per possible book number.
      * Movements dated after the month end are kept separately so
      * today's Book-File quantities can be reconciled.
       01  Movement-Table.
           02  Mv-Entry OCCURS 9999 TIMES.
               03  Mv-Rcpt-Qty         PIC 9(5).
               03  Mv-Rcpt-Value       PIC 9(7)V99.
               03  Mv-New-Sold         PIC 9(5).
               03  Mv-Returned         PIC 9(5).
               03  Mv-Count-Var        PIC S9(5).
               03  Mv-Bb-Qty           PIC 9(5).
               03  Mv-Bb-Value         PIC 9(7)V99.
               03  Mv-Used-Sold        PIC 9(5).
               03  Mv-Later-New        PIC S9(5).
               03  Mv-Later-Used       PIC S9(5).

      * Count-variance audit lines: "BOOK nnnn QTY nnnn" before,
      * "QTY nnnn REASON xxxx" after.
       01  WS-Count-Before.
           02  Cb-Tag                  PIC X(5).
               88  Cb-Has-Book         VALUE "BOOK ".
           02  Cb-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(5).
           02  Cb-Qty                  PIC 9(4).
           02  FILLER                  PIC X(22).
       01  WS-Count-After.
           02  FILLER                  PIC X(4).
           02  Ca-Qty                  PIC 9(4).
           02  FILLER                  PIC X(32).

      * Cost-at-date lookup - WS-Cost-Default is used when no later
      * history row exists.
       01  WS-Cost-Book                PIC 9(4).
       01  WS-Cost-Date                PIC 9(8).
       01  WS-Cost-Default             PIC 9(4)V99.
       01  WS-Cost-At-Date             PIC 9(4)V99.
       01  WS-Receipt-Value            PIC 9(7)V99.

      * One title's valuation.
       01  WS-Book-Slot                PIC 9(4).
       01  WS-Open-New-Qty             PIC S9(6).
       01  WS-Open-New-Avg             PIC 9(4)V9999.
       01  WS-Open-New-Value           PIC 9(7)V99.
       01  WS-Open-Used-Qty            PIC S9(6).
       01  WS-Open-Used-Avg            PIC 9(4)V9999.
       01  WS-Open-Used-Value          PIC 9(7)V99.
       01  WS-New-Avg                  PIC 9(4)V9999.
       01  WS-Used-Avg                 PIC 9(4)V9999.
       01  WS-Close-New-Qty            PIC S9(6).
       01  WS-Close-Used-Qty           PIC S9(6).
       01  WS-Close-New-Value          PIC 9(7)V99.
       01  WS-Close-Used-Value         PIC 9(7)V99.
       01  WS-Returns-Value            PIC 9(7)V99.
       01  WS-Book-Additions           PIC S9(7)V99.
       01  WS-Book-Cogs                PIC S9(7)V99.
       01  WS-Expected-New-Qty         PIC S9(6).
       01  WS-Expected-Used-Qty        PIC S9(6).
       01  WS-Qty-Difference           PIC S9(6).

      * Campuses met on the book file, for the campus sections.
       01  WS-Campus-Max               PIC 9(3) VALUE 100.
       01  WS-Campus-Count             PIC 9(3) VALUE ZEROS.
       01  Campus-Table.
           02  Cp-Campus-Code OCCURS 100 TIMES INDEXED BY Cp-Idx
                                       PIC X(4).
       01  WS-Campus-Seen-Sw           PIC X VALUE "N".
           88  Campus-Seen             VALUE "Y".
       01  WS-Report-Campus            PIC X(4).
       01  WS-Report-Publisher         PIC 9(4).
       01  WS-Publisher-Open-Sw        PIC X VALUE "N".
           88  Publisher-Open          VALUE "Y".

       01  Pub-Totals.
           02  Pt-New-Qty              PIC 9(7).
           02  Pt-Used-Qty             PIC 9(7).
           02  Pt-Open-Value           PIC S9(9)V99.
           02  Pt-Additions            PIC S9(9)V99.
           02  Pt-Cogs                 PIC S9(9)V99.
           02  Pt-Close-Value          PIC S9(9)V99.
       01  Campus-Totals.
           02  Ct-New-Qty              PIC 9(7).
           02  Ct-Used-Qty             PIC 9(7).
           02  Ct-Open-Value           PIC S9(9)V99.
           02  Ct-Additions            PIC S9(9)V99.
           02  Ct-Cogs                 PIC S9(9)V99.
           02  Ct-Close-Value          PIC S9(9)V99.
       01  Grand-Totals.
           02  Gt-New-Qty              PIC 9(7) VALUE ZEROS.
           02  Gt-Used-Qty             PIC 9(7) VALUE ZEROS.
           02  Gt-Open-Value           PIC S9(9)V99 VALUE ZEROS.
           02  Gt-Additions            PIC S9(9)V99 VALUE ZEROS.
           02  Gt-Cogs                 PIC S9(9)V99 VALUE ZEROS.
           02  Gt-Close-Value          PIC S9(9)V99 VALUE ZEROS.

       01  Run-Counts.
           02  Ct-Receipts-Read        PIC 9(6) VALUE ZEROS.
           02  Ct-Sales-Read           PIC 9(6) VALUE ZEROS.
           02  Ct-Buybacks-Read        PIC 9(6) VALUE ZEROS.
           02  Ct-Returns-Read         PIC 9(6) VALUE ZEROS.
           02  Ct-Counts-Read          PIC 9(6) VALUE ZEROS.
           02  Ct-Titles-Valued        PIC 9(5) VALUE ZEROS.
           02  Ct-Exceptions           PIC 9(5) VALUE ZEROS.

       01  Valuation-Total-Line.
           02  Vt-Label                PIC X(16).
           02  Vt-New-Qty              PIC ZZZ,ZZ9.
           02  Vt-Used-Qty             PIC BBZZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Vt-Open-Value           PIC -$$,$$$,$$9.99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Vt-Additions            PIC -$$,$$$,$$9.99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Vt-Cogs                 PIC -$$,$$$,$$9.99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Vt-Close-Value          PIC -$$,$$$,$$9.99.

       01  Exception-Detail-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Ex-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Title                PIC X(30).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Class                PIC X(4).
           02  Ex-Expected             PIC BBZZZZ9-.
           02  Ex-On-File              PIC BBZZZZ9.
           02  Ex-Difference           PIC BBZZZZ9-.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Select-Period.

           OPEN INPUT Book-File.
           IF Bf-Status NOT = "00"
               DISPLAY "No book file - nothing to value."
               STOP RUN
           END-IF.
           OPEN INPUT Cost-History-File.
           IF Ch-Status = "00"
               MOVE "Y" TO WS-Costhist-Sw
           END-IF.
           OPEN I-O Valuation-File.
           IF Iv-Status = "05" OR Iv-Status = "35"
               CLOSE Valuation-File
               OPEN OUTPUT Valuation-File
               CLOSE Valuation-File
               OPEN I-O Valuation-File
           END-IF.

           INITIALIZE Movement-Table.
           PERFORM Load-Receipts.
           PERFORM Load-Sales.
           PERFORM Load-Buybacks.
           PERFORM Load-Returns.
           PERFORM Load-Count-Variances.

           OPEN OUTPUT Valuation-Report-File.
           MOVE SPACES TO Valuation-Print-Line.
           STRING "BOOKSHOP  STOCK  VALUATION  -  MONTH " WS-Period
               "   (WEIGHTED AVERAGE COST)     RUN " WS-Today
               DELIMITED BY SIZE INTO Valuation-Print-Line.
           WRITE Valuation-Print-Line.
           MOVE SPACES TO Valuation-Print-Line.
           WRITE Valuation-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "  QUANTITIES NOT EXPLAINED BY THE LOGS"
               TO Valuation-Print-Line.
           WRITE Valuation-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Valuation-Print-Line.
           STRING "    BOOK  TITLE                           CLASS"
               "  EXPECTED  ON FILE  DIFFERENCE"
               DELIMITED BY SIZE INTO Valuation-Print-Line.
           WRITE Valuation-Print-Line AFTER ADVANCING 1 LINE.

           MOVE LOW-VALUES TO Bf-Book-Num.
           START Book-File
               KEY IS >= Bf-Book-Num
               INVALID KEY SET End-Of-Book-File TO TRUE
           END-START.
           IF NOT End-Of-Book-File
               READ Book-File NEXT RECORD
                   AT END SET End-Of-Book-File TO TRUE
               END-READ
           END-IF.
           PERFORM Value-One-Title UNTIL End-Of-Book-File.
           IF Ct-Exceptions = ZEROS
               MOVE "    None." TO Valuation-Print-Line
               WRITE Valuation-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM Print-Campus-Section
               VARYING Cp-Idx FROM 1 BY 1
               UNTIL Cp-Idx > WS-Campus-Count.
           MOVE "TOTAL - ALL" TO Vt-Label.
           MOVE Gt-New-Qty TO Vt-New-Qty.
           MOVE Gt-Used-Qty TO Vt-Used-Qty.
           MOVE Gt-Open-Value TO Vt-Open-Value.
           MOVE Gt-Additions TO Vt-Additions.
           MOVE Gt-Cogs TO Vt-Cogs.
           MOVE Gt-Close-Value TO Vt-Close-Value.
           WRITE Valuation-Print-Line FROM Valuation-Total-Line
               AFTER ADVANCING 2 LINES.

           IF Period-Revalued
               MOVE SPACES TO Valuation-Print-Line
               STRING "MONTH " WS-Period " WAS ALREADY VALUED - GL "
                   "LINES NOT WRITTEN AGAIN"
                   DELIMITED BY SIZE INTO Valuation-Print-Line
               WRITE Valuation-Print-Line AFTER ADVANCING 2 LINES
           ELSE
               PERFORM Write-Gl-Lines
           END-IF.

           CLOSE Book-File, Valuation-File, Valuation-Report-File.
           IF Costhist-Open
               CLOSE Cost-History-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  BOOKSHOP  STOCK  VALUATION  COMPLETE  ----".
           DISPLAY "Month valued        : " WS-Period.
           DISPLAY "Titles valued       : " Ct-Titles-Valued.
           DISPLAY "Receipt lines       : " Ct-Receipts-Read.
           DISPLAY "Sale lines          : " Ct-Sales-Read.
           DISPLAY "Buyback lines       : " Ct-Buybacks-Read.
           DISPLAY "Return lines        : " Ct-Returns-Read.
           DISPLAY "Count variances     : " Ct-Counts-Read.
           DISPLAY "Quantity exceptions : " Ct-Exceptions.
           DISPLAY "Closing stock value : " Gt-Close-Value.
           DISPLAY "Cost of goods sold  : " Gt-Cogs.
           IF Period-Revalued
               DISPLAY "Month already valued - GL lines not written."
           END-IF.
           STOP RUN.

      * Default is the month before the run date - the usual case of
      * valuing a month that has just ended.
       Select-Period.
           MOVE WS-Today(1:6) TO WS-Period.
           IF WS-Period-Month = 01
               SUBTRACT 1 FROM WS-Period-Year
               MOVE 12 TO WS-Period-Month
           ELSE
               SUBTRACT 1 FROM WS-Period-Month
           END-IF.
           DISPLAY "Month to value (CCYYMM, blank = " WS-Period
                   "): " WITH NO ADVANCING.
           ACCEPT WS-Period.
           IF WS-Period = ZEROS
               MOVE WS-Today(1:6) TO WS-Period
               IF WS-Period-Month = 01
                   SUBTRACT 1 FROM WS-Period-Year
                   MOVE 12 TO WS-Period-Month
               ELSE
                   SUBTRACT 1 FROM WS-Period-Month
               END-IF
           END-IF.
           IF WS-Period-Month < 01 OR WS-Period-Month > 12
               DISPLAY "Invalid month " WS-Period " - run abandoned."
               STOP RUN
           END-IF.
           COMPUTE WS-Period-Start = WS-Period * 100 + 1.
           IF WS-Period-Month = 12
               COMPUTE WS-Next-Month-Start =
                   (WS-Period-Year + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Next-Month-Start = WS-Period-Start + 100
           END-IF.
           COMPUTE WS-Period-End = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Next-Month-Start) - 1).
           COMPUTE WS-Prior-Period = WS-Period - 1.

      * Receipts are costed at the unit cost in effect on the day
      * they arrived.
       Load-Receipts.
           OPEN INPUT Receiving-Log-File.
           IF Rv-File-Status NOT = "00"
               DISPLAY "No receiving log - no receipts this month."
               EXIT PARAGRAPH
           END-IF.
           READ Receiving-Log-File
               AT END SET End-Of-Receipts TO TRUE
           END-READ.
           PERFORM Load-One-Receipt UNTIL End-Of-Receipts.
           CLOSE Receiving-Log-File.

       Load-One-Receipt.
           MOVE Rv-Receipt-Date TO WS-Event-Date.
           MOVE Rv-Book-Num TO WS-Event-Book.
           IF WS-Event-Book > ZEROS
                   AND WS-Event-Date >= WS-Period-Start
               ADD 1 TO Ct-Receipts-Read
               IF WS-Event-Date > WS-Period-End
                   ADD Rv-Qty-Received TO Mv-Later-New(WS-Event-Book)
               ELSE
                   MOVE WS-Event-Book TO Bf-Book-Num
                   READ Book-File
                       KEY IS Bf-Book-Num
                       INVALID KEY MOVE ZEROS TO Bf-Unit-Cost
                   END-READ
                   MOVE Bf-Unit-Cost TO WS-Cost-Default
                   MOVE WS-Event-Book TO WS-Cost-Book
                   MOVE WS-Event-Date TO WS-Cost-Date
                   PERFORM Find-Cost-At-Date
                   COMPUTE WS-Receipt-Value =
                       Rv-Qty-Received * WS-Cost-At-Date
                   ADD Rv-Qty-Received TO Mv-Rcpt-Qty(WS-Event-Book)
                   ADD WS-Receipt-Value
                       TO Mv-Rcpt-Value(WS-Event-Book)
               END-IF
           END-IF.
           READ Receiving-Log-File
               AT END SET End-Of-Receipts TO TRUE
           END-READ.

       Load-Sales.
           OPEN INPUT Sales-Journal-File.
           IF Sj-File-Status NOT = "00"
               DISPLAY "No sales journal - no sales this month."
               EXIT PARAGRAPH
           END-IF.
           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.
           PERFORM Load-One-Sale UNTIL End-Of-Journal.
           CLOSE Sales-Journal-File.

       Load-One-Sale.
           MOVE Sj-Sale-Date TO WS-Event-Date.
           MOVE Sj-Book-Num TO WS-Event-Book.
           IF WS-Event-Book > ZEROS
                   AND WS-Event-Date >= WS-Period-Start
               ADD 1 TO Ct-Sales-Read
               EVALUATE TRUE
                   WHEN WS-Event-Date > WS-Period-End AND Sj-Used-Copy
                       SUBTRACT Sj-Quantity
                           FROM Mv-Later-Used(WS-Event-Book)
                   WHEN WS-Event-Date > WS-Period-End
                       SUBTRACT Sj-Quantity
                           FROM Mv-Later-New(WS-Event-Book)
                   WHEN Sj-Used-Copy
                       ADD Sj-Quantity TO Mv-Used-Sold(WS-Event-Book)
                   WHEN OTHER
                       ADD Sj-Quantity TO Mv-New-Sold(WS-Event-Book)
               END-EVALUATE
           END-IF.
           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.

       Load-Buybacks.
           OPEN INPUT Buyback-Register-File.
           IF Bb-File-Status NOT = "00"
               DISPLAY "No buyback register - no buybacks this month."
               EXIT PARAGRAPH
           END-IF.
           READ Buyback-Register-File
               AT END SET End-Of-Buybacks TO TRUE
           END-READ.
           PERFORM Load-One-Buyback UNTIL End-Of-Buybacks.
           CLOSE Buyback-Register-File.

       Load-One-Buyback.
           MOVE Bb-Buyback-Date TO WS-Event-Date.
           MOVE Bb-Book-Num TO WS-Event-Book.
           IF WS-Event-Book > ZEROS
                   AND WS-Event-Date >= WS-Period-Start
               ADD 1 TO Ct-Buybacks-Read
               IF WS-Event-Date > WS-Period-End
                   ADD 1 TO Mv-Later-Used(WS-Event-Book)
               ELSE
                   ADD 1 TO Mv-Bb-Qty(WS-Event-Book)
                   ADD Bb-Amount-Paid TO Mv-Bb-Value(WS-Event-Book)
               END-IF
           END-IF.
           READ Buyback-Register-File
               AT END SET End-Of-Buybacks TO TRUE
           END-READ.

      * Return lines written before the log carried a date are
      * taken to be in earlier months' figures already.
       Load-Returns.
           OPEN INPUT Returns-Log-File.
           IF Rl-File-Status NOT = "00"
               DISPLAY "No returns log - no returns this month."
               EXIT PARAGRAPH
           END-IF.
           READ Returns-Log-File
               AT END SET End-Of-Returns-Log TO TRUE
           END-READ.
           PERFORM Load-One-Return UNTIL End-Of-Returns-Log.
           CLOSE Returns-Log-File.

       Load-One-Return.
           IF Rl-Return-Date-X IS NUMERIC
               MOVE Rl-Return-Date TO WS-Event-Date
           ELSE
               MOVE ZEROS TO WS-Event-Date
           END-IF.
           MOVE Rl-Book-Num TO WS-Event-Book.
           IF WS-Event-Book > ZEROS
                   AND WS-Event-Date >= WS-Period-Start
               ADD 1 TO Ct-Returns-Read
               IF WS-Event-Date > WS-Period-End
                   SUBTRACT Rl-Return-Qty
                       FROM Mv-Later-New(WS-Event-Book)
               ELSE
                   ADD Rl-Return-Qty TO Mv-Returned(WS-Event-Book)
               END-IF
           END-IF.
           READ Returns-Log-File
               AT END SET End-Of-Returns-Log TO TRUE
           END-READ.

      * Posted cycle-count adjustments are the CYCLECNT lines on the
      * bookshop audit log; the variance is counted less book qty.
       Load-Count-Variances.
           OPEN INPUT Audit-Trail-File.
           IF Audit-Status NOT = "00"
               DISPLAY "No bookshop audit log - no count variances."
               EXIT PARAGRAPH
           END-IF.
           READ Audit-Trail-File
               AT END SET End-Of-Audit-Log TO TRUE
           END-READ.
           PERFORM Load-One-Count-Variance UNTIL End-Of-Audit-Log.
           CLOSE Audit-Trail-File.

       Load-One-Count-Variance.
           MOVE Audit-Before TO WS-Count-Before.
           MOVE Audit-After TO WS-Count-After.
           IF Audit-Action = "CYCLECNT" AND Cb-Has-Book
                   AND Audit-Timestamp(1:8) IS NUMERIC
               MOVE Audit-Timestamp(1:8) TO WS-Event-Date
               MOVE Cb-Book-Num TO WS-Event-Book
               IF WS-Event-Book > ZEROS
                       AND WS-Event-Date >= WS-Period-Start
                   ADD 1 TO Ct-Counts-Read
                   IF WS-Event-Date > WS-Period-End
                       COMPUTE Mv-Later-New(WS-Event-Book) =
                           Mv-Later-New(WS-Event-Book)
                           + Ca-Qty - Cb-Qty
                   ELSE
                       COMPUTE Mv-Count-Var(WS-Event-Book) =
                           Mv-Count-Var(WS-Event-Book)
                           + Ca-Qty - Cb-Qty
                   END-IF
               END-IF
           END-IF.
           READ Audit-Trail-File
               AT END SET End-Of-Audit-Log TO TRUE
           END-READ.

      * The first history row dated after WS-Cost-Date carries the
      * cost that was in force on that date.
       Find-Cost-At-Date.
           MOVE WS-Cost-Default TO WS-Cost-At-Date.
           IF NOT Costhist-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cost-Book TO Ch-Book-Num.
           MOVE WS-Cost-Date TO Ch-Effective-Date.
           START Cost-History-File
               KEY IS > Ch-Key
               INVALID KEY MOVE "23" TO Ch-Status
           END-START.
           IF Ch-Rec-Found
               READ Cost-History-File NEXT RECORD
                   AT END MOVE "10" TO Ch-Status
               END-READ
               IF Ch-Rec-Found AND Ch-Book-Num = WS-Cost-Book
                   MOVE Ch-Prior-Cost TO WS-Cost-At-Date
               END-IF
           END-IF.

       Value-One-Title.
           ADD 1 TO Ct-Titles-Valued.
           MOVE Bf-Book-Num TO WS-Book-Slot.
           PERFORM Note-Campus-Seen.
           IF WS-Book-Slot = ZEROS
               READ Book-File NEXT RECORD
                   AT END SET End-Of-Book-File TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Opening-Position.

           COMPUTE WS-Close-New-Qty = WS-Open-New-Qty
               + Mv-Rcpt-Qty(WS-Book-Slot)
               - Mv-New-Sold(WS-Book-Slot)
               - Mv-Returned(WS-Book-Slot)
               + Mv-Count-Var(WS-Book-Slot).
           IF WS-Open-New-Qty + Mv-Rcpt-Qty(WS-Book-Slot) > ZEROS
               COMPUTE WS-New-Avg ROUNDED =
                   (WS-Open-New-Value + Mv-Rcpt-Value(WS-Book-Slot))
                   / (WS-Open-New-Qty + Mv-Rcpt-Qty(WS-Book-Slot))
           ELSE
               MOVE WS-Open-New-Avg TO WS-New-Avg
           END-IF.
           IF WS-Close-New-Qty < ZEROS
               MOVE ZEROS TO WS-Close-New-Qty
           END-IF.
           COMPUTE WS-Close-New-Value ROUNDED =
               WS-Close-New-Qty * WS-New-Avg.
           COMPUTE WS-Returns-Value ROUNDED =
               Mv-Returned(WS-Book-Slot) * WS-New-Avg.

           COMPUTE WS-Close-Used-Qty = WS-Open-Used-Qty
               + Mv-Bb-Qty(WS-Book-Slot)
               - Mv-Used-Sold(WS-Book-Slot).
           IF WS-Open-Used-Qty + Mv-Bb-Qty(WS-Book-Slot) > ZEROS
               COMPUTE WS-Used-Avg ROUNDED =
                   (WS-Open-Used-Value + Mv-Bb-Value(WS-Book-Slot))
                   / (WS-Open-Used-Qty + Mv-Bb-Qty(WS-Book-Slot))
           ELSE
               MOVE WS-Open-Used-Avg TO WS-Used-Avg
           END-IF.
           IF WS-Close-Used-Qty < ZEROS
               MOVE ZEROS TO WS-Close-Used-Qty
           END-IF.
           COMPUTE WS-Close-Used-Value ROUNDED =
               WS-Close-Used-Qty * WS-Used-Avg.

      * Stock in is receipts and buybacks less returns; cost of goods
      * sold is whatever else left stock, so the title always ties.
           COMPUTE WS-Book-Additions =
               Mv-Rcpt-Value(WS-Book-Slot) - WS-Returns-Value
               + Mv-Bb-Value(WS-Book-Slot).
           COMPUTE WS-Book-Cogs =
               WS-Open-New-Value + WS-Open-Used-Value
               + WS-Book-Additions
               - WS-Close-New-Value - WS-Close-Used-Value.

           PERFORM Check-Quantity-Explained.
           PERFORM Save-Closing-Position.
           ADD WS-Open-New-Value WS-Open-Used-Value TO Gt-Open-Value.
           ADD WS-Book-Additions TO Gt-Additions.
           ADD WS-Book-Cogs TO Gt-Cogs.
           ADD WS-Close-New-Value WS-Close-Used-Value
               TO Gt-Close-Value.
           ADD WS-Close-New-Qty TO Gt-New-Qty.
           ADD WS-Close-Used-Qty TO Gt-Used-Qty.
           READ Book-File NEXT RECORD
               AT END SET End-Of-Book-File TO TRUE
           END-READ.

      * Last month's closing row if there is one; otherwise the
      * title opens at today's quantity less everything logged since
      * the first of the month, at the cost in effect that day.
       Find-Opening-Position.
           MOVE Bf-Book-Num TO Iv-Book-Num.
           MOVE WS-Prior-Period TO Iv-Period.
           START Valuation-File
               KEY IS <= Iv-Key
               INVALID KEY MOVE "23" TO Iv-Status
           END-START.
           IF Iv-Rec-Found
               READ Valuation-File NEXT RECORD
                   AT END MOVE "23" TO Iv-Status
               END-READ
               IF Iv-Rec-Found AND Iv-Book-Num NOT = Bf-Book-Num
                   MOVE "23" TO Iv-Status
               END-IF
           END-IF.
           IF Iv-Rec-Found
               MOVE Iv-New-Qty TO WS-Open-New-Qty
               MOVE Iv-New-Avg-Cost TO WS-Open-New-Avg
               MOVE Iv-New-Value TO WS-Open-New-Value
               MOVE Iv-Used-Qty TO WS-Open-Used-Qty
               MOVE Iv-Used-Avg-Cost TO WS-Open-Used-Avg
               MOVE Iv-Used-Value TO WS-Open-Used-Value
           ELSE
               COMPUTE WS-Open-New-Qty = Bf-On-Hand-Qty
                   - Mv-Later-New(WS-Book-Slot)
                   - Mv-Rcpt-Qty(WS-Book-Slot)
                   + Mv-New-Sold(WS-Book-Slot)
                   + Mv-Returned(WS-Book-Slot)
                   - Mv-Count-Var(WS-Book-Slot)
               IF WS-Open-New-Qty < ZEROS
                   MOVE ZEROS TO WS-Open-New-Qty
               END-IF
               COMPUTE WS-Open-Used-Qty = Bf-Used-On-Hand-Qty
                   - Mv-Later-Used(WS-Book-Slot)
                   - Mv-Bb-Qty(WS-Book-Slot)
                   + Mv-Used-Sold(WS-Book-Slot)
               IF WS-Open-Used-Qty < ZEROS
                   MOVE ZEROS TO WS-Open-Used-Qty
               END-IF
               MOVE Bf-Unit-Cost TO WS-Cost-Default
               MOVE Bf-Book-Num TO WS-Cost-Book
               COMPUTE WS-Cost-Date = WS-Period * 100
               PERFORM Find-Cost-At-Date
               MOVE WS-Cost-At-Date TO WS-Open-New-Avg
               COMPUTE WS-Open-Used-Avg ROUNDED =
                   WS-Open-New-Avg * WS-Seed-Used-Pct / 100
               COMPUTE WS-Open-New-Value ROUNDED =
                   WS-Open-New-Qty * WS-Open-New-Avg
               COMPUTE WS-Open-Used-Value ROUNDED =
                   WS-Open-Used-Qty * WS-Open-Used-Avg
           END-IF.

      * Closing plus everything logged since the month end should be
      * what Book-File shows today.
       Check-Quantity-Explained.
           COMPUTE WS-Expected-New-Qty =
               WS-Close-New-Qty + Mv-Later-New(WS-Book-Slot).
           IF WS-Expected-New-Qty NOT = Bf-On-Hand-Qty
               MOVE "NEW" TO Ex-Class
               COMPUTE WS-Qty-Difference =
                   Bf-On-Hand-Qty - WS-Expected-New-Qty
               MOVE WS-Expected-New-Qty TO Ex-Expected
               MOVE Bf-On-Hand-Qty TO Ex-On-File
               PERFORM Write-Exception-Line
           END-IF.
           COMPUTE WS-Expected-Used-Qty =
               WS-Close-Used-Qty + Mv-Later-Used(WS-Book-Slot).
           IF WS-Expected-Used-Qty NOT = Bf-Used-On-Hand-Qty
               MOVE "USED" TO Ex-Class
               COMPUTE WS-Qty-Difference =
                   Bf-Used-On-Hand-Qty - WS-Expected-Used-Qty
               MOVE WS-Expected-Used-Qty TO Ex-Expected
               MOVE Bf-Used-On-Hand-Qty TO Ex-On-File
               PERFORM Write-Exception-Line
           END-IF.

       Write-Exception-Line.
           ADD 1 TO Ct-Exceptions.
           MOVE Bf-Book-Num TO Ex-Book-Num.
           MOVE Bf-Book-Title TO Ex-Title.
           MOVE WS-Qty-Difference TO Ex-Difference.
           WRITE Valuation-Print-Line FROM Exception-Detail-Line
               AFTER ADVANCING 1 LINE.

       Save-Closing-Position.
           MOVE Bf-Book-Num TO Iv-Book-Num.
           MOVE WS-Period TO Iv-Period.
           READ Valuation-File
               KEY IS Iv-Key
               INVALID KEY MOVE "23" TO Iv-Status
           END-READ.
           IF Iv-Rec-Found
               MOVE "Y" TO WS-Period-Revalued-Sw
           END-IF.
           MOVE Bf-Publisher-Num TO Iv-Publisher-Num.
           MOVE Bf-Campus-Code TO Iv-Campus-Code.
           COMPUTE Iv-Open-Value =
               WS-Open-New-Value + WS-Open-Used-Value.
           MOVE WS-Book-Additions TO Iv-Additions.
           MOVE WS-Book-Cogs TO Iv-Cogs.
           MOVE WS-Close-New-Qty TO Iv-New-Qty.
           MOVE WS-New-Avg TO Iv-New-Avg-Cost.
           MOVE WS-Close-New-Value TO Iv-New-Value.
           MOVE WS-Close-Used-Qty TO Iv-Used-Qty.
           MOVE WS-Used-Avg TO Iv-Used-Avg-Cost.
           MOVE WS-Close-Used-Value TO Iv-Used-Value.
           IF Iv-Rec-Found
               REWRITE Iv-Rec
                   INVALID KEY
                       MOVE Iv-Status TO WS-Chk-Status
                       MOVE "REWRITE Valuation-File" TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Iv-Rec
                   INVALID KEY
                       MOVE Iv-Status TO WS-Chk-Status
                       MOVE "WRITE Valuation-File" TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Note-Campus-Seen.
           MOVE "N" TO WS-Campus-Seen-Sw.
           PERFORM VARYING Cp-Idx FROM 1 BY 1
                   UNTIL Cp-Idx > WS-Campus-Count
               IF Cp-Campus-Code(Cp-Idx) = Bf-Campus-Code
                   MOVE "Y" TO WS-Campus-Seen-Sw
               END-IF
           END-PERFORM.
           IF NOT Campus-Seen AND WS-Campus-Count NOT < WS-Campus-Max
               DISPLAY "*** CAMPUS TABLE FULL *** more than "
                       WS-Campus-Max " campuses on the book file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT Campus-Seen
               ADD 1 TO WS-Campus-Count
               MOVE Bf-Campus-Code TO Cp-Campus-Code(WS-Campus-Count)
           END-IF.

      * One campus: its titles in publisher order off the alternate
      * key, a subtotal line per publisher and a campus total.
       Print-Campus-Section.
           MOVE Cp-Campus-Code(Cp-Idx) TO WS-Report-Campus.
           INITIALIZE Campus-Totals.
           MOVE SPACES TO Valuation-Print-Line.
           STRING "CAMPUS " WS-Report-Campus
               DELIMITED BY SIZE INTO Valuation-Print-Line.
           WRITE Valuation-Print-Line AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Valuation-Print-Line.
           STRING "  PUBLISHER       NEW QTY  USED QTY"
               "  OPENING VALUE    STOCK IN     COST SOLD"
               "   CLOSING VALUE"
               DELIMITED BY SIZE INTO Valuation-Print-Line.
           WRITE Valuation-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "N" TO WS-Publisher-Open-Sw.
           MOVE ZEROS TO Bf-Publisher-Num.
           START Book-File
               KEY IS >= Bf-Publisher-Num
               INVALID KEY SET End-Of-Book-File TO TRUE
           END-START.
           IF NOT End-Of-Book-File
               READ Book-File NEXT RECORD
                   AT END SET End-Of-Book-File TO TRUE
               END-READ
           END-IF.
           PERFORM Report-One-Title UNTIL End-Of-Book-File.
           IF Publisher-Open
               PERFORM Print-Publisher-Total
           END-IF.
           MOVE SPACES TO Vt-Label.
           STRING "  TOTAL " WS-Report-Campus
               DELIMITED BY SIZE INTO Vt-Label.
           MOVE Ct-New-Qty TO Vt-New-Qty.
           MOVE Ct-Used-Qty TO Vt-Used-Qty.
           MOVE Ct-Open-Value TO Vt-Open-Value.
           MOVE Ct-Additions TO Vt-Additions.
           MOVE Ct-Cogs TO Vt-Cogs.
           MOVE Ct-Close-Value TO Vt-Close-Value.
           WRITE Valuation-Print-Line FROM Valuation-Total-Line
               AFTER ADVANCING 1 LINE.

       Report-One-Title.
           IF Bf-Campus-Code = WS-Report-Campus
                   AND Bf-Book-Num > ZEROS
               IF Publisher-Open
                       AND Bf-Publisher-Num NOT = WS-Report-Publisher
                   PERFORM Print-Publisher-Total
               END-IF
               IF NOT Publisher-Open
                   MOVE Bf-Publisher-Num TO WS-Report-Publisher
                   INITIALIZE Pub-Totals
                   MOVE "Y" TO WS-Publisher-Open-Sw
               END-IF
               MOVE Bf-Book-Num TO Iv-Book-Num
               MOVE WS-Period TO Iv-Period
               READ Valuation-File
                   KEY IS Iv-Key
                   INVALID KEY MOVE "23" TO Iv-Status
               END-READ
               IF Iv-Rec-Found
                   ADD Iv-New-Qty TO Pt-New-Qty
                   ADD Iv-Used-Qty TO Pt-Used-Qty
                   ADD Iv-Open-Value TO Pt-Open-Value
                   ADD Iv-Additions TO Pt-Additions
                   ADD Iv-Cogs TO Pt-Cogs
                   ADD Iv-New-Value Iv-Used-Value TO Pt-Close-Value
               END-IF
           END-IF.
           READ Book-File NEXT RECORD
               AT END SET End-Of-Book-File TO TRUE
           END-READ.

       Print-Publisher-Total.
           MOVE SPACES TO Vt-Label.
           STRING "  " WS-Report-Publisher
               DELIMITED BY SIZE INTO Vt-Label.
           MOVE Pt-New-Qty TO Vt-New-Qty.
           MOVE Pt-Used-Qty TO Vt-Used-Qty.
           MOVE Pt-Open-Value TO Vt-Open-Value.
           MOVE Pt-Additions TO Vt-Additions.
           MOVE Pt-Cogs TO Vt-Cogs.
           MOVE Pt-Close-Value TO Vt-Close-Value.
           WRITE Valuation-Print-Line FROM Valuation-Total-Line
               AFTER ADVANCING 1 LINE.
           ADD Pt-New-Qty TO Ct-New-Qty.
           ADD Pt-Used-Qty TO Ct-Used-Qty.
           ADD Pt-Open-Value TO Ct-Open-Value.
           ADD Pt-Additions TO Ct-Additions.
           ADD Pt-Cogs TO Ct-Cogs.
           ADD Pt-Close-Value TO Ct-Close-Value.
           MOVE "N" TO WS-Publisher-Open-Sw.

       Write-Gl-Lines.
           OPEN EXTEND Gl-Extract-File.
           IF Gl-File-Status = "05" OR Gl-File-Status = "35"
               OPEN OUTPUT Gl-Extract-File
           END-IF.
           MOVE SPACES TO Gl-Extract-Rec.
           MOVE Gl-Stock-Code TO Gl-Code.
           MOVE "BOOKSHOP STOCK IN" TO Gl-Description.
           MOVE "MOVEMNT" TO Gl-Basis.
           MOVE Gt-Additions TO Gl-Amount.
           MOVE WS-Period-End TO Gl-Run-Date.
           WRITE Gl-Extract-Rec.
           MOVE SPACES TO Gl-Extract-Rec.
           MOVE Gl-Cogs-Code TO Gl-Code.
           MOVE "BOOKSHOP COGS" TO Gl-Description.
           MOVE "MOVEMNT" TO Gl-Basis.
           MOVE Gt-Cogs TO Gl-Amount.
           MOVE WS-Period-End TO Gl-Run-Date.
           WRITE Gl-Extract-Rec.
           MOVE SPACES TO Gl-Extract-Rec.
           MOVE Gl-Stock-Code TO Gl-Code.
           MOVE "BOOKSHOP STOCK VALUE" TO Gl-Description.
           MOVE "BALANCE" TO Gl-Basis.
           MOVE Gt-Close-Value TO Gl-Amount.
           MOVE WS-Period-End TO Gl-Run-Date.
           WRITE Gl-Extract-Rec.
           CLOSE Gl-Extract-File.
           MOVE SPACES TO Valuation-Print-Line.
           STRING "GL LINES WRITTEN FOR " WS-Period-End
               ": " Gl-Stock-Code " STOCK IN, " Gl-Cogs-Code
               " COGS, " Gl-Stock-Code " STOCK VALUE (BALANCE)"
               DELIMITED BY SIZE INTO Valuation-Print-Line.
           WRITE Valuation-Print-Line AFTER ADVANCING 2 LINES.

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
           ACCEPT WS-Bookfile-Path FROM ENVIRONMENT "BOOKFILE_PATH".
           IF WS-Bookfile-Path = SPACES
               MOVE "BOOKFILE.DAT" TO WS-Bookfile-Path
           END-IF.
           ACCEPT WS-Costhist-Path FROM ENVIRONMENT "COSTHIST_PATH".
           IF WS-Costhist-Path = SPACES
               MOVE "COSTHIST.DAT" TO WS-Costhist-Path
           END-IF.
           ACCEPT WS-Invvalue-Path FROM ENVIRONMENT "INVVALUE_PATH".
           IF WS-Invvalue-Path = SPACES
               MOVE "INVVALUE.DAT" TO WS-Invvalue-Path
           END-IF.
           ACCEPT WS-Recvlog-Path FROM ENVIRONMENT "RECVLOG_PATH".
           IF WS-Recvlog-Path = SPACES
               MOVE "RECVLOG.DAT" TO WS-Recvlog-Path
           END-IF.
           ACCEPT WS-Salesjrnl-Path FROM ENVIRONMENT "SALESJRNL_PATH".
           IF WS-Salesjrnl-Path = SPACES
               MOVE "SALESJRNL.DAT" TO WS-Salesjrnl-Path
           END-IF.
           ACCEPT WS-Buyback-Path FROM ENVIRONMENT "BUYBACK_PATH".
           IF WS-Buyback-Path = SPACES
               MOVE "BUYBACK.DAT" TO WS-Buyback-Path
           END-IF.
           ACCEPT WS-Returnlog-Path FROM ENVIRONMENT "RETURNLOG_PATH".
           IF WS-Returnlog-Path = SPACES
               MOVE "RETURNS.DAT" TO WS-Returnlog-Path
           END-IF.
           ACCEPT WS-Audit-Path FROM ENVIRONMENT "BOOKAUDIT_PATH".
           IF WS-Audit-Path = SPACES
               MOVE "BOOKAUDIT.LOG" TO WS-Audit-Path
           END-IF.
           ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
           IF WS-Glextrct-Path = SPACES
               MOVE "C:\Users\peebs\data\GLEXTRCT.DAT"
                   TO WS-Glextrct-Path
           END-IF.
           ACCEPT WS-Invvalrpt-Path FROM ENVIRONMENT "INVVALRPT_PATH".
           IF WS-Invvalrpt-Path = SPACES
               MOVE "INVVALUE.RPT" TO WS-Invvalrpt-Path
           END-IF.
