       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookshopSalesTaxReturn.
       AUTHOR.  Jon Clark.
      * Monthly bookshop sales-tax return.  Reads one calendar
      * month's lines from SALESJRNL.DAT (written by
      * BookshopStockUpdate, which classes each sale, taxes it at the
      * campus rate from TAXRATE.DAT, and keeps the tax and any
      * exemption certificate on the line) and prints SALESTAX.RPT,
      * one block per campus laid out line for line as the state
      * sales and use tax return is filed:
      *
      *   line 1  gross sales
      *   line 2  exempt sales - buyer's certificate on file
      *   line 3  non-taxable sales - item class not taxed there
      *   line 4  taxable sales (line 1 less lines 2 and 3)
      *   line 5  tax rate
      *   line 6  tax due (line 4 at line 5)
      *   line 7  tax collected at the till
      *   line 8  over/(under) collected (line 7 less line 6)
      *
      * Whether a class is taxable comes from the campus's current
      * TAXRATE.DAT row, so line 8 shows per-sale rounding and any
      * sale taxed under an older rate.  An all-campus summary
      * follows, then the schedule of exemption certificates used in
      * the month so the certificates can be produced on audit.
      *
      * Journal lines written before tax was kept carry no class or
      * campus; they are reported as non-taxable under the book's
      * campus from Book-File.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Journal-File ASSIGN TO WS-Salesjrnl-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sj-File-Status.

           SELECT Book-File ASSIGN TO WS-Bookfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bf-Book-Num
               ALTERNATE RECORD KEY IS Bf-Publisher-Num
                   WITH DUPLICATES
               FILE STATUS IS Bf-Status.

           SELECT Tax-Rate-File ASSIGN TO WS-Taxrate-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tr-File-Status.

           SELECT Tax-Return-File ASSIGN TO WS-Taxreturn-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Book-File.
       01  Book-Rec.
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

      * Same text-maintained rate file BookshopStockUpdate loads.
       FD  Tax-Rate-File.
       01  Tax-Rate-Rec.
           88  End-Of-Tax-Rates        VALUE HIGH-VALUES.
           02  Tr-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(1).
           02  Tr-Rate-Pct             PIC 9(2)V999.
           02  FILLER                  PIC X(1).
           02  Tr-Text-Taxable         PIC X(1).
           02  FILLER                  PIC X(1).
           02  Tr-Supp-Taxable         PIC X(1).
           02  FILLER                  PIC X(1).
           02  Tr-Used-Taxable         PIC X(1).

       FD  Tax-Return-File.
       01  Tax-Return-Print-Line       PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Salesjrnl-Path           PIC X(260).
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Taxrate-Path             PIC X(260).
       01  WS-Taxreturn-Path           PIC X(260).

       01  Sj-File-Status              PIC X(2).
       01  Bf-Status                   PIC X(2).
           88  Bf-Rec-Found            VALUE "00".
       01  Tr-File-Status              PIC X(2).
       01  WS-Bookfile-Sw              PIC X VALUE "N".
           88  Bookfile-Open           VALUE "Y".

       01  WS-Today                    PIC 9(8).
       01  WS-Period                   PIC 9(6).
       01  WS-Period-Parts REDEFINES WS-Period.
           02  WS-Period-Year          PIC 9(4).
           02  WS-Period-Month         PIC 9(2).

      * One slot per campus seen in the month or on the rate file.
       01  WS-Campus-Max               PIC 9(3) VALUE 100.
       01  WS-Campus-Count             PIC 9(3) VALUE ZEROS.
       01  Campus-Table.
           02  Ct-Entry OCCURS 100 TIMES INDEXED BY Ct-Idx.
               03  Ct-Campus-Code      PIC X(4).
               03  Ct-Rate-Pct         PIC 9(2)V999.
               03  Ct-Text-Taxable     PIC X(1).
               03  Ct-Supp-Taxable     PIC X(1).
               03  Ct-Used-Taxable     PIC X(1).
               03  Ct-Gross            PIC 9(8)V99.
               03  Ct-Exempt           PIC 9(8)V99.
               03  Ct-Non-Taxable      PIC 9(8)V99.
               03  Ct-Taxable          PIC 9(8)V99.
               03  Ct-Tax-Due          PIC 9(7)V99.
               03  Ct-Tax-Collected    PIC 9(7)V99.
       01  WS-Campus-Slot              PIC 9(3).
       01  WS-Line-Campus              PIC X(4).
       01  WS-Line-Taxable-Sw          PIC X(1).
           88  Line-Is-Taxable         VALUE "Y".
       01  WS-Over-Under               PIC S9(7)V99.

       01  Ct-Lines-Selected           PIC 9(5) VALUE ZEROS.
       01  Ct-Certificates             PIC 9(5) VALUE ZEROS.
       01  Gt-Gross                    PIC 9(9)V99 VALUE ZEROS.
       01  Gt-Exempt                   PIC 9(9)V99 VALUE ZEROS.
       01  Gt-Non-Taxable              PIC 9(9)V99 VALUE ZEROS.
       01  Gt-Taxable                  PIC 9(9)V99 VALUE ZEROS.
       01  Gt-Tax-Due                  PIC 9(8)V99 VALUE ZEROS.
       01  Gt-Tax-Collected            PIC 9(8)V99 VALUE ZEROS.

       01  Return-Amount-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Ra-Line-Num             PIC X(8).
           02  Ra-Label                PIC X(44).
           02  Ra-Amount               PIC -$$,$$$,$$9.99.

       01  Return-Rate-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Rr-Line-Num             PIC X(8).
           02  Rr-Label                PIC X(44).
           02  FILLER                  PIC X(7) VALUE SPACES.
           02  Rr-Rate                 PIC Z9.999.
           02  FILLER                  PIC X(1) VALUE "%".

       01  Certificate-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Cl-Sale-Date            PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cl-Campus-Code          PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cl-Exempt-Cert          PIC X(15).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cl-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cl-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Cl-Sale-Total           PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Select-Period.

           OPEN INPUT Sales-Journal-File.
           IF Sj-File-Status NOT = "00"
               DISPLAY "No sales journal - nothing to report."
               STOP RUN
           END-IF.
           OPEN INPUT Book-File.
           IF Bf-Status = "00"
               MOVE "Y" TO WS-Bookfile-Sw
           END-IF.
           PERFORM Load-Tax-Rates.

           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.
           PERFORM Add-One-Sale UNTIL End-Of-Journal.
           CLOSE Sales-Journal-File.
           IF Bookfile-Open
               CLOSE Book-File
           END-IF.

           OPEN OUTPUT Tax-Return-File.
           PERFORM VARYING Ct-Idx FROM 1 BY 1
                   UNTIL Ct-Idx > WS-Campus-Count
               PERFORM Print-Campus-Return
           END-PERFORM.
           PERFORM Print-All-Campus-Summary.
           PERFORM Print-Certificate-Schedule.
           CLOSE Tax-Return-File.

           DISPLAY " ".
           DISPLAY "----  BOOKSHOP  SALES  TAX  RETURN  COMPLETE  ----".
           DISPLAY "Month reported      : " WS-Period.
           DISPLAY "Sales lines         : " Ct-Lines-Selected.
           DISPLAY "Taxable sales       : " Gt-Taxable.
           DISPLAY "Tax due             : " Gt-Tax-Due.
           DISPLAY "Tax collected       : " Gt-Tax-Collected.
           STOP RUN.

      * Default is the month before the run date - returns are filed
      * for a month that has ended.
       Select-Period.
           MOVE WS-Today(1:6) TO WS-Period.
           IF WS-Period-Month = 01
               SUBTRACT 1 FROM WS-Period-Year
               MOVE 12 TO WS-Period-Month
           ELSE
               SUBTRACT 1 FROM WS-Period-Month
           END-IF.
           DISPLAY "Month to report (CCYYMM, blank = " WS-Period
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

      * Every campus on the rate file gets a return, even in a month
      * with no sales - a nil return is still filed.
       Load-Tax-Rates.
           OPEN INPUT Tax-Rate-File.
           IF Tr-File-Status NOT = "00"
               DISPLAY "Sales-tax rate file not found - all sales "
                       "reported as non-taxable."
               EXIT PARAGRAPH
           END-IF.
           READ Tax-Rate-File
               AT END SET End-Of-Tax-Rates TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Tax-Rates
               MOVE Tr-Campus-Code TO WS-Line-Campus
               PERFORM Find-Campus-Slot
               MOVE Tr-Rate-Pct TO Ct-Rate-Pct(WS-Campus-Slot)
               MOVE Tr-Text-Taxable TO Ct-Text-Taxable(WS-Campus-Slot)
               MOVE Tr-Supp-Taxable TO Ct-Supp-Taxable(WS-Campus-Slot)
               MOVE Tr-Used-Taxable TO Ct-Used-Taxable(WS-Campus-Slot)
               READ Tax-Rate-File
                   AT END SET End-Of-Tax-Rates TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Tax-Rate-File.

       Add-One-Sale.
           IF Sj-Sale-Date(1:6) = WS-Period
               ADD 1 TO Ct-Lines-Selected
               PERFORM Classify-Sale-Line
           END-IF.
           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.

       Classify-Sale-Line.
           IF Sj-Tax-Amount NOT NUMERIC
               MOVE ZEROS TO Sj-Tax-Amount
           END-IF.
           MOVE Sj-Campus-Code TO WS-Line-Campus.
           IF WS-Line-Campus = SPACES AND Bookfile-Open
               MOVE Sj-Book-Num TO Bf-Book-Num
               READ Book-File
                   KEY IS Bf-Book-Num
                   INVALID KEY MOVE "23" TO Bf-Status
               END-READ
               IF Bf-Rec-Found
                   MOVE Bf-Campus-Code TO WS-Line-Campus
               END-IF
           END-IF.
           PERFORM Find-Campus-Slot.
           ADD Sj-Sale-Total TO Ct-Gross(WS-Campus-Slot).
           ADD Sj-Tax-Amount TO Ct-Tax-Collected(WS-Campus-Slot).
           MOVE "N" TO WS-Line-Taxable-Sw.
           EVALUATE Sj-Tax-Class
               WHEN "TEXT"
                   MOVE Ct-Text-Taxable(WS-Campus-Slot)
                       TO WS-Line-Taxable-Sw
               WHEN "SUPP"
                   MOVE Ct-Supp-Taxable(WS-Campus-Slot)
                       TO WS-Line-Taxable-Sw
               WHEN "USED"
                   MOVE Ct-Used-Taxable(WS-Campus-Slot)
                       TO WS-Line-Taxable-Sw
           END-EVALUATE.
           EVALUATE TRUE
               WHEN Sj-Exempt-Cert NOT = SPACES
                   ADD Sj-Sale-Total TO Ct-Exempt(WS-Campus-Slot)
               WHEN Line-Is-Taxable
                   ADD Sj-Sale-Total TO Ct-Taxable(WS-Campus-Slot)
               WHEN OTHER
                   ADD Sj-Sale-Total TO Ct-Non-Taxable(WS-Campus-Slot)
           END-EVALUATE.

      * Finds WS-Line-Campus in the table, adding it if it is new.
      * A full table stops the run rather than leave a campus off the
      * return.
       Find-Campus-Slot.
           MOVE ZEROS TO WS-Campus-Slot.
           SET Ct-Idx TO 1.
           SEARCH Ct-Entry
               AT END CONTINUE
               WHEN Ct-Idx > WS-Campus-Count
                   CONTINUE
               WHEN Ct-Campus-Code(Ct-Idx) = WS-Line-Campus
                   SET WS-Campus-Slot TO Ct-Idx
           END-SEARCH.
           IF WS-Campus-Slot = ZEROS
               AND WS-Campus-Count NOT < WS-Campus-Max
               DISPLAY "*** CAMPUS TABLE FULL *** more than "
                       WS-Campus-Max " campuses"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Campus-Slot = ZEROS
               ADD 1 TO WS-Campus-Count
               MOVE WS-Campus-Count TO WS-Campus-Slot
               INITIALIZE Ct-Entry(WS-Campus-Slot)
               MOVE WS-Line-Campus TO Ct-Campus-Code(WS-Campus-Slot)
               MOVE "N" TO Ct-Text-Taxable(WS-Campus-Slot)
               MOVE "N" TO Ct-Supp-Taxable(WS-Campus-Slot)
               MOVE "N" TO Ct-Used-Taxable(WS-Campus-Slot)
           END-IF.

       Print-Campus-Return.
           COMPUTE Ct-Tax-Due(Ct-Idx) ROUNDED =
               Ct-Taxable(Ct-Idx) * Ct-Rate-Pct(Ct-Idx) / 100.
           ADD Ct-Gross(Ct-Idx) TO Gt-Gross.
           ADD Ct-Exempt(Ct-Idx) TO Gt-Exempt.
           ADD Ct-Non-Taxable(Ct-Idx) TO Gt-Non-Taxable.
           ADD Ct-Taxable(Ct-Idx) TO Gt-Taxable.
           ADD Ct-Tax-Due(Ct-Idx) TO Gt-Tax-Due.
           ADD Ct-Tax-Collected(Ct-Idx) TO Gt-Tax-Collected.

           MOVE SPACES TO Tax-Return-Print-Line.
           STRING "SALES AND USE TAX RETURN  -  PERIOD " WS-Period
               "  -  LOCATION " Ct-Campus-Code(Ct-Idx)
               DELIMITED BY SIZE INTO Tax-Return-Print-Line.
           IF Ct-Idx = 1
               WRITE Tax-Return-Print-Line
           ELSE
               WRITE Tax-Return-Print-Line AFTER ADVANCING PAGE
           END-IF.
           MOVE ALL "-" TO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE.

           MOVE "LINE 1" TO Ra-Line-Num.
           MOVE "GROSS SALES" TO Ra-Label.
           MOVE Ct-Gross(Ct-Idx) TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 2" TO Ra-Line-Num.
           MOVE "EXEMPT SALES - CERTIFICATE ON FILE" TO Ra-Label.
           MOVE Ct-Exempt(Ct-Idx) TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 3" TO Ra-Line-Num.
           MOVE "NON-TAXABLE SALES - EXEMPT ITEMS" TO Ra-Label.
           MOVE Ct-Non-Taxable(Ct-Idx) TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 4" TO Ra-Line-Num.
           MOVE "TAXABLE SALES (LINE 1 LESS LINES 2 AND 3)"
               TO Ra-Label.
           MOVE Ct-Taxable(Ct-Idx) TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 5" TO Rr-Line-Num.
           MOVE "TAX RATE" TO Rr-Label.
           MOVE Ct-Rate-Pct(Ct-Idx) TO Rr-Rate.
           WRITE Tax-Return-Print-Line FROM Return-Rate-Line
               AFTER ADVANCING 1 LINE.
           MOVE "LINE 6" TO Ra-Line-Num.
           MOVE "TAX DUE (LINE 4 AT LINE 5)" TO Ra-Label.
           MOVE Ct-Tax-Due(Ct-Idx) TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 7" TO Ra-Line-Num.
           MOVE "TAX COLLECTED" TO Ra-Label.
           MOVE Ct-Tax-Collected(Ct-Idx) TO Ra-Amount.
           PERFORM Write-Amount-Line.
           COMPUTE WS-Over-Under =
               Ct-Tax-Collected(Ct-Idx) - Ct-Tax-Due(Ct-Idx).
           MOVE "LINE 8" TO Ra-Line-Num.
           MOVE "OVER/(UNDER) COLLECTED (LINE 7 LESS LINE 6)"
               TO Ra-Label.
           MOVE WS-Over-Under TO Ra-Amount.
           PERFORM Write-Amount-Line.

       Write-Amount-Line.
           WRITE Tax-Return-Print-Line FROM Return-Amount-Line
               AFTER ADVANCING 1 LINE.

       Print-All-Campus-Summary.
           MOVE SPACES TO Tax-Return-Print-Line.
           STRING "ALL LOCATIONS  -  PERIOD " WS-Period
               DELIMITED BY SIZE INTO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING PAGE.
           MOVE ALL "-" TO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "LINE 1" TO Ra-Line-Num.
           MOVE "GROSS SALES" TO Ra-Label.
           MOVE Gt-Gross TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 2" TO Ra-Line-Num.
           MOVE "EXEMPT SALES - CERTIFICATE ON FILE" TO Ra-Label.
           MOVE Gt-Exempt TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 3" TO Ra-Line-Num.
           MOVE "NON-TAXABLE SALES - EXEMPT ITEMS" TO Ra-Label.
           MOVE Gt-Non-Taxable TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 4" TO Ra-Line-Num.
           MOVE "TAXABLE SALES (LINE 1 LESS LINES 2 AND 3)"
               TO Ra-Label.
           MOVE Gt-Taxable TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 6" TO Ra-Line-Num.
           MOVE "TAX DUE" TO Ra-Label.
           MOVE Gt-Tax-Due TO Ra-Amount.
           PERFORM Write-Amount-Line.
           MOVE "LINE 7" TO Ra-Line-Num.
           MOVE "TAX COLLECTED" TO Ra-Label.
           MOVE Gt-Tax-Collected TO Ra-Amount.
           PERFORM Write-Amount-Line.
           COMPUTE WS-Over-Under = Gt-Tax-Collected - Gt-Tax-Due.
           MOVE "LINE 8" TO Ra-Line-Num.
           MOVE "OVER/(UNDER) COLLECTED" TO Ra-Label.
           MOVE WS-Over-Under TO Ra-Amount.
           PERFORM Write-Amount-Line.

      * Second pass over the journal for the month's certificate
      * sales, in the order they were taken.
       Print-Certificate-Schedule.
           MOVE SPACES TO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 2 LINES.
           MOVE "SCHEDULE  OF  EXEMPTION  CERTIFICATES"
               TO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Tax-Return-Print-Line.
           STRING "    DATE      LOC   CERTIFICATE      BOOK  "
               "STUDENT       SALE"
               DELIMITED BY SIZE INTO Tax-Return-Print-Line.
           WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE.
           OPEN INPUT Sales-Journal-File.
           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.
           PERFORM Print-One-Certificate UNTIL End-Of-Journal.
           CLOSE Sales-Journal-File.
           IF Ct-Certificates = ZEROS
               MOVE "    None." TO Tax-Return-Print-Line
               WRITE Tax-Return-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

       Print-One-Certificate.
           IF Sj-Sale-Date(1:6) = WS-Period
               AND Sj-Exempt-Cert NOT = SPACES
               ADD 1 TO Ct-Certificates
               MOVE Sj-Sale-Date TO Cl-Sale-Date
               MOVE Sj-Campus-Code TO Cl-Campus-Code
               MOVE Sj-Exempt-Cert TO Cl-Exempt-Cert
               MOVE Sj-Book-Num TO Cl-Book-Num
               MOVE Sj-Student-Id TO Cl-Student-Id
               MOVE Sj-Sale-Total TO Cl-Sale-Total
               WRITE Tax-Return-Print-Line FROM Certificate-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.

       Resolve-Data-Paths.
           ACCEPT WS-Salesjrnl-Path FROM ENVIRONMENT "SALESJRNL_PATH".
           IF WS-Salesjrnl-Path = SPACES
               MOVE "SALESJRNL.DAT" TO WS-Salesjrnl-Path
           END-IF.
           ACCEPT WS-Bookfile-Path FROM ENVIRONMENT "BOOKFILE_PATH".
           IF WS-Bookfile-Path = SPACES
               MOVE "BOOKFILE.DAT" TO WS-Bookfile-Path
           END-IF.
           ACCEPT WS-Taxrate-Path FROM ENVIRONMENT "TAXRATE_PATH".
           IF WS-Taxrate-Path = SPACES
               MOVE "TAXRATE.DAT" TO WS-Taxrate-Path
           END-IF.
           ACCEPT WS-Taxreturn-Path FROM ENVIRONMENT "TAXRETURN_PATH".
           IF WS-Taxreturn-Path = SPACES
               MOVE "SALESTAX.RPT" TO WS-Taxreturn-Path
           END-IF.
