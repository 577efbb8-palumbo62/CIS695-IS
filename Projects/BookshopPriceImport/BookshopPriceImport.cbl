       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookshopPriceImport.
       AUTHOR.  Jon Clark.
      * Publisher price-list import for the bookshop.  Publishers
      * send their cost lists as a flat file (PRICELST.DAT, one line
      * per title, fields separated by a single space) and until now
      * the new costs were keyed by hand through BookshopMaint, one
      * title at a time, with the retail price worked out on a
      * calculator.  This run matches each line to Book-File on
      * Bf-ISBN (the publisher's own identifier), or on Bf-Book-Num
      * when the publisher quotes our number and no ISBN, then:
      *   - moves the listed cost into Bf-Unit-Cost,
      *   - recomputes Bf-Retail-Price from the publisher's markup
      *     percentage in MARKUP.DAT (publisher 0000 on that file is
      *     the house default; 25.0% when neither row is there), and
      *   - writes a dated row to the cost-history file COSTHIST.DAT
      *     whenever the cost actually changes, keyed on book number
      *     and effective date and carrying the cost it replaced, so
      *     BookshopSalesReport can margin an old day's sales at the
      *     cost in effect on that day rather than today's.
      * Costs changed by hand in BookshopMaint write the same history
      * row.  PRICELOAD.RPT lists every cost or retail change made.
      * PRICEEXC.RPT is the exception listing: lines for titles the
      * shop does not stock (or stocks under another publisher), lines
      * with no cost, and - for each publisher on the list - stocked
      * titles the list did not mention, which are left at their old
      * cost for the buyer to chase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Price-List-File ASSIGN TO WS-Pricelst-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pl-File-Status.

           SELECT Markup-File ASSIGN TO WS-Markup-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mk-File-Status.

           SELECT Book-File ASSIGN TO WS-Bookfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bf-Book-Num
               ALTERNATE RECORD KEY IS Bf-Publisher-Num
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Bf-ISBN
                   WITH DUPLICATES
               FILE STATUS IS Bf-Status.

           SELECT Cost-History-File ASSIGN TO WS-Costhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ch-Key
               FILE STATUS IS Ch-Status.

           SELECT Change-Report-File ASSIGN TO WS-Priceload-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Exception-Report-File ASSIGN TO WS-Priceexc-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Price-List-File.
       01  Price-List-Rec.
           88  End-Of-Price-List       VALUE HIGH-VALUES.
           02  Pl-Publisher-Num        PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Pl-ISBN                 PIC X(13).
           02  FILLER                  PIC X(1).
           02  Pl-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Pl-Unit-Cost            PIC 9(4)V99.
           02  FILLER                  PIC X(1).
           02  Pl-Title                PIC X(30).

      * Markup percentage per publisher, one decimal place.
       FD  Markup-File.
       01  Markup-Rec.
           88  End-Of-Markups          VALUE HIGH-VALUES.
           02  Mk-Publisher-Num        PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Mk-Markup-Pct           PIC 9(3)V9.

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

      * One row per book per day its cost changed.  Ch-Prior-Cost is
      * the cost that was in effect up to (not including) the
      * effective date.
       FD  Cost-History-File.
       01  Ch-Rec.
           02  Ch-Key.
               03  Ch-Book-Num         PIC 9(4).
               03  Ch-Effective-Date   PIC 9(8).
           02  Ch-Prior-Cost           PIC 9(4)V99.
           02  Ch-Unit-Cost            PIC 9(4)V99.
           02  Ch-Retail-Price         PIC 9(4)V99.
           02  Ch-Source               PIC X(10).

       FD  Change-Report-File.
       01  Change-Print-Line           PIC X(90).

       FD  Exception-Report-File.
       01  Exception-Print-Line        PIC X(90).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Pricelst-Path            PIC X(260).
       01  WS-Markup-Path              PIC X(260).
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Costhist-Path            PIC X(260).
       01  WS-Priceload-Path           PIC X(260).
       01  WS-Priceexc-Path            PIC X(260).

       01  Pl-File-Status              PIC X(2).
       01  Mk-File-Status              PIC X(2).
       01  Bf-Status                   PIC X(2).
           88  Bf-Rec-Found            VALUE "00" "02".
           88  Bf-Rec-Not-Found        VALUE "23".
       01  Ch-Status                   PIC X(2).
           88  Ch-Rec-Found            VALUE "00".
           88  Ch-Rec-Not-Found        VALUE "23".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).

      * Markup rules - loaded once from MARKUP.DAT.
       01  WS-Default-Markup-Pct       PIC 9(3)V9 VALUE 25.0.
       01  WS-Markup-Pct               PIC 9(3)V9.
       01  WS-Markup-Max               PIC 9(4) VALUE 9999.
       01  WS-Markup-Count             PIC 9(4) VALUE ZEROS.
       01  Markup-Table.
           02  Mk-Entry OCCURS 9999 TIMES INDEXED BY Mk-Idx.
               03  Mk-Publisher-Tbl    PIC 9(4).
               03  Mk-Pct-Tbl          PIC 9(3)V9.

      * Publishers seen on the list - their stocked titles are
      * checked afterwards for lines the list did not carry.
       01  WS-Publisher-Max            PIC 9(4) VALUE 9999.
       01  WS-Publisher-Count          PIC 9(4) VALUE ZEROS.
       01  Publisher-Seen-Table.
           02  Ps-Publisher-Num OCCURS 9999 TIMES INDEXED BY Ps-Idx
                                       PIC 9(4).
       01  WS-Publisher-Seen-Sw        PIC X VALUE "N".
           88  Publisher-Seen          VALUE "Y".
       01  WS-Check-Publisher          PIC 9(4).

      * One flag per possible book number - set when a list line
      * matched that book.
       01  Matched-Book-Table.
           02  Mb-Flag OCCURS 9999 TIMES PIC X(1).
               88  Mb-Matched          VALUE "Y".

       01  WS-Match-Sw                 PIC X VALUE "N".
           88  Book-Matched            VALUE "Y".
       01  WS-Exception-Reason         PIC X(24).
       01  WS-Old-Cost                 PIC 9(4)V99.
       01  WS-Old-Retail               PIC 9(4)V99.
       01  WS-New-Retail               PIC 9(4)V99.
       01  WS-Retail-Ok-Sw             PIC X VALUE "Y".
           88  Retail-Ok               VALUE "Y".

       01  Run-Counts.
           02  Ct-Lines-Read           PIC 9(5) VALUE ZEROS.
           02  Ct-Costs-Changed        PIC 9(5) VALUE ZEROS.
           02  Ct-Retail-Only          PIC 9(5) VALUE ZEROS.
           02  Ct-Unchanged            PIC 9(5) VALUE ZEROS.
           02  Ct-Not-Stocked          PIC 9(5) VALUE ZEROS.
           02  Ct-Other-Exceptions     PIC 9(5) VALUE ZEROS.
           02  Ct-Not-On-List          PIC 9(5) VALUE ZEROS.

       01  Change-Detail-Line.
           02  Cl-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Cl-Title                PIC X(30).
           02  Cl-Old-Cost             PIC BBZ,ZZ9.99.
           02  Cl-New-Cost             PIC BBZ,ZZ9.99.
           02  Cl-Old-Retail           PIC BBZ,ZZ9.99.
           02  Cl-New-Retail           PIC BBZ,ZZ9.99.
           02  Cl-Markup-Pct           PIC BBZZ9.9.

       01  Exception-Detail-Line.
           02  El-Publisher-Num        PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  El-ISBN                 PIC X(13).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  El-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  El-Title                PIC X(30).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  El-Reason               PIC X(24).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Price-List-File.
           IF Pl-File-Status NOT = "00"
               DISPLAY "No publisher price list - nothing to import."
               STOP RUN
           END-IF.
           OPEN I-O Book-File.
           IF Bf-Status NOT = "00"
               DISPLAY "No book file - price list not imported."
               STOP RUN
           END-IF.
           OPEN I-O Cost-History-File.
           IF Ch-Status = "05" OR Ch-Status = "35"
               CLOSE Cost-History-File
               OPEN OUTPUT Cost-History-File
               CLOSE Cost-History-File
               OPEN I-O Cost-History-File
           END-IF.
           PERFORM Load-Markup-Table.
           MOVE ALL "N" TO Matched-Book-Table.

           OPEN OUTPUT Change-Report-File.
           MOVE SPACES TO Change-Print-Line.
           STRING "PUBLISHER  PRICE  LIST  IMPORT     RUN " WS-Today
               DELIMITED BY SIZE INTO Change-Print-Line.
           WRITE Change-Print-Line.
           MOVE SPACES TO Change-Print-Line.
           WRITE Change-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Change-Print-Line.
           STRING "BOOK  TITLE                            OLD COST"
               "   NEW COST  OLD RETAIL  NEW RETAIL  MKUP%"
               DELIMITED BY SIZE INTO Change-Print-Line.
           WRITE Change-Print-Line AFTER ADVANCING 1 LINE.

           OPEN OUTPUT Exception-Report-File.
           MOVE SPACES TO Exception-Print-Line.
           STRING "PRICE  LIST  EXCEPTIONS     RUN " WS-Today
               DELIMITED BY SIZE INTO Exception-Print-Line.
           WRITE Exception-Print-Line.
           MOVE SPACES TO Exception-Print-Line.
           WRITE Exception-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Exception-Print-Line.
           STRING "PUB   ISBN           BOOK  TITLE"
               "                           REASON"
               DELIMITED BY SIZE INTO Exception-Print-Line.
           WRITE Exception-Print-Line AFTER ADVANCING 1 LINE.

           READ Price-List-File
               AT END SET End-Of-Price-List TO TRUE
           END-READ.
           PERFORM Load-One-Price-Line UNTIL End-Of-Price-List.
           CLOSE Price-List-File.

           PERFORM Check-Publisher-Titles
               VARYING Ps-Idx FROM 1 BY 1
               UNTIL Ps-Idx > WS-Publisher-Count.

           PERFORM Print-Run-Counts.
           CLOSE Book-File, Cost-History-File, Change-Report-File,
                 Exception-Report-File.
           DISPLAY " ".
           DISPLAY "----  PUBLISHER  PRICE  IMPORT  COMPLETE  ----".
           DISPLAY "Lines read          : " Ct-Lines-Read.
           DISPLAY "Costs changed       : " Ct-Costs-Changed.
           DISPLAY "Retail only changed : " Ct-Retail-Only.
           DISPLAY "Unchanged           : " Ct-Unchanged.
           DISPLAY "Not stocked         : " Ct-Not-Stocked.
           DISPLAY "Other exceptions    : " Ct-Other-Exceptions.
           DISPLAY "Stocked, not listed : " Ct-Not-On-List.
           STOP RUN.

       Load-Markup-Table.
           OPEN INPUT Markup-File.
           IF Mk-File-Status NOT = "00"
               DISPLAY "No markup file - house default "
                       WS-Default-Markup-Pct "% used for all."
               EXIT PARAGRAPH
           END-IF.
           READ Markup-File
               AT END SET End-Of-Markups TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Markups
               IF Mk-Publisher-Num = ZEROS
                   MOVE Mk-Markup-Pct TO WS-Default-Markup-Pct
               ELSE
                   IF WS-Markup-Count NOT < WS-Markup-Max
                       DISPLAY "*** MARKUP TABLE FULL *** more than "
                               WS-Markup-Max " markup rows"
                       DISPLAY "    Run aborted - notify operator."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Markup-Count
                   MOVE Mk-Publisher-Num
                       TO Mk-Publisher-Tbl(WS-Markup-Count)
                   MOVE Mk-Markup-Pct
                       TO Mk-Pct-Tbl(WS-Markup-Count)
               END-IF
               READ Markup-File
                   AT END SET End-Of-Markups TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Markup-File.

      * ISBN first - it is the publisher's own key for the title.  Our
      * book number is only trusted when the line has no ISBN.
       Load-One-Price-Line.
           ADD 1 TO Ct-Lines-Read.
           MOVE "N" TO WS-Match-Sw.
           MOVE SPACES TO WS-Exception-Reason.
           IF Pl-ISBN NOT = SPACES
               MOVE Pl-ISBN TO Bf-ISBN
               READ Book-File
                   KEY IS Bf-ISBN
                   INVALID KEY MOVE "23" TO Bf-Status
               END-READ
           ELSE
               IF Pl-Book-Num NOT = ZEROS
                   MOVE Pl-Book-Num TO Bf-Book-Num
                   READ Book-File
                       KEY IS Bf-Book-Num
                       INVALID KEY MOVE "23" TO Bf-Status
                   END-READ
               ELSE
                   MOVE "23" TO Bf-Status
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN Bf-Rec-Not-Found
                   MOVE "NOT STOCKED" TO WS-Exception-Reason
                   ADD 1 TO Ct-Not-Stocked
               WHEN Bf-Publisher-Num NOT = Pl-Publisher-Num
                   MOVE "STOCKED UNDER OTHER PUB"
                       TO WS-Exception-Reason
                   ADD 1 TO Ct-Not-Stocked
               WHEN Pl-Unit-Cost = ZEROS
                   MOVE "NO COST ON LIST" TO WS-Exception-Reason
                   ADD 1 TO Ct-Other-Exceptions
               WHEN OTHER
                   MOVE "Y" TO WS-Match-Sw
           END-EVALUATE.
           PERFORM Note-Publisher-Seen.
           IF Book-Matched
               IF Bf-Book-Num > ZEROS
                   MOVE "Y" TO Mb-Flag(Bf-Book-Num)
               END-IF
               PERFORM Apply-Listed-Cost
           ELSE
               PERFORM Write-Line-Exception
           END-IF.
           READ Price-List-File
               AT END SET End-Of-Price-List TO TRUE
           END-READ.

       Note-Publisher-Seen.
           MOVE "N" TO WS-Publisher-Seen-Sw.
           PERFORM VARYING Ps-Idx FROM 1 BY 1
                   UNTIL Ps-Idx > WS-Publisher-Count
               IF Ps-Publisher-Num(Ps-Idx) = Pl-Publisher-Num
                   MOVE "Y" TO WS-Publisher-Seen-Sw
               END-IF
           END-PERFORM.
           IF NOT Publisher-Seen
               IF WS-Publisher-Count NOT < WS-Publisher-Max
                   DISPLAY "*** PUBLISHER TABLE FULL *** more than "
                           WS-Publisher-Max " publishers listed"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Publisher-Count
               MOVE Pl-Publisher-Num
                   TO Ps-Publisher-Num(WS-Publisher-Count)
           END-IF.

       Apply-Listed-Cost.
           PERFORM Find-Markup-Pct.
           MOVE Bf-Unit-Cost TO WS-Old-Cost.
           MOVE Bf-Retail-Price TO WS-Old-Retail.
           MOVE "Y" TO WS-Retail-Ok-Sw.
           COMPUTE WS-New-Retail ROUNDED =
               Pl-Unit-Cost * (100 + WS-Markup-Pct) / 100
               ON SIZE ERROR MOVE "N" TO WS-Retail-Ok-Sw
           END-COMPUTE.
           IF NOT Retail-Ok
               MOVE "RETAIL OVER 9999.99" TO WS-Exception-Reason
               ADD 1 TO Ct-Other-Exceptions
               PERFORM Write-Line-Exception
               EXIT PARAGRAPH
           END-IF.
           IF Pl-Unit-Cost = WS-Old-Cost
                   AND WS-New-Retail = WS-Old-Retail
               ADD 1 TO Ct-Unchanged
               EXIT PARAGRAPH
           END-IF.
           MOVE Pl-Unit-Cost TO Bf-Unit-Cost.
           MOVE WS-New-Retail TO Bf-Retail-Price.
           REWRITE Book-Rec
               INVALID KEY
                   MOVE Bf-Status TO WS-Chk-Status
                   MOVE "REWRITE Book-File (price list)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           IF Pl-Unit-Cost = WS-Old-Cost
               ADD 1 TO Ct-Retail-Only
           ELSE
               ADD 1 TO Ct-Costs-Changed
               PERFORM Write-Cost-History
           END-IF.
           MOVE Bf-Book-Num TO Cl-Book-Num.
           MOVE Bf-Book-Title TO Cl-Title.
           MOVE WS-Old-Cost TO Cl-Old-Cost.
           MOVE Bf-Unit-Cost TO Cl-New-Cost.
           MOVE WS-Old-Retail TO Cl-Old-Retail.
           MOVE Bf-Retail-Price TO Cl-New-Retail.
           MOVE WS-Markup-Pct TO Cl-Markup-Pct.
           WRITE Change-Print-Line FROM Change-Detail-Line
               AFTER ADVANCING 1 LINE.

       Find-Markup-Pct.
           MOVE WS-Default-Markup-Pct TO WS-Markup-Pct.
           PERFORM VARYING Mk-Idx FROM 1 BY 1
                   UNTIL Mk-Idx > WS-Markup-Count
               IF Mk-Publisher-Tbl(Mk-Idx) = Bf-Publisher-Num
                   MOVE Mk-Pct-Tbl(Mk-Idx) TO WS-Markup-Pct
               END-IF
           END-PERFORM.

      * A second change to the same book on the same day replaces
      * that day's row but keeps the cost in effect before the day.
       Write-Cost-History.
           MOVE Bf-Book-Num TO Ch-Book-Num.
           MOVE WS-Today TO Ch-Effective-Date.
           READ Cost-History-File
               KEY IS Ch-Key
               INVALID KEY MOVE "23" TO Ch-Status
           END-READ.
           MOVE Bf-Unit-Cost TO Ch-Unit-Cost.
           MOVE Bf-Retail-Price TO Ch-Retail-Price.
           MOVE "PRICELIST" TO Ch-Source.
           IF Ch-Rec-Found
               REWRITE Ch-Rec
                   INVALID KEY
                       MOVE Ch-Status TO WS-Chk-Status
                       MOVE "REWRITE Cost-History-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               MOVE WS-Old-Cost TO Ch-Prior-Cost
               WRITE Ch-Rec
                   INVALID KEY
                       MOVE Ch-Status TO WS-Chk-Status
                       MOVE "WRITE Cost-History-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Write-Line-Exception.
           MOVE Pl-Publisher-Num TO El-Publisher-Num.
           MOVE Pl-ISBN TO El-ISBN.
           MOVE Pl-Book-Num TO El-Book-Num.
           MOVE Pl-Title TO El-Title.
           MOVE WS-Exception-Reason TO El-Reason.
           WRITE Exception-Print-Line FROM Exception-Detail-Line
               AFTER ADVANCING 1 LINE.

      * Walk one publisher's titles on the alternate key and list
      * every one no line of the price list matched.
       Check-Publisher-Titles.
           MOVE Ps-Publisher-Num(Ps-Idx) TO WS-Check-Publisher.
           MOVE WS-Check-Publisher TO Bf-Publisher-Num.
           START Book-File
               KEY IS = Bf-Publisher-Num
               INVALID KEY SET End-Of-Book-File TO TRUE
           END-START.
           IF NOT End-Of-Book-File
               READ Book-File NEXT RECORD
                   AT END SET End-Of-Book-File TO TRUE
               END-READ
           END-IF.
           PERFORM Check-One-Title
               UNTIL End-Of-Book-File
                  OR Bf-Publisher-Num NOT = WS-Check-Publisher.
           MOVE SPACES TO Book-Rec.
           MOVE "00" TO Bf-Status.

       Check-One-Title.
           IF Bf-Book-Num > ZEROS AND NOT Mb-Matched(Bf-Book-Num)
               ADD 1 TO Ct-Not-On-List
               MOVE Bf-Publisher-Num TO El-Publisher-Num
               MOVE Bf-ISBN TO El-ISBN
               MOVE Bf-Book-Num TO El-Book-Num
               MOVE Bf-Book-Title TO El-Title
               MOVE "STOCKED, NOT ON LIST" TO El-Reason
               WRITE Exception-Print-Line FROM Exception-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           READ Book-File NEXT RECORD
               AT END SET End-Of-Book-File TO TRUE
           END-READ.

       Print-Run-Counts.
           IF Ct-Costs-Changed = ZEROS AND Ct-Retail-Only = ZEROS
               MOVE "    No changes." TO Change-Print-Line
               WRITE Change-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO Change-Print-Line.
           STRING "COSTS CHANGED " Ct-Costs-Changed
               "   RETAIL ONLY " Ct-Retail-Only
               "   UNCHANGED " Ct-Unchanged
               DELIMITED BY SIZE INTO Change-Print-Line.
           WRITE Change-Print-Line AFTER ADVANCING 2 LINES.
           IF Ct-Not-Stocked = ZEROS AND Ct-Other-Exceptions = ZEROS
                   AND Ct-Not-On-List = ZEROS
               MOVE "    None." TO Exception-Print-Line
               WRITE Exception-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO Exception-Print-Line.
           STRING "NOT STOCKED " Ct-Not-Stocked
               "   OTHER " Ct-Other-Exceptions
               "   STOCKED, NOT ON LIST " Ct-Not-On-List
               DELIMITED BY SIZE INTO Exception-Print-Line.
           WRITE Exception-Print-Line AFTER ADVANCING 2 LINES.

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
           ACCEPT WS-Pricelst-Path FROM ENVIRONMENT "PRICELIST_PATH".
           IF WS-Pricelst-Path = SPACES
               MOVE "PRICELST.DAT" TO WS-Pricelst-Path
           END-IF.
           ACCEPT WS-Markup-Path FROM ENVIRONMENT "MARKUP_PATH".
           IF WS-Markup-Path = SPACES
               MOVE "MARKUP.DAT" TO WS-Markup-Path
           END-IF.
           ACCEPT WS-Bookfile-Path FROM ENVIRONMENT "BOOKFILE_PATH".
           IF WS-Bookfile-Path = SPACES
               MOVE "BOOKFILE.DAT" TO WS-Bookfile-Path
           END-IF.
           ACCEPT WS-Costhist-Path FROM ENVIRONMENT "COSTHIST_PATH".
           IF WS-Costhist-Path = SPACES
               MOVE "COSTHIST.DAT" TO WS-Costhist-Path
           END-IF.
           ACCEPT WS-Priceload-Path FROM ENVIRONMENT "PRICELOAD_PATH".
           IF WS-Priceload-Path = SPACES
               MOVE "PRICELOAD.RPT" TO WS-Priceload-Path
           END-IF.
           ACCEPT WS-Priceexc-Path FROM ENVIRONMENT "PRICEEXC_PATH".
           IF WS-Priceexc-Path = SPACES
               MOVE "PRICEEXC.RPT" TO WS-Priceexc-Path
           END-IF.
