       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BookshopSellThrough.
       AUTHOR.  Jon Clark.
      * Term-end adoption sell-through analysis.  Pr-Copies-Required
      * is the lecturer's estimate, and the shop has been ordering a
      * copy per enrolled student, selling half of them new (the
      * rest of the class buys used or online), and paying the
      * freight to send the remainder back.  This run takes one
      * term's requisitions (Purchase-Req-File rows for a semester
      * and academic year, walked in Pr-Lecturer-Id order) and, for
      * each one, sets beside the copies required:
      *
      *   - copies received   - BookshopReceiving's RECVLOG.DAT,
      *   - new and used sold - SALESJRNL.DAT,
      *   - copies returned   - the publisher-returns log,
      *   - term enrollment   - Student-Enrollment-File rows for the
      *                         module in the term,
      *
      * all counted for the requisitioned book between the selling
      * window's first day (prompted; default 90 days before the
      * term's Tm-Start-Date on TERMMAST.DAT, when the first stock
      * arrives) and the run date.  When one title is adopted by more
      * than one module the book's movements are shared out in
      * proportion to the copies each requisition asked for.
      *
      * Sell-through is new copies sold as a percentage of copies
      * received.  The recommended order for the next offering is
      * this term's new copies sold plus a safety margin (default
      * 10%), also shown as a percentage of this term's enrollment
      * so it can be applied to next term's headcount.  A
      * requisition whose sell-through falls below the over-order
      * threshold (default 75%) is flagged OVER.
      *
      * Every requisition's result is kept on SELLHIST.DAT (key
      * lecturer, year, semester, requisition), rewritten when a
      * term is re-run, and the lecturer section of SELLTHRU.RPT
      * reads the lecturer's whole history from it: a lecturer is
      * CHRONIC when over-orders turn up in two or more different
      * terms and make up at least half of the lecturer's
      * requisitions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Purchase-Req-File ASSIGN TO WS-Prfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pr-Number
               ALTERNATE RECORD KEY IS Pr-Lecturer-Id
                   WITH DUPLICATES
               FILE STATUS IS Pr-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Receiving-Log-File ASSIGN TO WS-Recvlog-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rv-File-Status.

           SELECT Sales-Journal-File ASSIGN TO WS-Salesjrnl-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sj-File-Status.

           SELECT Returns-Log-File ASSIGN TO WS-Returnlog-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rl-Status.

           SELECT Sell-Through-History-File ASSIGN TO WS-Sellhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ht-Key
               FILE STATUS IS Ht-Status.

           SELECT Sell-Through-Report-File
               ASSIGN TO WS-Sellthru-Path
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

       FD  Student-Enrollment-File.
       01  Se-Rec.
           88  End-Of-Enrollments          VALUE HIGH-VALUES.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

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

       FD  Returns-Log-File.
       01  Rl-Rec.
           88  End-Of-Returns          VALUE HIGH-VALUES.
           02  Rl-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Publisher-Num        PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Return-Qty           PIC 9(4).
           02  FILLER                  PIC X(1).
           02  Rl-Reason               PIC X(30).
           02  FILLER                  PIC X(1).
           02  Rl-Return-Date          PIC 9(8).

      * One row per requisition analysed, kept from term to term so
      * a lecturer's ordering record builds up.
       FD  Sell-Through-History-File.
       01  Ht-Rec.
           02  Ht-Key.
               03  Ht-Lecturer-Id      PIC X(6).
               03  Ht-Academic-Year    PIC 9(4).
               03  Ht-Semester         PIC 9.
               03  Ht-Pr-Number        PIC 9(4).
           02  Ht-Module-Code          PIC X(5).
           02  Ht-Book-Num             PIC 9(4).
           02  Ht-Copies-Required      PIC 9(3).
           02  Ht-Copies-Received      PIC 9(5).
           02  Ht-New-Sold             PIC 9(5).
           02  Ht-Used-Sold            PIC 9(5).
           02  Ht-Returned             PIC 9(5).
           02  Ht-Enrolled             PIC 9(4).
           02  Ht-Sell-Thru-Pct        PIC 9(3)V9.
           02  Ht-Over-Order-Flag      PIC X(1).
               88  Ht-Over-Ordered     VALUE "Y".

       FD  Sell-Through-Report-File.
       01  Sell-Through-Print-Line     PIC X(120).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Prfile-Path              PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Recvlog-Path             PIC X(260).
       01  WS-Salesjrnl-Path           PIC X(260).
       01  WS-Returnlog-Path           PIC X(260).
       01  WS-Sellhist-Path            PIC X(260).
       01  WS-Sellthru-Path            PIC X(260).

       01  Pr-Status                   PIC X(2).
           88  Pr-Rec-Found            VALUE "00".
           88  Pr-Rec-Not-Found        VALUE "23".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Rv-File-Status              PIC X(2).
       01  Sj-File-Status              PIC X(2).
       01  Rl-Status                   PIC X(2).
       01  Ht-Status                   PIC X(2).
           88  Ht-Rec-Found            VALUE "00".
           88  Ht-Rec-Not-Found        VALUE "23".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Report-Term              PIC X(6).
       01  WS-Report-Semester          PIC 9.
       01  WS-Report-Year              PIC 9(4).
       01  WS-Window-Start             PIC 9(8).
       01  WS-Lead-Days                PIC 9(3) VALUE 090.
      * Safety margin added to this term's new sales for the next
      * order, and the sell-through below which a requisition is
      * flagged as over-ordered.
       01  WS-Margin-Pct               PIC 9(3) VALUE 010.
       01  WS-Over-Order-Pct           PIC 9(3) VALUE 075.
      * Chronic over-ordering: over-orders in at least this many
      * different terms, and at least half of all requisitions.
       01  WS-Chronic-Terms            PIC 9(2) VALUE 2.

      * Book movements in the selling window, by book number.
       01  Book-Movement-Table.
           02  Bk-Entry OCCURS 9999 TIMES.
               03  Bk-Received         PIC 9(5).
               03  Bk-New-Sold         PIC 9(5).
               03  Bk-Used-Sold        PIC 9(5).
               03  Bk-Returned         PIC 9(5).
               03  Bk-Required         PIC 9(5).
               03  Bk-Req-Count        PIC 9(3).

      * Term enrollment per module.
       01  Module-Table.
           02  Md-Entry OCCURS 2000 TIMES.
               03  Md-Module-Code      PIC X(5).
               03  Md-Enrolled-Count   PIC 9(4).
       01  WS-Module-Max               PIC 9(4) VALUE 2000.
       01  WS-Module-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Module-Slot              PIC 9(4).
       01  Md-Idx                      PIC 9(4).

      * The term's requisitions, in lecturer order - room for every
      * requisition number, so the term can never overflow it.
       01  Requisition-Table.
           02  Rq-Entry OCCURS 9999 TIMES.
               03  Rq-Number           PIC 9(4).
               03  Rq-Lecturer-Id      PIC X(6).
               03  Rq-Lecturer-Name    PIC X(20).
               03  Rq-Book-Num         PIC 9(4).
               03  Rq-Module-Code      PIC X(5).
               03  Rq-Copies-Required  PIC 9(3).
       01  WS-Req-Count                PIC 9(4) VALUE ZEROS.
       01  Rq-Idx                      PIC 9(5).

      * Lecturers seen this term - at most one per requisition.
       01  Lecturer-Table.
           02  Lt-Entry OCCURS 9999 TIMES.
               03  Lt-Lecturer-Id      PIC X(6).
               03  Lt-Lecturer-Name    PIC X(20).
               03  Lt-Reqs-This-Term   PIC 9(3).
               03  Lt-Over-This-Term   PIC 9(3).
       01  WS-Lecturer-Count           PIC 9(4) VALUE ZEROS.
       01  Lt-Idx                      PIC 9(5).

       01  WS-Book                     PIC 9(4).
       01  WS-Received                 PIC 9(5).
       01  WS-New-Sold                 PIC 9(5).
       01  WS-Used-Sold                PIC 9(5).
       01  WS-Returned                 PIC 9(5).
       01  WS-Enrolled                 PIC 9(4).
       01  WS-Sell-Thru-Pct            PIC 9(3)V9.
       01  WS-Recommend-Qty            PIC 9(5).
       01  WS-Recommend-Pct            PIC 9(3).
       01  WS-Over-Order-Sw            PIC X VALUE "N".
           88  Req-Over-Ordered        VALUE "Y".

       01  WS-Hist-Reqs                PIC 9(5).
       01  WS-Hist-Over                PIC 9(5).
       01  WS-Hist-Terms-Over          PIC 9(3).
       01  WS-Hist-Last-Term           PIC 9(5).
       01  WS-Hist-This-Term           PIC 9(5).
       01  WS-Hist-Lecturer            PIC X(6).

       01  Ct-Reqs-Analysed            PIC 9(5) VALUE ZEROS.
       01  Ct-Reqs-Over                PIC 9(5) VALUE ZEROS.
       01  Ct-Chronic                  PIC 9(3) VALUE ZEROS.

       01  Sell-Through-Detail-Line.
           02  Dl-Pr-Number            PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Module-Code          PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Required             PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Received             PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-New-Sold             PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Used-Sold            PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Returned             PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Enrolled             PIC ZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Dl-Sell-Thru-Pct        PIC ZZ9.9.
           02  FILLER                  PIC X(1) VALUE "%".
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Dl-Recommend-Qty        PIC ZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Dl-Recommend-Pct        PIC ZZ9.
           02  FILLER                  PIC X(1) VALUE "%".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Dl-Flag                 PIC X(12).

       01  Lecturer-Summary-Line.
           02  Ls-Lecturer-Id          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ls-Lecturer-Name        PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ls-Reqs-This-Term       PIC ZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Ls-Over-This-Term       PIC ZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Ls-Hist-Reqs            PIC ZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Ls-Hist-Over            PIC ZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Ls-Hist-Terms-Over      PIC ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Ls-Flag                 PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Select-Term.

           OPEN INPUT Purchase-Req-File.
           IF Pr-Status NOT = "00"
               DISPLAY "No purchase requisition file - nothing to "
                       "analyse."
               STOP RUN
           END-IF.
           OPEN I-O Sell-Through-History-File.
           IF Ht-Status = "05" OR Ht-Status = "35"
               CLOSE Sell-Through-History-File
               OPEN OUTPUT Sell-Through-History-File
               CLOSE Sell-Through-History-File
               OPEN I-O Sell-Through-History-File
           END-IF.

           INITIALIZE Book-Movement-Table.
           PERFORM Count-Term-Enrollments.
           PERFORM Load-Receipts.
           PERFORM Load-Sales.
           PERFORM Load-Returns.
           PERFORM Load-Requisitions.
           CLOSE Purchase-Req-File.

           OPEN OUTPUT Sell-Through-Report-File.
           PERFORM Print-Report-Heading.
           PERFORM Analyse-Requisition
               VARYING Rq-Idx FROM 1 BY 1
               UNTIL Rq-Idx > WS-Req-Count.
           PERFORM Print-Lecturer-Summary.
           CLOSE Sell-Through-Report-File.
           CLOSE Sell-Through-History-File.

           DISPLAY " ".
           DISPLAY "----  ADOPTION  SELL-THROUGH  COMPLETE  ----".
           DISPLAY "Requisitions analysed : " Ct-Reqs-Analysed.
           DISPLAY "Over-ordered          : " Ct-Reqs-Over.
           DISPLAY "Chronic lecturers     : " Ct-Chronic.
           STOP RUN.

       Select-Term.
           DISPLAY "Enter term code for enrollments: "
               WITH NO ADVANCING.
           ACCEPT WS-Report-Term.
           DISPLAY "Enter requisition semester (1 or 2): "
               WITH NO ADVANCING.
           ACCEPT WS-Report-Semester.
           DISPLAY "Enter requisition academic year (9(4)): "
               WITH NO ADVANCING.
           ACCEPT WS-Report-Year.
           MOVE ZEROS TO WS-Window-Start.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE WS-Report-Term TO Tm-Term-Code
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found AND Tm-Start-Date NOT = ZEROS
                   COMPUTE WS-Window-Start = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(Tm-Start-Date)
                       - WS-Lead-Days)
               END-IF
               CLOSE Term-Master-File
           END-IF.
           DISPLAY "Selling window from (CCYYMMDD, blank = "
                   WS-Window-Start "): " WITH NO ADVANCING.
           ACCEPT WS-Window-Start.
           IF WS-Window-Start = ZEROS
               IF Tm-Rec-Found AND Tm-Start-Date NOT = ZEROS
                   COMPUTE WS-Window-Start = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(Tm-Start-Date)
                       - WS-Lead-Days)
               ELSE
                   DISPLAY "Term " WS-Report-Term " has no start "
                           "date - enter the window start."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Over-order sell-through percent (blank = 75): "
               WITH NO ADVANCING.
           ACCEPT WS-Over-Order-Pct.
           IF WS-Over-Order-Pct = ZEROS
               MOVE 075 TO WS-Over-Order-Pct
           END-IF.
           DISPLAY "Reorder safety margin percent (blank = 10): "
               WITH NO ADVANCING.
           ACCEPT WS-Margin-Pct.
           IF WS-Margin-Pct = ZEROS
               MOVE 010 TO WS-Margin-Pct
           END-IF.

       Count-Term-Enrollments.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - enrollment shown as zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
               PERFORM Count-One-Enrollment
                   UNTIL End-Of-Enrollments
           END-IF.
           CLOSE Student-Enrollment-File.

       Count-One-Enrollment.
           IF Se-Term-Code = WS-Report-Term
               MOVE ZEROS TO WS-Module-Slot
               PERFORM VARYING Md-Idx FROM 1 BY 1
                       UNTIL Md-Idx > WS-Module-Count
                   IF Md-Module-Code(Md-Idx) = Se-Module-Code
                       MOVE Md-Idx TO WS-Module-Slot
                   END-IF
               END-PERFORM
               IF WS-Module-Slot = ZEROS
                  AND WS-Module-Count NOT < WS-Module-Max
                   DISPLAY "*** MODULE TABLE FULL *** more than "
                           WS-Module-Max " modules"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Module-Slot = ZEROS
                   ADD 1 TO WS-Module-Count
                   MOVE WS-Module-Count TO WS-Module-Slot
                   MOVE Se-Module-Code
                       TO Md-Module-Code(WS-Module-Slot)
                   MOVE ZEROS TO Md-Enrolled-Count(WS-Module-Slot)
               END-IF
               ADD 1 TO Md-Enrolled-Count(WS-Module-Slot)
           END-IF.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.

       Load-Receipts.
           OPEN INPUT Receiving-Log-File.
           IF Rv-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Receiving-Log-File
               AT END SET End-Of-Receipts TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Receipts
               IF Rv-Receipt-Date >= WS-Window-Start
                   AND Rv-Receipt-Date <= WS-Today
                   AND Rv-Book-Num > ZEROS
                   ADD Rv-Qty-Received TO Bk-Received(Rv-Book-Num)
               END-IF
               READ Receiving-Log-File
                   AT END SET End-Of-Receipts TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Receiving-Log-File.

       Load-Sales.
           OPEN INPUT Sales-Journal-File.
           IF Sj-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Sales-Journal-File
               AT END SET End-Of-Journal TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Journal
               IF Sj-Sale-Date >= WS-Window-Start
                   AND Sj-Sale-Date <= WS-Today
                   AND Sj-Book-Num > ZEROS
                   IF Sj-Used-Copy
                       ADD Sj-Quantity TO Bk-Used-Sold(Sj-Book-Num)
                   ELSE
                       ADD Sj-Quantity TO Bk-New-Sold(Sj-Book-Num)
                   END-IF
               END-IF
               READ Sales-Journal-File
                   AT END SET End-Of-Journal TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Sales-Journal-File.

      * Returns logged before the log carried a date cannot be placed
      * in the window and are left out.
       Load-Returns.
           OPEN INPUT Returns-Log-File.
           IF Rl-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Returns-Log-File
               AT END SET End-Of-Returns TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Returns
               IF Rl-Return-Date IS NUMERIC
                   AND Rl-Return-Date >= WS-Window-Start
                   AND Rl-Return-Date <= WS-Today
                   AND Rl-Book-Num > ZEROS
                   ADD Rl-Return-Qty TO Bk-Returned(Rl-Book-Num)
               END-IF
               READ Returns-Log-File
                   AT END SET End-Of-Returns TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Returns-Log-File.

       Load-Requisitions.
           MOVE LOW-VALUES TO Pr-Lecturer-Id.
           START Purchase-Req-File
               KEY IS >= Pr-Lecturer-Id
               INVALID KEY SET Pr-Rec-Not-Found TO TRUE
           END-START.
           IF Pr-Rec-Found
               READ Purchase-Req-File NEXT RECORD
                   AT END SET Pr-Rec-Not-Found TO TRUE
               END-READ
               PERFORM Load-One-Requisition UNTIL Pr-Rec-Not-Found
           END-IF.

       Load-One-Requisition.
           IF Pr-Semester = WS-Report-Semester
               AND Pr-Academic-Year = WS-Report-Year
               AND Pr-Book-Num > ZEROS
               ADD 1 TO WS-Req-Count
               MOVE Pr-Number TO Rq-Number(WS-Req-Count)
               MOVE Pr-Lecturer-Id TO Rq-Lecturer-Id(WS-Req-Count)
               MOVE Pr-Lecturer-Name TO Rq-Lecturer-Name(WS-Req-Count)
               MOVE Pr-Book-Num TO Rq-Book-Num(WS-Req-Count)
               MOVE Pr-Module-Code TO Rq-Module-Code(WS-Req-Count)
               MOVE Pr-Copies-Required
                   TO Rq-Copies-Required(WS-Req-Count)
               ADD Pr-Copies-Required TO Bk-Required(Pr-Book-Num)
               ADD 1 TO Bk-Req-Count(Pr-Book-Num)
           END-IF.
           READ Purchase-Req-File NEXT RECORD
               AT END SET Pr-Rec-Not-Found TO TRUE
           END-READ.

       Print-Report-Heading.
           MOVE SPACES TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line.
           MOVE "ADOPTION  SELL-THROUGH  ANALYSIS"
               TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Sell-Through-Print-Line.
           STRING "TERM " WS-Report-Term
               "  SEM " WS-Report-Semester
               "  YEAR " WS-Report-Year
               "  WINDOW " WS-Window-Start " TO " WS-Today
               "  OVER-ORDER BELOW " WS-Over-Order-Pct "%"
               "  MARGIN " WS-Margin-Pct "%"
               DELIMITED BY SIZE INTO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Sell-Through-Print-Line.
           STRING "REQ   LECTR.  MODUL  BOOK   REQD  RECVD  NEWSD"
               "  USDSD  RETND  ENROL   SELL-THRU  RECOMMEND  "
               "ENROL"
               DELIMITED BY SIZE INTO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.

       Analyse-Requisition.
           ADD 1 TO Ct-Reqs-Analysed.
           MOVE Rq-Book-Num(Rq-Idx) TO WS-Book.
           PERFORM Share-Book-Movements.
           MOVE ZEROS TO WS-Enrolled.
           PERFORM VARYING Md-Idx FROM 1 BY 1
                   UNTIL Md-Idx > WS-Module-Count
               IF Md-Module-Code(Md-Idx) = Rq-Module-Code(Rq-Idx)
                   MOVE Md-Enrolled-Count(Md-Idx) TO WS-Enrolled
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-Sell-Thru-Pct.
           IF WS-Received > ZEROS
               IF WS-New-Sold >= WS-Received
                   MOVE 100 TO WS-Sell-Thru-Pct
               ELSE
                   COMPUTE WS-Sell-Thru-Pct ROUNDED =
                       WS-New-Sold * 100 / WS-Received
               END-IF
           END-IF.
           COMPUTE WS-Recommend-Qty ROUNDED =
               WS-New-Sold * (100 + WS-Margin-Pct) / 100.
           MOVE ZEROS TO WS-Recommend-Pct.
           IF WS-Enrolled > ZEROS
               COMPUTE WS-Recommend-Pct ROUNDED =
                   WS-Recommend-Qty * 100 / WS-Enrolled
                   ON SIZE ERROR MOVE 999 TO WS-Recommend-Pct
               END-COMPUTE
           END-IF.
           MOVE "N" TO WS-Over-Order-Sw.
           IF WS-Received > ZEROS
               AND WS-Sell-Thru-Pct < WS-Over-Order-Pct
               MOVE "Y" TO WS-Over-Order-Sw
               ADD 1 TO Ct-Reqs-Over
           END-IF.

           MOVE Rq-Number(Rq-Idx) TO Dl-Pr-Number.
           MOVE Rq-Lecturer-Id(Rq-Idx) TO Dl-Lecturer-Id.
           MOVE Rq-Module-Code(Rq-Idx) TO Dl-Module-Code.
           MOVE WS-Book TO Dl-Book-Num.
           MOVE Rq-Copies-Required(Rq-Idx) TO Dl-Required.
           MOVE WS-Received TO Dl-Received.
           MOVE WS-New-Sold TO Dl-New-Sold.
           MOVE WS-Used-Sold TO Dl-Used-Sold.
           MOVE WS-Returned TO Dl-Returned.
           MOVE WS-Enrolled TO Dl-Enrolled.
           MOVE WS-Sell-Thru-Pct TO Dl-Sell-Thru-Pct.
           MOVE WS-Recommend-Qty TO Dl-Recommend-Qty.
           MOVE WS-Recommend-Pct TO Dl-Recommend-Pct.
           EVALUATE TRUE
               WHEN Req-Over-Ordered
                   MOVE "OVER" TO Dl-Flag
               WHEN WS-Received = ZEROS
                   MOVE "NOT RECEIVED" TO Dl-Flag
               WHEN OTHER
                   MOVE SPACES TO Dl-Flag
           END-EVALUATE.
           IF Bk-Req-Count(WS-Book) > 1 AND NOT Req-Over-Ordered
               AND WS-Received > ZEROS
               MOVE "SHARED TITLE" TO Dl-Flag
           END-IF.
           WRITE Sell-Through-Print-Line FROM Sell-Through-Detail-Line
               AFTER ADVANCING 1 LINE.

           PERFORM Tally-Lecturer.
           PERFORM Save-Sell-Through-History.

      * A title on one requisition keeps all its movements; a title
      * adopted by several modules is split in proportion to the
      * copies each asked for.
       Share-Book-Movements.
           IF Bk-Req-Count(WS-Book) <= 1
               OR Bk-Required(WS-Book) = ZEROS
               MOVE Bk-Received(WS-Book) TO WS-Received
               MOVE Bk-New-Sold(WS-Book) TO WS-New-Sold
               MOVE Bk-Used-Sold(WS-Book) TO WS-Used-Sold
               MOVE Bk-Returned(WS-Book) TO WS-Returned
           ELSE
               COMPUTE WS-Received ROUNDED = Bk-Received(WS-Book)
                   * Rq-Copies-Required(Rq-Idx) / Bk-Required(WS-Book)
               COMPUTE WS-New-Sold ROUNDED = Bk-New-Sold(WS-Book)
                   * Rq-Copies-Required(Rq-Idx) / Bk-Required(WS-Book)
               COMPUTE WS-Used-Sold ROUNDED = Bk-Used-Sold(WS-Book)
                   * Rq-Copies-Required(Rq-Idx) / Bk-Required(WS-Book)
               COMPUTE WS-Returned ROUNDED = Bk-Returned(WS-Book)
                   * Rq-Copies-Required(Rq-Idx) / Bk-Required(WS-Book)
           END-IF.

       Tally-Lecturer.
           IF WS-Lecturer-Count = ZEROS
               OR Lt-Lecturer-Id(WS-Lecturer-Count)
                   NOT = Rq-Lecturer-Id(Rq-Idx)
               ADD 1 TO WS-Lecturer-Count
               MOVE Rq-Lecturer-Id(Rq-Idx)
                   TO Lt-Lecturer-Id(WS-Lecturer-Count)
               MOVE Rq-Lecturer-Name(Rq-Idx)
                   TO Lt-Lecturer-Name(WS-Lecturer-Count)
               MOVE ZEROS TO Lt-Reqs-This-Term(WS-Lecturer-Count)
               MOVE ZEROS TO Lt-Over-This-Term(WS-Lecturer-Count)
           END-IF.
           ADD 1 TO Lt-Reqs-This-Term(WS-Lecturer-Count).
           IF Req-Over-Ordered
               ADD 1 TO Lt-Over-This-Term(WS-Lecturer-Count)
           END-IF.

       Save-Sell-Through-History.
           MOVE Rq-Lecturer-Id(Rq-Idx) TO Ht-Lecturer-Id.
           MOVE WS-Report-Year TO Ht-Academic-Year.
           MOVE WS-Report-Semester TO Ht-Semester.
           MOVE Rq-Number(Rq-Idx) TO Ht-Pr-Number.
           READ Sell-Through-History-File
               KEY IS Ht-Key
               INVALID KEY MOVE "23" TO Ht-Status
           END-READ.
           MOVE Rq-Module-Code(Rq-Idx) TO Ht-Module-Code.
           MOVE WS-Book TO Ht-Book-Num.
           MOVE Rq-Copies-Required(Rq-Idx) TO Ht-Copies-Required.
           MOVE WS-Received TO Ht-Copies-Received.
           MOVE WS-New-Sold TO Ht-New-Sold.
           MOVE WS-Used-Sold TO Ht-Used-Sold.
           MOVE WS-Returned TO Ht-Returned.
           MOVE WS-Enrolled TO Ht-Enrolled.
           MOVE WS-Sell-Thru-Pct TO Ht-Sell-Thru-Pct.
           MOVE WS-Over-Order-Sw TO Ht-Over-Order-Flag.
           IF Ht-Rec-Found
               REWRITE Ht-Rec
                   INVALID KEY
                       MOVE Ht-Status TO WS-Chk-Status
                       MOVE "REWRITE Sell-Through-History-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Ht-Rec
                   INVALID KEY
                       MOVE Ht-Status TO WS-Chk-Status
                       MOVE "WRITE Sell-Through-History-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Print-Lecturer-Summary.
           MOVE SPACES TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 2 LINES.
           MOVE "LECTURER  ORDERING  RECORD"
               TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Sell-Through-Print-Line.
           STRING "LECTR.  NAME                  THIS TERM: REQS"
               " OVER   ALL TERMS: REQS  OVER  TERMS"
               DELIMITED BY SIZE INTO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Sell-Through-Print-Line.
           WRITE Sell-Through-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM Print-One-Lecturer
               VARYING Lt-Idx FROM 1 BY 1
               UNTIL Lt-Idx > WS-Lecturer-Count.

       Print-One-Lecturer.
           PERFORM Read-Lecturer-History.
           MOVE Lt-Lecturer-Id(Lt-Idx) TO Ls-Lecturer-Id.
           MOVE Lt-Lecturer-Name(Lt-Idx) TO Ls-Lecturer-Name.
           MOVE Lt-Reqs-This-Term(Lt-Idx) TO Ls-Reqs-This-Term.
           MOVE Lt-Over-This-Term(Lt-Idx) TO Ls-Over-This-Term.
           MOVE WS-Hist-Reqs TO Ls-Hist-Reqs.
           MOVE WS-Hist-Over TO Ls-Hist-Over.
           MOVE WS-Hist-Terms-Over TO Ls-Hist-Terms-Over.
           MOVE SPACES TO Ls-Flag.
           IF WS-Hist-Terms-Over >= WS-Chronic-Terms
               AND WS-Hist-Over * 2 >= WS-Hist-Reqs
               MOVE "CHRONIC" TO Ls-Flag
               ADD 1 TO Ct-Chronic
           END-IF.
           WRITE Sell-Through-Print-Line FROM Lecturer-Summary-Line
               AFTER ADVANCING 1 LINE.

      * The history rows for one lecturer are contiguous and in term
      * order, so a change of year/semester marks a new term.
       Read-Lecturer-History.
           MOVE ZEROS TO WS-Hist-Reqs.
           MOVE ZEROS TO WS-Hist-Over.
           MOVE ZEROS TO WS-Hist-Terms-Over.
           MOVE ZEROS TO WS-Hist-Last-Term.
           MOVE Lt-Lecturer-Id(Lt-Idx) TO WS-Hist-Lecturer.
           MOVE WS-Hist-Lecturer TO Ht-Lecturer-Id.
           MOVE ZEROS TO Ht-Academic-Year.
           MOVE ZEROS TO Ht-Semester.
           MOVE ZEROS TO Ht-Pr-Number.
           START Sell-Through-History-File
               KEY IS >= Ht-Key
               INVALID KEY SET Ht-Rec-Not-Found TO TRUE
           END-START.
           IF Ht-Rec-Found
               READ Sell-Through-History-File NEXT RECORD
                   AT END SET Ht-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ht-Rec-Not-Found
                       OR Ht-Lecturer-Id NOT = WS-Hist-Lecturer
                   ADD 1 TO WS-Hist-Reqs
                   IF Ht-Over-Ordered
                       ADD 1 TO WS-Hist-Over
                       COMPUTE WS-Hist-This-Term =
                           Ht-Academic-Year * 10 + Ht-Semester
                       IF WS-Hist-This-Term NOT = WS-Hist-Last-Term
                           ADD 1 TO WS-Hist-Terms-Over
                           MOVE WS-Hist-This-Term TO WS-Hist-Last-Term
                       END-IF
                   END-IF
                   READ Sell-Through-History-File NEXT RECORD
                       AT END SET Ht-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

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
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Recvlog-Path FROM ENVIRONMENT "RECVLOG_PATH".
           IF WS-Recvlog-Path = SPACES
               MOVE "RECVLOG.DAT" TO WS-Recvlog-Path
           END-IF.
           ACCEPT WS-Salesjrnl-Path FROM ENVIRONMENT "SALESJRNL_PATH".
           IF WS-Salesjrnl-Path = SPACES
               MOVE "SALESJRNL.DAT" TO WS-Salesjrnl-Path
           END-IF.
           ACCEPT WS-Returnlog-Path FROM ENVIRONMENT "RETURNLOG_PATH".
           IF WS-Returnlog-Path = SPACES
               MOVE "RETURNS.DAT" TO WS-Returnlog-Path
           END-IF.
           ACCEPT WS-Sellhist-Path FROM ENVIRONMENT "SELLHIST_PATH".
           IF WS-Sellhist-Path = SPACES
               MOVE "SELLHIST.DAT" TO WS-Sellhist-Path
           END-IF.
           ACCEPT WS-Sellthru-Path FROM ENVIRONMENT "SELLTHRU_PATH".
           IF WS-Sellthru-Path = SPACES
               MOVE "SELLTHRU.RPT" TO WS-Sellthru-Path
           END-IF.
