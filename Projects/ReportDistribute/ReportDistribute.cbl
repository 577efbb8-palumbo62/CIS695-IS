       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReportDistribute.
       AUTHOR.  Jon Clark.
      * Nightly report-distribution step, run by NightlyBatchDriver
      * after ReportSpooler has filed the night's reports.  Instead of
      * people walking to the print room for their copy, or asking
      * for a reprint from ReportSpoolViewer, each spooled report is
      * routed to the recipients named for its report code in the
      * distribution list DISTLIST.DAT - a hand-maintained text file,
      * one line per report and recipient:
      *     cols  1- 8  report code, as ReportSpooler catalogs it
      *     cols 10-29  recipient (office or person, for the log)
      *     col  31     delivery method - P print, F drop to a
      *                 department share folder, E email queue
      *     col  33     frequency - blank or D every night, M month
      *                 end only (when the report is expected)
      *     cols 35-38  campus code, or blank for the whole report
      *     cols 40-99  destination - the printer (P), the share
      *                 folder with its trailing separator (F), or
      *                 the email address (E)
      * A line starting with an asterisk is a comment.
      * A recipient with a campus code gets only that campus's
      * pages: a report that breaks by campus prints "CAMPUS: xxxx"
      * in its page heading, and a page carrying another campus is
      * left out.  A page with no campus marker (cover, summary or
      * totals pages) goes to every recipient.
      * Print jobs are added to the print room's queue file
      * PRINTQ.RPT behind a routing banner; folder drops are written
      * straight into the share; email copies are written to the
      * mail pickup directory and a line is queued on RPTMAILQ.DAT
      * for the mail gateway.  Every delivery, good or bad, is
      * logged on DISTLOG.DAT.
      * Only catalog rows filed since the last run are delivered -
      * DISTMARK.DAT remembers the newest one sent - so a chain that
      * runs past midnight, or a re-run, neither misses nor repeats
      * a night's reports.  DISTEXC.RPT lists every scheduled report
      * that was not produced tonight and every delivery that
      * failed, so the gaps are chased in the morning rather than
      * found out when somebody asks where their report went.
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Dist-List-File ASSIGN TO WS-Distlist-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dl-Status.

           SELECT Spool-Catalog-File ASSIGN TO WS-Spoolcat-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sc-File-Status.

           SELECT Spool-Copy-File ASSIGN TO WS-Spool-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sp-Status.

           SELECT Delivery-File ASSIGN TO WS-Deliver-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dv-Status.

           SELECT Report-Mail-Queue ASSIGN TO WS-Rptmailq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mq-Status.

           SELECT Dist-Log-File ASSIGN TO WS-Distlog-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dg-Status.

           SELECT Dist-Mark-File ASSIGN TO WS-Distmark-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dm-Status.

           SELECT Exception-Report ASSIGN TO WS-Distexc-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Dist-List-File.
       01  Dist-List-Rec.
           88  End-Of-Dist-List        VALUE HIGH-VALUES.
           02  Dl-Report-Code          PIC X(8).
           02  FILLER                  PIC X(1).
           02  Dl-Recipient            PIC X(20).
           02  FILLER                  PIC X(1).
           02  Dl-Method               PIC X(1).
               88  Dl-By-Print         VALUE "P".
               88  Dl-By-Folder        VALUE "F".
               88  Dl-By-Email         VALUE "E".
               88  Dl-Method-Valid     VALUE "P" "F" "E".
           02  FILLER                  PIC X(1).
           02  Dl-Frequency            PIC X(1).
               88  Dl-Month-End-Only   VALUE "M".
               88  Dl-Frequency-Valid  VALUE "D" "M" SPACE.
           02  FILLER                  PIC X(1).
           02  Dl-Campus               PIC X(4).
           02  FILLER                  PIC X(1).
           02  Dl-Destination          PIC X(60).

       FD  Spool-Catalog-File.
       01  Spool-Catalog-Rec.
           88  End-Of-Catalog          VALUE HIGH-VALUES.
           02  Sc-Report-Code          PIC X(8).
           02  FILLER                  PIC X(1).
           02  Sc-Run-Date             PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Sc-Run-Time             PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Sc-Step-Name            PIC X(20).
           02  FILLER                  PIC X(1).
           02  Sc-Spool-Name           PIC X(40).
           02  FILLER                  PIC X(1).
           02  Sc-Line-Count           PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Sc-Spool-Status         PIC X(1).
               88  Sc-Copy-Active      VALUE "A".
               88  Sc-Copy-Purged      VALUE "P".

       FD  Spool-Copy-File.
       01  Spool-Copy-Line             PIC X(132).

       FD  Delivery-File.
       01  Deliver-Line                PIC X(132).

      * Report mail queue - one line per emailed copy, picked up by
      * the mail gateway, which sends the attachment to the address.
       FD  Report-Mail-Queue.
       01  Report-Mail-Rec.
           02  Mq-Queued-Date          PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Mq-Queued-Time          PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Mq-Report-Code          PIC X(8).
           02  FILLER                  PIC X(1).
           02  Mq-Recipient            PIC X(20).
           02  FILLER                  PIC X(1).
           02  Mq-Address              PIC X(60).
           02  FILLER                  PIC X(1).
           02  Mq-Attachment           PIC X(100).

      * Delivery log - one line per report per recipient per night,
      * appended and never rewritten.
       FD  Dist-Log-File.
       01  Dist-Log-Rec.
           02  Dg-Run-Date             PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Dg-Run-Time             PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Dg-Report-Code          PIC X(8).
           02  FILLER                  PIC X(1).
           02  Dg-Spool-Name           PIC X(40).
           02  FILLER                  PIC X(1).
           02  Dg-Recipient            PIC X(20).
           02  FILLER                  PIC X(1).
           02  Dg-Method               PIC X(1).
           02  FILLER                  PIC X(1).
           02  Dg-Campus               PIC X(4).
           02  FILLER                  PIC X(1).
           02  Dg-Outcome              PIC X(10).
           02  FILLER                  PIC X(1).
           02  Dg-Line-Count           PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Dg-Reason               PIC X(30).

      * Distribution mark - the catalog date and time of the newest
      * spool copy already delivered.
       FD  Dist-Mark-File.
       01  Dist-Mark-Rec.
           02  Dm-Run-Date             PIC 9(8).
           02  Dm-Run-Time             PIC 9(6).

       FD  Exception-Report.
       01  Exception-Print-Line        PIC X(110).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Distlist-Path            PIC X(260).
       01  WS-Spoolcat-Path            PIC X(260).
       01  WS-Spooldir-Path            PIC X(260).
       01  WS-Spool-Path               PIC X(260).
       01  WS-Deliver-Path             PIC X(260).
       01  WS-Printq-Path              PIC X(260).
       01  WS-Rptmailq-Path            PIC X(260).
       01  WS-Rptmaildir-Path          PIC X(260).
       01  WS-Distlog-Path             PIC X(260).
       01  WS-Distmark-Path            PIC X(260).
       01  WS-Distexc-Path             PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Dl-Status                   PIC X(2).
       01  Sc-File-Status              PIC X(2).
       01  Sp-Status                   PIC X(2).
       01  Dv-Status                   PIC X(2).
           88  Dv-File-Missing         VALUE "35".
       01  Mq-Status                   PIC X(2).
           88  Mq-File-Missing         VALUE "35".
       01  Dg-Status                   PIC X(2).
           88  Dg-File-Missing         VALUE "35".
       01  Dm-Status                   PIC X(2).

       01  End-Of-Copy-Sw              PIC X VALUE "N".
           88  End-Of-Copy             VALUE "Y".
       01  Catalog-Open-Sw             PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  Month-End-Sw                PIC X VALUE "N".
           88  Is-Month-End            VALUE "Y".
       01  Produced-Sw                 PIC X VALUE "N".
           88  Report-Produced         VALUE "Y".

       01  WS-Today                    PIC 9(8).
       01  WS-Time-Now                 PIC 9(6).
       01  WS-Tomorrow                 PIC 9(8).
       01  WS-Tomorrow-Groups REDEFINES WS-Tomorrow.
           02  FILLER                  PIC 9(6).
           02  WS-Tomorrow-Day         PIC 9(2).

      * Catalog stamps as date and time side by side, so one numeric
      * compare tells which of two spool copies was filed later.
       01  WS-Mark-Stamp.
           02  WS-Mark-Date            PIC 9(8).
           02  WS-Mark-Time            PIC 9(6).
       01  WS-Mark-Stamp-N REDEFINES WS-Mark-Stamp PIC 9(14).
       01  WS-High-Stamp.
           02  WS-High-Date            PIC 9(8).
           02  WS-High-Time            PIC 9(6).
       01  WS-High-Stamp-N REDEFINES WS-High-Stamp PIC 9(14).
       01  WS-Row-Stamp.
           02  WS-Row-Date             PIC 9(8).
           02  WS-Row-Time             PIC 9(6).
       01  WS-Row-Stamp-N REDEFINES WS-Row-Stamp PIC 9(14).

       01  WS-Out-Name                 PIC X(60).
       01  WS-Kept-Line                PIC X(132).
       01  WS-Kept-Lines               PIC 9(6).
       01  WS-Read-Lines               PIC 9(6).
       01  WS-Outcome                  PIC X(10).
       01  WS-Reason                   PIC X(30).
       01  WS-Delete-Rc                PIC 9(9) COMP.

      * Campus page filter.  A page is held back until its campus
      * marker turns up; one that runs a full page length without a
      * marker is a common page and is kept.
       01  WS-Page-Sw                  PIC X VALUE "K".
           88  Page-Undecided          VALUE "U".
           88  Page-Keep               VALUE "K".
           88  Page-Skip               VALUE "S".
       01  WS-Page-Campus              PIC X(4).
       01  WS-Marker-Pos               PIC 9(3).
       01  Page-Buffer.
           02  Pb-Count                PIC 9(2) VALUE ZEROS.
           02  Pb-Line OCCURS 66 TIMES PIC X(132).
       01  Pb-Idx                      PIC 9(2).

       01  Dist-Counts.
           02  Ct-Delivered            PIC 9(5) VALUE ZEROS.
           02  Ct-Failed               PIC 9(5) VALUE ZEROS.
           02  Ct-Not-Produced         PIC 9(5) VALUE ZEROS.
           02  Ct-No-Pages             PIC 9(5) VALUE ZEROS.
           02  Ct-Exceptions           PIC 9(5) VALUE ZEROS.

       01  Print-Banner-Line.
           02  FILLER                  PIC X(16)
                                       VALUE "*** DELIVER TO: ".
           02  Pn-Recipient            PIC X(20).
           02  FILLER                  PIC X(10) VALUE " PRINTER: ".
           02  Pn-Printer              PIC X(20).
           02  FILLER                  PIC X(9)  VALUE " REPORT: ".
           02  Pn-Spool-Name           PIC X(40).
           02  FILLER                  PIC X(4)  VALUE " ***".
       01  Print-Banner-Campus.
           02  FILLER                  PIC X(26)
                               VALUE "*** PAGES FOR CAMPUS CODE ".
           02  Pn-Campus               PIC X(4).
           02  FILLER                  PIC X(9)  VALUE " ONLY ***".

       01  Exception-Heading-1.
           02  FILLER                  PIC X(37)
                       VALUE "REPORT DISTRIBUTION EXCEPTIONS - RUN ".
           02  Eh-Run-Date             PIC 9(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Eh-Run-Time             PIC 9(6).
       01  Exception-Heading-2.
           02  FILLER  PIC X(10) VALUE "REPORT".
           02  FILLER  PIC X(22) VALUE "RECIPIENT".
           02  FILLER  PIC X(8)  VALUE "METHOD".
           02  FILLER  PIC X(8)  VALUE "CAMPUS".
           02  FILLER  PIC X(16) VALUE "EXCEPTION".
           02  FILLER  PIC X(30) VALUE "DETAIL".

       01  Exception-Detail.
           02  Ex-Report-Code          PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Recipient            PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Method               PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Campus               PIC X(4).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Ex-Problem              PIC X(14).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Detail               PIC X(40).

       01  Exception-Total-Line.
           02  Et-Count                PIC ZZZZ9.
           02  FILLER                  PIC X(30)
                           VALUE " exception(s) on this run.".

       PROCEDURE DIVISION.
       Distribute-Reports.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time-Now.
           COMPUTE WS-Tomorrow = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + 1).
           IF WS-Tomorrow-Day = 1
               SET Is-Month-End TO TRUE
           END-IF.
           PERFORM Load-Distribution-Mark.
           MOVE WS-Mark-Stamp TO WS-High-Stamp.

           OPEN OUTPUT Exception-Report.
           MOVE WS-Today TO Eh-Run-Date.
           MOVE WS-Time-Now TO Eh-Run-Time.
           WRITE Exception-Print-Line FROM Exception-Heading-1.
           MOVE SPACES TO Exception-Print-Line.
           WRITE Exception-Print-Line.
           WRITE Exception-Print-Line FROM Exception-Heading-2.

           OPEN EXTEND Dist-Log-File.
           IF Dg-File-Missing
               OPEN OUTPUT Dist-Log-File
           END-IF.

           OPEN INPUT Spool-Catalog-File.
           IF Sc-File-Status = "00"
               MOVE "Y" TO Catalog-Open-Sw
               READ Spool-Catalog-File
                   AT END SET End-Of-Catalog TO TRUE
               END-READ
               PERFORM Deliver-Catalog-Row UNTIL End-Of-Catalog
               CLOSE Spool-Catalog-File
           ELSE
               DISPLAY "No spool catalog on file - nothing to "
                   "deliver tonight."
           END-IF.

           PERFORM Check-Scheduled-Reports.
           CLOSE Dist-Log-File.

           MOVE SPACES TO Exception-Print-Line.
           WRITE Exception-Print-Line.
           MOVE Ct-Exceptions TO Et-Count.
           WRITE Exception-Print-Line FROM Exception-Total-Line.
           CLOSE Exception-Report.

           PERFORM Save-Distribution-Mark.
           DISPLAY "Report distribution complete - " Ct-Delivered
               " delivered, " Ct-Failed " failed, " Ct-Not-Produced
               " scheduled but not produced, " Ct-No-Pages
               " with no pages for the campus.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "REPORTS DELIVERED" TO Cnt-Label.
           MOVE Ct-Delivered TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "DELIVERIES FAILED" TO Cnt-Label.
           MOVE Ct-Failed TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "NOT PRODUCED" TO Cnt-Label.
           MOVE Ct-Not-Produced TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

      * With no mark on file (the first run) everything filed today
      * is delivered.
       Load-Distribution-Mark.
           OPEN INPUT Dist-Mark-File.
           IF Dm-Status = "00"
               READ Dist-Mark-File
               IF Dm-Status = "00"
                   MOVE Dm-Run-Date TO WS-Mark-Date
                   MOVE Dm-Run-Time TO WS-Mark-Time
                   CLOSE Dist-Mark-File
                   EXIT PARAGRAPH
               END-IF
               CLOSE Dist-Mark-File
           END-IF.
           MOVE WS-Today TO WS-Mark-Date.
           MOVE ZEROS TO WS-Mark-Time.
           SUBTRACT 1 FROM WS-Mark-Stamp-N.

       Save-Distribution-Mark.
           OPEN OUTPUT Dist-Mark-File.
           MOVE WS-High-Date TO Dm-Run-Date.
           MOVE WS-High-Time TO Dm-Run-Time.
           WRITE Dist-Mark-Rec.
           CLOSE Dist-Mark-File.

      * A held spool copy filed since the last run is routed to every
      * recipient listed for its report code.
       Deliver-Catalog-Row.
           MOVE Sc-Run-Date TO WS-Row-Date.
           MOVE Sc-Run-Time TO WS-Row-Time.
           IF Sc-Copy-Active AND WS-Row-Stamp-N > WS-Mark-Stamp-N
               IF WS-Row-Stamp-N > WS-High-Stamp-N
                   MOVE WS-Row-Stamp TO WS-High-Stamp
               END-IF
               PERFORM Route-Spool-Copy
           END-IF.
           READ Spool-Catalog-File
               AT END SET End-Of-Catalog TO TRUE
           END-READ.

       Route-Spool-Copy.
           OPEN INPUT Dist-List-File.
           IF Dl-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Dist-List-File
               AT END SET End-Of-Dist-List TO TRUE
           END-READ.
           PERFORM Route-To-One-Recipient UNTIL End-Of-Dist-List.
           CLOSE Dist-List-File.

       Route-To-One-Recipient.
           IF Dl-Report-Code(1:1) NOT = "*"
              AND Dl-Report-Code = Sc-Report-Code
              AND Dl-Method-Valid
               PERFORM Deliver-One-Copy
           END-IF.
           READ Dist-List-File
               AT END SET End-Of-Dist-List TO TRUE
           END-READ.

       Deliver-One-Copy.
           MOVE ZEROS TO WS-Kept-Lines, WS-Read-Lines.
           MOVE SPACES TO WS-Reason.
           MOVE SPACES TO WS-Out-Name.
           IF Dl-Campus = SPACES
               MOVE Sc-Spool-Name TO WS-Out-Name
           ELSE
               STRING FUNCTION TRIM(Dl-Campus) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(Sc-Spool-Name) DELIMITED BY SIZE
                   INTO WS-Out-Name
           END-IF.

           MOVE SPACES TO WS-Spool-Path.
           STRING FUNCTION TRIM(WS-Spooldir-Path) DELIMITED BY SIZE
                  FUNCTION TRIM(Sc-Spool-Name) DELIMITED BY SIZE
               INTO WS-Spool-Path.
           OPEN INPUT Spool-Copy-File.
           IF Sp-Status NOT = "00"
               MOVE "SPOOL COPY NOT FOUND" TO WS-Reason
               PERFORM Record-Failed-Delivery
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-Deliver-Path.
           EVALUATE TRUE
               WHEN Dl-By-Print
                   MOVE WS-Printq-Path TO WS-Deliver-Path
               WHEN Dl-By-Folder
                   STRING FUNCTION TRIM(Dl-Destination)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Out-Name) DELIMITED BY SIZE
                       INTO WS-Deliver-Path
               WHEN Dl-By-Email
                   STRING FUNCTION TRIM(WS-Rptmaildir-Path)
                              DELIMITED BY SIZE
                          "MAIL-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Out-Name) DELIMITED BY SIZE
                       INTO WS-Deliver-Path
           END-EVALUATE.
      * A folder pointed back at the spool directory would have the
      * copy written over the very file it is read from.
           IF WS-Deliver-Path = WS-Spool-Path
               CLOSE Spool-Copy-File
               MOVE "DESTINATION IS THE SPOOL COPY" TO WS-Reason
               PERFORM Record-Failed-Delivery
               EXIT PARAGRAPH
           END-IF.
           IF Dl-By-Print
               OPEN EXTEND Delivery-File
               IF Dv-File-Missing
                   OPEN OUTPUT Delivery-File
               END-IF
           ELSE
               OPEN OUTPUT Delivery-File
           END-IF.
           IF Dv-Status NOT = "00"
               CLOSE Spool-Copy-File
               MOVE "DESTINATION NOT WRITABLE" TO WS-Reason
               PERFORM Record-Failed-Delivery
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO Pb-Count.
           IF Dl-Campus = SPACES
               SET Page-Keep TO TRUE
           ELSE
               SET Page-Undecided TO TRUE
           END-IF.
           MOVE "N" TO End-Of-Copy-Sw.
           READ Spool-Copy-File
               AT END SET End-Of-Copy TO TRUE
           END-READ.
           PERFORM Filter-One-Line UNTIL End-Of-Copy.
           PERFORM Close-Out-Page.
           CLOSE Spool-Copy-File, Delivery-File.

           IF WS-Kept-Lines = ZEROS AND Dl-Campus NOT = SPACES
               IF NOT Dl-By-Print
                   CALL "CBL_DELETE_FILE" USING WS-Deliver-Path
                       RETURNING WS-Delete-Rc
               END-IF
               MOVE "NO PAGES" TO WS-Outcome
               MOVE "NO PAGES FOR THIS CAMPUS" TO WS-Reason
               ADD 1 TO Ct-No-Pages
               PERFORM Log-Delivery
               EXIT PARAGRAPH
           END-IF.

           IF Dl-By-Email
               PERFORM Queue-Report-Mail
           END-IF.
           MOVE "DELIVERED" TO WS-Outcome.
           ADD 1 TO Ct-Delivered.
           PERFORM Log-Delivery.

      * A form feed opens a new page; with a campus filter the page
      * just finished is settled before the new one starts.
       Filter-One-Line.
           IF Spool-Copy-Line(1:1) = X"0C" AND WS-Read-Lines > ZEROS
              AND Dl-Campus NOT = SPACES
               PERFORM Close-Out-Page
               SET Page-Undecided TO TRUE
           END-IF.
           ADD 1 TO WS-Read-Lines.
           EVALUATE TRUE
               WHEN Page-Keep
                   MOVE Spool-Copy-Line TO WS-Kept-Line
                   PERFORM Write-Kept-Line
               WHEN Page-Skip
                   CONTINUE
               WHEN OTHER
                   PERFORM Look-For-Campus-Marker
           END-EVALUATE.
           READ Spool-Copy-File
               AT END SET End-Of-Copy TO TRUE
           END-READ.

       Look-For-Campus-Marker.
           MOVE ZEROS TO WS-Marker-Pos.
           INSPECT Spool-Copy-Line TALLYING WS-Marker-Pos
               FOR CHARACTERS BEFORE INITIAL "CAMPUS: ".
           IF WS-Marker-Pos < 121
               MOVE Spool-Copy-Line(WS-Marker-Pos + 9:4)
                   TO WS-Page-Campus
               IF WS-Page-Campus = Dl-Campus
                   SET Page-Keep TO TRUE
                   PERFORM Flush-Page-Buffer
                   MOVE Spool-Copy-Line TO WS-Kept-Line
                   PERFORM Write-Kept-Line
               ELSE
                   SET Page-Skip TO TRUE
                   MOVE ZEROS TO Pb-Count
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF Pb-Count = 66
               SET Page-Keep TO TRUE
               PERFORM Flush-Page-Buffer
               MOVE Spool-Copy-Line TO WS-Kept-Line
               PERFORM Write-Kept-Line
           ELSE
               ADD 1 TO Pb-Count
               MOVE Spool-Copy-Line TO Pb-Line(Pb-Count)
           END-IF.

       Close-Out-Page.
           IF Page-Undecided
               PERFORM Flush-Page-Buffer
           END-IF.

       Flush-Page-Buffer.
           PERFORM VARYING Pb-Idx FROM 1 BY 1 UNTIL Pb-Idx > Pb-Count
               MOVE Pb-Line(Pb-Idx) TO WS-Kept-Line
               PERFORM Write-Kept-Line
           END-PERFORM.
           MOVE ZEROS TO Pb-Count.

       Write-Kept-Line.
           IF WS-Kept-Lines = ZEROS AND Dl-By-Print
               PERFORM Write-Print-Banner
           END-IF.
           WRITE Deliver-Line FROM WS-Kept-Line.
           ADD 1 TO WS-Kept-Lines.

      * The print room bursts the queue file on these banners, each
      * starting a new page.
       Write-Print-Banner.
           MOVE Dl-Recipient TO Pn-Recipient.
           MOVE Dl-Destination TO Pn-Printer.
           IF Dl-Destination = SPACES
               MOVE "PRINT ROOM" TO Pn-Printer
           END-IF.
           MOVE Sc-Spool-Name TO Pn-Spool-Name.
           WRITE Deliver-Line FROM Print-Banner-Line
               AFTER ADVANCING PAGE.
           IF Dl-Campus NOT = SPACES
               MOVE Dl-Campus TO Pn-Campus
               WRITE Deliver-Line FROM Print-Banner-Campus
           END-IF.
           MOVE SPACES TO Deliver-Line.
           WRITE Deliver-Line.

       Queue-Report-Mail.
           OPEN EXTEND Report-Mail-Queue.
           IF Mq-File-Missing
               OPEN OUTPUT Report-Mail-Queue
           END-IF.
           MOVE SPACES TO Report-Mail-Rec.
           MOVE WS-Today TO Mq-Queued-Date.
           MOVE WS-Time-Now TO Mq-Queued-Time.
           MOVE Sc-Report-Code TO Mq-Report-Code.
           MOVE Dl-Recipient TO Mq-Recipient.
           MOVE Dl-Destination TO Mq-Address.
           MOVE WS-Deliver-Path TO Mq-Attachment.
           WRITE Report-Mail-Rec.
           CLOSE Report-Mail-Queue.

       Record-Failed-Delivery.
           MOVE "FAILED" TO WS-Outcome.
           ADD 1 TO Ct-Failed.
           PERFORM Log-Delivery.
           MOVE "NOT DELIVERED" TO Ex-Problem.
           MOVE WS-Reason TO Ex-Detail.
           PERFORM Write-Exception-Line.

       Log-Delivery.
           MOVE SPACES TO Dist-Log-Rec.
           MOVE WS-Today TO Dg-Run-Date.
           MOVE WS-Time-Now TO Dg-Run-Time.
           MOVE Sc-Report-Code TO Dg-Report-Code.
           MOVE Sc-Spool-Name TO Dg-Spool-Name.
           MOVE Dl-Recipient TO Dg-Recipient.
           MOVE Dl-Method TO Dg-Method.
           MOVE Dl-Campus TO Dg-Campus.
           MOVE WS-Outcome TO Dg-Outcome.
           MOVE WS-Kept-Lines TO Dg-Line-Count.
           MOVE WS-Reason TO Dg-Reason.
           WRITE Dist-Log-Rec.

      * Second pass over the distribution list: every route expected
      * tonight whose report code has no copy filed since the last
      * run is reported as not produced, and any unusable line in
      * the list is reported so it can be corrected.
       Check-Scheduled-Reports.
           OPEN INPUT Dist-List-File.
           IF Dl-Status NOT = "00"
               DISPLAY "No distribution list on file - no reports "
                   "are routed."
               EXIT PARAGRAPH
           END-IF.
           READ Dist-List-File
               AT END SET End-Of-Dist-List TO TRUE
           END-READ.
           PERFORM Check-One-Route UNTIL End-Of-Dist-List.
           CLOSE Dist-List-File.

       Check-One-Route.
           EVALUATE TRUE
               WHEN Dl-Report-Code = SPACES
                   CONTINUE
               WHEN Dl-Report-Code(1:1) = "*"
                   CONTINUE
               WHEN NOT Dl-Method-Valid
                   MOVE "BAD ROUTE" TO Ex-Problem
                   MOVE "METHOD MUST BE P, F OR E" TO Ex-Detail
                   PERFORM Write-Exception-Line
               WHEN NOT Dl-Frequency-Valid
                   MOVE "BAD ROUTE" TO Ex-Problem
                   MOVE "FREQUENCY MUST BE D, M OR BLANK"
                       TO Ex-Detail
                   PERFORM Write-Exception-Line
               WHEN Dl-Destination = SPACES AND NOT Dl-By-Print
                   MOVE "BAD ROUTE" TO Ex-Problem
                   MOVE "NO FOLDER OR EMAIL ADDRESS GIVEN"
                       TO Ex-Detail
                   PERFORM Write-Exception-Line
               WHEN Dl-Month-End-Only AND NOT Is-Month-End
                   CONTINUE
               WHEN OTHER
                   PERFORM Find-Tonights-Copy
                   IF NOT Report-Produced
                       ADD 1 TO Ct-Not-Produced
                       MOVE "NOT PRODUCED" TO Ex-Problem
                       MOVE "NO SPOOL COPY FILED SINCE LAST RUN"
                           TO Ex-Detail
                       PERFORM Write-Exception-Line
                   END-IF
           END-EVALUATE.
           READ Dist-List-File
               AT END SET End-Of-Dist-List TO TRUE
           END-READ.

       Find-Tonights-Copy.
           MOVE "N" TO Produced-Sw.
           IF NOT Catalog-Available
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT Spool-Catalog-File.
           IF Sc-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Spool-Catalog-File
               AT END SET End-Of-Catalog TO TRUE
           END-READ.
           PERFORM Check-Catalog-Row
               UNTIL End-Of-Catalog OR Report-Produced.
           CLOSE Spool-Catalog-File.

       Check-Catalog-Row.
           MOVE Sc-Run-Date TO WS-Row-Date.
           MOVE Sc-Run-Time TO WS-Row-Time.
           IF Sc-Report-Code = Dl-Report-Code
              AND WS-Row-Stamp-N > WS-Mark-Stamp-N
               MOVE "Y" TO Produced-Sw
           ELSE
               READ Spool-Catalog-File
                   AT END SET End-Of-Catalog TO TRUE
               END-READ
           END-IF.

       Write-Exception-Line.
           MOVE Dl-Report-Code TO Ex-Report-Code.
           MOVE Dl-Recipient TO Ex-Recipient.
           EVALUATE TRUE
               WHEN Dl-By-Print   MOVE "PRINT"  TO Ex-Method
               WHEN Dl-By-Folder  MOVE "FOLDER" TO Ex-Method
               WHEN Dl-By-Email   MOVE "EMAIL"  TO Ex-Method
               WHEN OTHER         MOVE Dl-Method TO Ex-Method
           END-EVALUATE.
           MOVE Dl-Campus TO Ex-Campus.
           IF Dl-Campus = SPACES
               MOVE "ALL" TO Ex-Campus
           END-IF.
           WRITE Exception-Print-Line FROM Exception-Detail.
           ADD 1 TO Ct-Exceptions.

       Resolve-Data-Paths.
           ACCEPT WS-Distlist-Path FROM ENVIRONMENT "DISTLIST_PATH".
           IF WS-Distlist-Path = SPACES
               MOVE "DISTLIST.DAT" TO WS-Distlist-Path
           END-IF.
           ACCEPT WS-Spoolcat-Path FROM ENVIRONMENT "SPOOLCAT_PATH".
           IF WS-Spoolcat-Path = SPACES
               MOVE "SPOOLCAT.DAT" TO WS-Spoolcat-Path
           END-IF.
      * Spool copies are found next to the data files unless a
      * dedicated spool directory (trailing separator included) is
      * configured - the same setting ReportSpooler files them under.
           ACCEPT WS-Spooldir-Path FROM ENVIRONMENT "SPOOLDIR_PATH".
           IF WS-Spooldir-Path = SPACES
               MOVE SPACES TO WS-Spooldir-Path
           END-IF.
           ACCEPT WS-Printq-Path FROM ENVIRONMENT "PRINTQ_PATH".
           IF WS-Printq-Path = SPACES
               MOVE "PRINTQ.RPT" TO WS-Printq-Path
           END-IF.
           ACCEPT WS-Rptmailq-Path FROM ENVIRONMENT "RPTMAILQ_PATH".
           IF WS-Rptmailq-Path = SPACES
               MOVE "RPTMAILQ.DAT" TO WS-Rptmailq-Path
           END-IF.
      * Emailed copies are written to the mail gateway's pickup
      * directory (trailing separator included), else alongside the
      * data files.
           ACCEPT WS-Rptmaildir-Path FROM ENVIRONMENT
               "RPTMAILDIR_PATH".
           IF WS-Rptmaildir-Path = SPACES
               MOVE SPACES TO WS-Rptmaildir-Path
           END-IF.
           ACCEPT WS-Distlog-Path FROM ENVIRONMENT "DISTLOG_PATH".
           IF WS-Distlog-Path = SPACES
               MOVE "DISTLOG.DAT" TO WS-Distlog-Path
           END-IF.
           ACCEPT WS-Distmark-Path FROM ENVIRONMENT "DISTMARK_PATH".
           IF WS-Distmark-Path = SPACES
               MOVE "DISTMARK.DAT" TO WS-Distmark-Path
           END-IF.
           ACCEPT WS-Distexc-Path FROM ENVIRONMENT "DISTEXC_PATH".
           IF WS-Distexc-Path = SPACES
               MOVE "DISTEXC.RPT" TO WS-Distexc-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
