       PROGRAM-ID.  QueueHousekeeping.
       AUTHOR.  Jon Clark.
      * Nightly housekeeping step for the suite's grow-forever queue
      * files.  UNMATCHD.DAT, EXCPPMT.DAT, DUPPMT.DAT, PENDREF.DAT,
      * PLANPMT.DAT and the driver's alert queue are all appended to
      * night after night and nothing ever prunes a resolved entry.
      * This step applies a retention rule per file, moving aged
      * entries to a dated archive (live-file name suffixed
      * .Ayyyymmdd) through the same work-file-and-rename idiom the
      * rest of the suite uses, and writes a disposition report of
      * what it kept, what it archived, and what it refused to touch.
      *
      * The rules err on the side of keeping:
      *   - suspense entries (unmatched/exception/duplicate) are only
      *     archived once dispositioned AND 90 days old - open items
      *     stay put no matter their age;
      *   - pending refunds in PENDING status are never touched -
      *     only approved/denied entries age out after 90 days;
      *   - plan-payment notes age out after 180 days (the payment
      * so they get whole-file rotation instead: tonight's copy is
      * filed under a dated name and rotated copies are deleted
      * after a term (120 days).
      * The rows read and archived across all queues are left on
      * STEPCNT.DAT for the nightly driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Exc-Status.

           SELECT Duplicate-Payment-File ASSIGN TO WS-Duppmt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dp-Status.

           SELECT Pending-Refund-File ASSIGN TO WS-Pendref-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pr-File-Status.
           SELECT Housekeeping-Report-File ASSIGN TO WS-Housekpg-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Unmatched-Payment-File.
           02  FILLER                          PIC X(1).
           02  Um-Disposition                  PIC X(8).
               88  Um-Still-Open               VALUE SPACES.
           02  FILLER                          PIC X(1).
           02  Um-Currency-Code                PIC X(3).
           02  FILLER                          PIC X(1).
           02  Um-Original-Amount              PIC 9(7)V99.
           02  FILLER                          PIC X(1).
           02  Um-Payment-Date                 PIC 9(8).

       FD  Exception-Payment-File.
       01  Exception-Payment-Rec.
           02  FILLER                          PIC X(1).
           02  Exc-Disposition                 PIC X(8).
               88  Exc-Still-Open              VALUE SPACES.
           02  FILLER                          PIC X(1).
           02  Exc-Currency-Code               PIC X(3).
           02  FILLER                          PIC X(1).
           02  Exc-Original-Amount             PIC 9(7)V99.
           02  FILLER                          PIC X(1).
           02  Exc-Payment-Date                PIC 9(8).

       FD  Duplicate-Payment-File.
       01  Duplicate-Payment-Rec.
           88  End-Of-Duplicate                VALUE HIGH-VALUES.
           02  Dp-Student-Number               PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Dp-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1).
           02  Dp-Payment                      PIC S9(4)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1).
           02  Dp-Transaction-Type             PIC X.
           02  FILLER                          PIC X(1).
           02  Dp-Payment-Date                 PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Dp-Payment-Method               PIC X(5).
           02  FILLER                          PIC X(1).
           02  Dp-Batch-Number                 PIC 9(6).
           02  FILLER                          PIC X(1).
           02  Dp-Matched-Source               PIC X(8).
           02  FILLER                          PIC X(1).
           02  Dp-Matched-Batch                PIC 9(6).
           02  FILLER                          PIC X(1).
           02  Dp-Date-Processed               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Dp-Disposition                  PIC X(8).
               88  Dp-Still-Open               VALUE SPACES.
           02  FILLER                          PIC X(1).
           02  Dp-Currency-Code                PIC X(3).
           02  FILLER                          PIC X(1).
           02  Dp-Original-Amount              PIC 9(7)V99.

       FD  Pending-Refund-File.
       01  Pending-Refund-Rec.
           02  Pr-Requested-Date               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Pr-Status                       PIC X(8).
           02  FILLER                          PIC X(1).
           02  Pr-Requested-By                 PIC X(8).
               88  Pr-Still-Pending            VALUE "PENDING".

       FD  Plan-Payment-File.
       FD  Housekeeping-Report-File.
       01  Hk-Print-Line                       PIC X(90).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Unmatchd-Path            PIC X(260).
       01  WS-Excppmt-Path             PIC X(260).
       01  WS-Duppmt-Path              PIC X(260).
       01  WS-Pendref-Path             PIC X(260).
       01  WS-Planpmt-Path             PIC X(260).
       01  WS-Alertq-Path              PIC X(260).
       01  WS-Archive-Path             PIC X(260).
       01  WS-Housekpg-Path            PIC X(260).
       01  WS-Live-Path                PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Um-Status                   PIC X(2).
       01  Exc-Status                  PIC X(2).
       01  Dp-Status                   PIC X(2).
       01  Pr-File-Status              PIC X(2).
       01  Pp-File-Status              PIC X(2).
       01  Aq-Status                   PIC X(2).
           02  Ct-Rows-Read            PIC 9(6) VALUE ZEROS.
           02  Ct-Rows-Kept            PIC 9(6) VALUE ZEROS.
           02  Ct-Rows-Archived        PIC 9(6) VALUE ZEROS.
       01  Ct-Total-Rows-Read          PIC 9(7) VALUE ZEROS.
       01  Ct-Total-Rows-Archived      PIC 9(7) VALUE ZEROS.

       01  Report-Heading.
           02  FILLER                  PIC X(34)

           PERFORM Housekeep-Unmatched.
           PERFORM Housekeep-Exception.
           PERFORM Housekeep-Duplicate.
           PERFORM Housekeep-Pendref.
           PERFORM Housekeep-Planpmt.
           PERFORM Housekeep-Alertq.
           CLOSE Housekeeping-Report-File.
           DISPLAY "Queue housekeeping complete - see the "
               "disposition report.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "QUEUE ROWS READ" TO Cnt-Label.
           MOVE Ct-Total-Rows-Read TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "QUEUE ROWS ARCHIVED" TO Cnt-Label.
           MOVE Ct-Total-Rows-Archived TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

      * Each queue follows the same shape: open the live file, copy
      * every row either to the work file (kept) or the dated archive
      * (aged out), then swap the work file in for the live one.  The
               AT END SET End-Of-Exception TO TRUE
           END-READ.

       Housekeep-Duplicate.
           MOVE WS-Duppmt-Path TO WS-Live-Path.
           MOVE "DUPPMT" TO Dl-File-Name.
           PERFORM Start-One-Queue.
           OPEN INPUT Duplicate-Payment-File.
           IF Dp-Status NOT = "00"
               PERFORM Note-Queue-Missing
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT Queue-Work-File.
           READ Duplicate-Payment-File
               AT END SET End-Of-Duplicate TO TRUE
           END-READ.
           PERFORM Sift-One-Duplicate UNTIL End-Of-Duplicate.
           CLOSE Duplicate-Payment-File.
           PERFORM Finish-One-Queue.

       Sift-One-Duplicate.
           ADD 1 TO Ct-Rows-Read.
           MOVE "Y" TO Keep-Row-Sw.
           IF NOT Dp-Still-Open
               MOVE Dp-Date-Processed TO WS-Entry-Date
               MOVE 090 TO WS-Retention-Days
               PERFORM Check-Row-Age
           END-IF.
           IF Keep-This-Row
               ADD 1 TO Ct-Rows-Kept
               WRITE Queue-Work-Rec FROM Duplicate-Payment-Rec
           ELSE
               PERFORM Open-Archive-If-Needed
               ADD 1 TO Ct-Rows-Archived
               WRITE Queue-Archive-Rec FROM Duplicate-Payment-Rec
           END-IF.
           READ Duplicate-Payment-File
               AT END SET End-Of-Duplicate TO TRUE
           END-READ.

       Housekeep-Pendref.
           MOVE WS-Pendref-Path TO WS-Live-Path.
           MOVE "PENDREF" TO Dl-File-Name.
               CALL "CBL_DELETE_FILE" USING WS-Work-Path
                   RETURNING WS-Delete-Rc
           END-IF.
           ADD Ct-Rows-Read TO Ct-Total-Rows-Read.
           ADD Ct-Rows-Archived TO Ct-Total-Rows-Archived.
           MOVE Ct-Rows-Read TO Dl-Rows-Read.
           MOVE Ct-Rows-Kept TO Dl-Rows-Kept.
           MOVE Ct-Rows-Archived TO Dl-Rows-Archived.
               MOVE "C:\Users\peebs\data\UNMATCHD.DAT"
                   TO WS-Unmatchd-Path
           END-IF.
           ACCEPT WS-Duppmt-Path FROM ENVIRONMENT "DUPPMT_PATH".
           IF WS-Duppmt-Path = SPACES
               MOVE "C:\Users\peebs\data\DUPPMT.DAT"
                   TO WS-Duppmt-Path
           END-IF.
           ACCEPT WS-Excppmt-Path FROM ENVIRONMENT "EXCPPMT_PATH".
           IF WS-Excppmt-Path = SPACES
               MOVE "C:\Users\peebs\data\EXCPPMT.DAT"
           IF WS-Housekpg-Path = SPACES
               MOVE "HOUSEKPG.RPT" TO WS-Housekpg-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
