      * numbers months later but nobody revisits an old integrity
      * report.  ReportSpoolViewer lists the catalog and reprints any
      * retained copy.
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Catalog-Work-File ASSIGN TO WS-Spoolwrk-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Source-Report-File.
       FD  Catalog-Work-File.
       01  Catalog-Work-Rec            PIC X(95).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Spoolcat-Path            PIC X(260).
       01  WS-Spoolwrk-Path            PIC X(260).
       01  WS-Spooldir-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Sr-Status                   PIC X(2).
           88  Sr-File-Missing         VALUE "35".
               " report(s) filed, " Ct-Reports-Missing
               " not produced tonight, " Ct-Copies-Purged
               " aged copies purged.".
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "REPORTS SPOOLED" TO Cnt-Label.
           MOVE Ct-Reports-Spooled TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "REPORTS MISSING" TO Cnt-Label.
           MOVE Ct-Reports-Missing TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "COPIES PURGED" TO Cnt-Label.
           MOVE Ct-Copies-Purged TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Load-Report-Table.
           MOVE 5 TO Rt-Count.
           MOVE "FEES"                 TO Rt-Code(1).
           IF WS-Spooldir-Path = SPACES
               MOVE SPACES TO WS-Spooldir-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
