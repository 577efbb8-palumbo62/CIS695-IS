      * record for an ending term and, where a balance remains
      * outstanding, opens a new record for the next term carrying that
      * balance forward in SM-Prior-Balance-Fwd.
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master-File.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
           02  FILLER                  PIC X(1).
           02  Audit-User              PIC X(10).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file location, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Studmast-Path                    PIC X(260).
       01  WS-Useraccess-Path                  PIC X(260).
       01  WS-Audit-Path                       PIC X(260).
       01  WS-Stepcnt-Path                     PIC X(260).

       01  Ua-File-Status                      PIC X(2).
       01  Audit-Status                        PIC X(2).
       01  WS-Audit-Before                     PIC X(40).
       01  WS-Audit-After                      PIC X(40).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
           DISPLAY "Term rollover complete.".
           DISPLAY "Terms scanned     : " Ct-Terms-Scanned.
           DISPLAY "Balances carried  : " Ct-Balances-Carried.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "TERMS SCANNED" TO Cnt-Label.
           MOVE Ct-Terms-Scanned TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "BALANCES CARRIED" TO Cnt-Label.
           MOVE Ct-Balances-Carried TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Load-User-Access-Table.
           OPEN INPUT User-Access-File.
           IF Ua-File-Status = "00"
               MOVE Ua-Password TO Ua-Password-Tbl(WS-User-Access-Count)
               MOVE Ua-Role     TO Ua-Role-Tbl(WS-User-Access-Count)
           ELSE
               DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                       WS-User-Access-Max " accounts on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Prompt-Login.
           MOVE ZEROS                 TO SM-Library-Paid.
           MOVE ZEROS                 TO SM-Late-Fee-Paid.
           MOVE "N"                   TO SM-Collection-Flag.
           MOVE ZEROS                 TO SM-Parking-Owed.
           MOVE ZEROS                 TO SM-Parking-Paid.
           MOVE ZEROS                 TO SM-Bookshop-Owed.
           MOVE ZEROS                 TO SM-Bookshop-Paid.
           MOVE ZEROS                 TO SM-Insurance-Owed.
           MOVE ZEROS                 TO SM-Insurance-Paid.
           MOVE WS-New-Due-Date       TO SM-Fee-Due-Date.

           WRITE SM-Rec
           IF WS-Audit-Path = SPACES
               MOVE "TERMAUDIT.LOG" TO WS-Audit-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
