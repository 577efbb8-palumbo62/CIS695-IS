      * mis-posted payment can be traced back to the batch that caused
      * it and a student's history doesn't collapse multiple terms
      * into one running total.
      * The payments archived count is left on STEPCNT.DAT for the
      * nightly driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS PH-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Payment-File.
           02  SP-Approver-Id                  PIC X(8).
           02  SP-Payment-Method               PIC X(5).
           02  SP-Fund-Code                    PIC X(4).
           02  SP-Currency-Code                PIC X(3).
           02  SP-Original-Amount              PIC 9(7)V99.

      * Batch control records - the header/trailer wrap StudFees'
      * Validate-Payment-Batches proves out.  They are copied to the
           02  Sph-Batch-Number                PIC 9(6).
           02  Sph-Origin                      PIC X(8).
           02  Sph-Business-Date               PIC 9(8).
           02  FILLER                          PIC X(33).

       01  SP-Batch-Trailer-Rec.
           02  Spt-Record-Tag                  PIC X(3).
           02  Spt-Record-Count                PIC 9(6).
           02  Spt-Hash-Total                  PIC S9(9)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(31).

       FD  Archive-Payment-File.
       01  Archive-Rec                         PIC X(58).

       FD  Payment-History-File.
       01  PH-Rec.
           02  PH-Payment-Count                PIC 9(5).
           02  PH-Last-Payment-Date            PIC 9(8).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
       01  PH-Status                           PIC XX.
           88  PH-Rec-Found                    VALUE "00".
      * via environment variables instead of a recompile.
       01  WS-Studpay-Path                     PIC X(260).
       01  WS-Payhist-Path                     PIC X(260).
       01  WS-Stepcnt-Path                     PIC X(260).
       01  WS-Archive-Dir-Path                 PIC X(240).

       PROCEDURE DIVISION.

           DISPLAY "Batch archived to " WS-Archive-File-Path.
           DISPLAY "Payments archived: " WS-Archived-Count.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "PAYMENTS ARCHIVED" TO Cnt-Label.
           MOVE WS-Archived-Count TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Purge-Student-Payment-File.
      * The batch just archived is now fully copied into
      * WS-Archive-File-Path and rolled into Payment-History-File, so
           IF WS-Archive-Dir-Path = SPACES
               MOVE "C:\Users\peebs\data\" TO WS-Archive-Dir-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.

       Archive-One-Payment.
           MOVE SP-Rec TO Archive-Rec.
