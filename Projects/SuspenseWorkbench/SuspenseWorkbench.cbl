      * rename lifecycle StudFeesRefundApproval uses on PENDREF.DAT,
      * and the whole program sits behind the shared User-Access-File
      * login - releasing money movements is Maintenance-role work.
      *
      * A third queue, DUPPMT.DAT, holds payments StudFees judged
      * probable duplicates of one already posted or already taken at
      * the cashier's counter (same student, term, amount, payment
      * date and method).  The clerk checks the two against the bank
      * or the cashier's drawer: a genuine second payment is released
      * (the SUSP method on a released item lets it past the duplicate
      * check), a true duplicate is CLOSED and never posts.
      *
      * Every release is also appended to SUSPREL.DAT with the queue
      * it came from and the releasing user, since the queue rows
      * themselves only carry a disposition.  The nightly
      * segregation-of-duties report reads that log to catch a clerk
      * releasing money onto an account they also refunded, or onto
      * an account linked to them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Exception-Work-File ASSIGN TO WS-Excppmt-Work-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Duplicate-Payment-File ASSIGN TO WS-Duppmt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dp-File-Status.

           SELECT Duplicate-Work-File ASSIGN TO WS-Duppmt-Work-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Student-Payment-File ASSIGN TO WS-Studpay-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sp-File-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

           SELECT Release-Log-File ASSIGN TO WS-Susprel-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sr-File-Status.

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

       FD  Unmatched-Work-File.
       01  Unmatched-Work-Rec                  PIC X(65).

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

       FD  Exception-Work-File.
       01  Exception-Work-Rec                  PIC X(121).

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

       FD  Duplicate-Work-File.
       01  Duplicate-Work-Rec                  PIC X(94).

       FD  Student-Payment-File.
       01  SP-Rec.
           02  SP-Approver-Id                  PIC X(8).
           02  SP-Payment-Method               PIC X(5).
           02  SP-Fund-Code                    PIC X(4).
           02  SP-Currency-Code                PIC X(3).
           02  SP-Original-Amount              PIC 9(7)V99.

      * Batch control records - same header/trailer convention
      * StudFees' Validate-Payment-Batches proves out before posting.
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

       FD  Student-Master-File.
       01  SM-Rec.
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
           02  Ua-Role                 PIC X(1).

      * One row per released suspense item - appended, never
      * rewritten.
       FD  Release-Log-File.
       01  Sr-Rec.
           02  Sr-Release-Date         PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Sr-Release-Time         PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Sr-Queue                PIC X(8).
           02  FILLER                  PIC X(1).
           02  Sr-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(1).
           02  Sr-Term-Code            PIC X(6).
           02  FILLER                  PIC X(1).
           02  Sr-Payment              PIC S9(4)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                  PIC X(1).
           02  Sr-Transaction-Type     PIC X.
           02  FILLER                  PIC X(1).
           02  Sr-Released-By          PIC X(10).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Unmatchd-Work-Path       PIC X(260).
       01  WS-Excppmt-Path             PIC X(260).
       01  WS-Excppmt-Work-Path        PIC X(260).
       01  WS-Duppmt-Path              PIC X(260).
       01  WS-Duppmt-Work-Path         PIC X(260).
       01  WS-Studpay-Path             PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Susprel-Path             PIC X(260).

       01  Um-File-Status              PIC X(2).
       01  Exc-File-Status             PIC X(2).
       01  Dp-File-Status              PIC X(2).
       01  Sp-File-Status              PIC X(2).
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).
       01  Sr-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
           02  Su-Term-Code            PIC X(6).
           02  Su-Payment              PIC S9(4)V99.
           02  Su-Transaction-Type     PIC X.
           02  Su-Currency-Code        PIC X(3).
           02  Su-Original-Amount      PIC 9(7)V99.
           02  Su-Payment-Date         PIC 9(8).

       01  WS-Entry-Student-Number     PIC X(7).
       01  WS-Entry-Term-Code          PIC X(6).
       01  WS-Lookup-Ok-Sw             PIC X VALUE "N".
           88  Lookup-Ok               VALUE "Y".
       01  WS-Balance-Due              PIC S9(6)V99.
       01  WS-Release-Queue            PIC X(8).

      * Release-batch state - the header goes out lazily with the
      * first release of a queue session, the trailer when the queue
       01  Ct-Unmatched-Closed         PIC 9(5) VALUE ZEROS.
       01  Ct-Exception-Released       PIC 9(5) VALUE ZEROS.
       01  Ct-Exception-Closed         PIC 9(5) VALUE ZEROS.
       01  Ct-Duplicate-Released       PIC 9(5) VALUE ZEROS.
       01  Ct-Duplicate-Closed         PIC 9(5) VALUE ZEROS.

       01  Main-Menu-Choice            PIC 9 VALUE 0.

               STOP RUN
           END-IF.
           OPEN INPUT Student-Master-File.
           OPEN EXTEND Release-Log-File.
           IF Sr-File-Status = "05" OR Sr-File-Status = "35"
               OPEN OUTPUT Release-Log-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.

           CLOSE Student-Master-File, Release-Log-File.
           DISPLAY " ".
           DISPLAY "----  SUSPENSE  WORKBENCH  SESSION  TOTALS  ----".
           DISPLAY "Unmatched released : " Ct-Unmatched-Released.
           DISPLAY "Unmatched closed   : " Ct-Unmatched-Closed.
           DISPLAY "Exception released : " Ct-Exception-Released.
           DISPLAY "Exception closed   : " Ct-Exception-Closed.
           DISPLAY "Duplicate released : " Ct-Duplicate-Released.
           DISPLAY "Duplicate closed   : " Ct-Duplicate-Closed.
           STOP RUN.

       Main-Menu.
           DISPLAY "----  PAYMENT  SUSPENSE  WORKBENCH  ----".
           DISPLAY "1. Work Unmatched Payments (UNMATCHD.DAT)".
           DISPLAY "2. Work Sanity-Threshold Rejects (EXCPPMT.DAT)".
           DISPLAY "3. Work Probable Duplicates (DUPPMT.DAT)".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Work-Unmatched-Queue
               WHEN 2 PERFORM Work-Exception-Queue
               WHEN 3 PERFORM Work-Duplicate-Queue
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      * unchanged - then the work file replaces the queue, the same
      * lifecycle StudFeesRefundApproval gives PENDREF.DAT.
       Work-Unmatched-Queue.
           MOVE "UNMATCHD" TO WS-Release-Queue.
           OPEN INPUT Unmatched-Payment-File.
           IF Um-File-Status = "35"
               DISPLAY "No unmatched-payment file - nothing to work."
               MOVE Um-Term-Code      TO Su-Term-Code
               MOVE Um-Payment        TO Su-Payment
               MOVE Um-Transaction-Type TO Su-Transaction-Type
               MOVE Um-Currency-Code TO Su-Currency-Code
               IF Su-Currency-Code NOT = SPACES
                   MOVE Um-Original-Amount TO Su-Original-Amount
                   MOVE Um-Payment-Date TO Su-Payment-Date
                   PERFORM Show-Foreign-Detail
               END-IF
               PERFORM Prompt-Entry-Action
               EVALUATE TRUE
                   WHEN Action-Release
           END-READ.

       Work-Exception-Queue.
           MOVE "EXCPPMT" TO WS-Release-Queue.
           OPEN INPUT Exception-Payment-File.
           IF Exc-File-Status = "35"
               DISPLAY "No exception-payment file - nothing to work."
               MOVE Exc-Term-Code      TO Su-Term-Code
               MOVE Exc-Payment        TO Su-Payment
               MOVE "P"                TO Su-Transaction-Type
               MOVE Exc-Currency-Code TO Su-Currency-Code
               IF Su-Currency-Code NOT = SPACES
                   MOVE Exc-Original-Amount TO Su-Original-Amount
                   MOVE Exc-Payment-Date TO Su-Payment-Date
                   PERFORM Show-Foreign-Detail
               END-IF
               PERFORM Prompt-Entry-Action
               EVALUATE TRUE
                   WHEN Action-Release
               AT END SET End-Of-Exception TO TRUE
           END-READ.

       Work-Duplicate-Queue.
           MOVE "DUPPMT" TO WS-Release-Queue.
           OPEN INPUT Duplicate-Payment-File.
           IF Dp-File-Status = "35"
               DISPLAY "No duplicate-payment file - nothing to work."
           ELSE
               OPEN OUTPUT Duplicate-Work-File
               PERFORM Open-Student-Payment-File
               READ Duplicate-Payment-File
                   AT END SET End-Of-Duplicate TO TRUE
               END-READ
               PERFORM Work-One-Duplicate UNTIL End-Of-Duplicate
               PERFORM Close-Release-Batch
               CLOSE Duplicate-Payment-File, Duplicate-Work-File,
                     Student-Payment-File
               CALL "CBL_DELETE_FILE" USING WS-Duppmt-Path
               CALL "CBL_RENAME_FILE" USING WS-Duppmt-Work-Path
                   WS-Duppmt-Path
           END-IF.

       Work-One-Duplicate.
           IF Dp-Still-Open
               DISPLAY " "
               DISPLAY "DUPLICATE: Student " Dp-Student-Number
                       "  Term " Dp-Term-Code
                       "  Amount " Dp-Payment
                       "  Paid " Dp-Payment-Date
                       "  Method " Dp-Payment-Method
               DISPLAY "  Batch " Dp-Batch-Number
                       " matches " Dp-Matched-Source
                       " payment (batch " Dp-Matched-Batch ")"
                       "  From run of " Dp-Date-Processed
               MOVE Dp-Student-Number TO Su-Student-Number
               MOVE Dp-Term-Code      TO Su-Term-Code
               MOVE Dp-Payment        TO Su-Payment
               MOVE Dp-Transaction-Type TO Su-Transaction-Type
               MOVE Dp-Currency-Code TO Su-Currency-Code
               IF Su-Currency-Code NOT = SPACES
                   MOVE Dp-Original-Amount TO Su-Original-Amount
                   MOVE Dp-Payment-Date TO Su-Payment-Date
                   PERFORM Show-Foreign-Detail
               END-IF
               PERFORM Prompt-Entry-Action
               EVALUATE TRUE
                   WHEN Action-Release
                       PERFORM Correct-And-Release
                       IF Lookup-Ok
                           MOVE "RELEASED" TO Dp-Disposition
                           ADD 1 TO Ct-Duplicate-Released
                       END-IF
                   WHEN Action-Close
                       MOVE "CLOSED" TO Dp-Disposition
                       ADD 1 TO Ct-Duplicate-Closed
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           WRITE Duplicate-Work-Rec FROM Duplicate-Payment-Rec.
           READ Duplicate-Payment-File
               AT END SET End-Of-Duplicate TO TRUE
           END-READ.

      * A foreign item goes back in its own currency with its own
      * payment date, so the next StudFees run converts it at the
      * rate for the day the money arrived and books the exchange
      * difference, as for any other wire.
       Show-Foreign-Detail.
           DISPLAY "  Foreign: " Su-Original-Amount " "
                   Su-Currency-Code " sent " Su-Payment-Date
                   " - converted at the dated rate when posted".

       Prompt-Entry-Action.
           DISPLAY "(R)elease corrected, (C)lose without release, "
                   "(S)kip: " WITH NO ADVANCING.
           MOVE WS-Current-User TO SP-Approver-Id.
           MOVE "SUSP" TO SP-Payment-Method.
           MOVE SPACES TO SP-Fund-Code.
           MOVE Su-Currency-Code TO SP-Currency-Code.
           MOVE ZEROS TO SP-Original-Amount.
           IF Su-Currency-Code NOT = SPACES
               MOVE Su-Original-Amount TO SP-Original-Amount
               MOVE Su-Payment-Date TO SP-Payment-Date
           END-IF.
           WRITE SP-Rec.
           ADD 1 TO WS-Batch-Rec-Count.
           ADD SP-Payment TO WS-Batch-Hash-Total.
           PERFORM Write-Release-Log.

       Write-Release-Log.
           MOVE SPACES TO Sr-Rec.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Sr-Release-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO Sr-Release-Time.
           MOVE WS-Release-Queue TO Sr-Queue.
           MOVE SP-Student-Number TO Sr-Student-Number.
           MOVE SP-Term-Code TO Sr-Term-Code.
           MOVE SP-Payment TO Sr-Payment.
           MOVE SP-Transaction-Type TO Sr-Transaction-Type.
           MOVE WS-Current-User TO Sr-Released-By.
           WRITE Sr-Rec.

       Open-Student-Payment-File.
           OPEN EXTEND Student-Payment-File.
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
               MOVE "C:\Users\peebs\data\EXCPPMT.WRK"
                   TO WS-Excppmt-Work-Path
           END-IF.
           ACCEPT WS-Duppmt-Path FROM ENVIRONMENT "DUPPMT_PATH".
           IF WS-Duppmt-Path = SPACES
               MOVE "C:\Users\peebs\data\DUPPMT.DAT"
                   TO WS-Duppmt-Path
           END-IF.
           ACCEPT WS-Duppmt-Work-Path
               FROM ENVIRONMENT "DUPPMT_WORK_PATH".
           IF WS-Duppmt-Work-Path = SPACES
               MOVE "C:\Users\peebs\data\DUPPMT.WRK"
                   TO WS-Duppmt-Work-Path
           END-IF.
           ACCEPT WS-Studpay-Path FROM ENVIRONMENT "STUDPAY_PATH".
           IF WS-Studpay-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDPAY.DAT"
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Susprel-Path FROM ENVIRONMENT "SUSPREL_PATH".
           IF WS-Susprel-Path = SPACES
               MOVE "C:\Users\peebs\data\SUSPREL.DAT"
                   TO WS-Susprel-Path
           END-IF.
