       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FxRateMaint.
       AUTHOR.  Jon Clark.
      * Console maintenance for the dated exchange-rate table
      * (FXRATE.DAT), behind the shared User-Access-File login.
      * International students and their sponsors wire fees in their
      * own currency; StudFees credits such a payment at the rate in
      * effect on its payment date and books the gap between that and
      * the dollars the bank actually deposited as exchange gain or
      * loss.  One row per currency per effective date - a rate holds
      * from its effective date until the next row for the currency,
      * so history is kept rather than overwritten and a late-keyed
      * wire still converts at the rate of the day it was sent.
      * Rates are dollars per one unit of the foreign currency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fx-Rate-File ASSIGN TO WS-Fxrate-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fx-Key
               FILE STATUS IS Fx-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Fx-Rate-File.
       01  Fx-Rate-Rec.
           02  Fx-Key.
               03  Fx-Currency-Code    PIC X(3).
               03  Fx-Effective-Date   PIC 9(8).
           02  Fx-Currency-Name        PIC X(20).
           02  Fx-Rate                 PIC 9(4)V9(6).
           02  Fx-Entered-By           PIC X(10).
           02  Fx-Entered-Date         PIC 9(8).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Fxrate-Path              PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Fx-Status                   PIC X(2).
           88  Fx-Rec-Found            VALUE "00".
           88  Fx-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Entry-Currency           PIC X(3).
       01  WS-Entry-Date               PIC 9(8).
       01  WS-Entry-Rate               PIC X(12).
       01  WS-Entry-Name               PIC X(20).
       01  End-Of-Rates-Sw             PIC X VALUE "N".
           88  End-Of-Rates            VALUE "Y".
       01  Ct-Rates-Listed             PIC 9(4).

       01  Rate-List-Line.
           02  Rl-Currency-Code        PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Currency-Name        PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Effective-Date       PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Rate                 PIC ZZZ9.999999.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rl-Entered-By           PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Rl-Entered-Date         PIC 9(8).

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           OPEN I-O Fx-Rate-File.
           IF Fx-Status = "05" OR Fx-Status = "35"
               CLOSE Fx-Rate-File
               OPEN OUTPUT Fx-Rate-File
               CLOSE Fx-Rate-File
               OPEN I-O Fx-Rate-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.

           CLOSE Fx-Rate-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  EXCHANGE  RATE  TABLE  ----".
           DISPLAY "1. Add / Update Rate".
           DISPLAY "2. List Rates (one currency or all)".
           DISPLAY "3. Delete Rate".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Set-Rate
                      END-IF
               WHEN 2 PERFORM List-Rates
               WHEN 3 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Delete-Rate
                      END-IF
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

       Set-Rate.
           DISPLAY "Currency code (ISO, e.g. GBP): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Currency.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Currency)
               TO WS-Entry-Currency.
           IF WS-Entry-Currency = SPACES OR WS-Entry-Currency = "USD"
               DISPLAY "A foreign currency code is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Date.
           IF WS-Entry-Date = ZEROS
               DISPLAY "Effective date may not be zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Currency TO Fx-Currency-Code.
           MOVE WS-Entry-Date TO Fx-Effective-Date.
           READ Fx-Rate-File
               KEY IS Fx-Key
               INVALID KEY MOVE "23" TO Fx-Status
           END-READ.
           IF Fx-Rec-Found
               MOVE Fx-Rate TO Rl-Rate
               DISPLAY "Updating " Fx-Currency-Code " from "
                   Fx-Effective-Date " - currently " Rl-Rate
           ELSE
               MOVE SPACES TO Fx-Rate-Rec
               MOVE WS-Entry-Currency TO Fx-Currency-Code
               MOVE WS-Entry-Date TO Fx-Effective-Date
               MOVE ZEROS TO Fx-Rate
           END-IF.
           DISPLAY "Currency name (blank = keep): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Name.
           IF WS-Entry-Name NOT = SPACES
               MOVE WS-Entry-Name TO Fx-Currency-Name
           END-IF.
           DISPLAY "Dollars per one " Fx-Currency-Code
               " (e.g. 1.274350): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Rate.
           IF FUNCTION TEST-NUMVAL(WS-Entry-Rate) NOT = ZERO
               DISPLAY "Rate is not a number - not saved."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE Fx-Rate = FUNCTION NUMVAL(WS-Entry-Rate).
           IF Fx-Rate = ZEROS
               DISPLAY "Rate may not be zero - not saved."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Current-User TO Fx-Entered-By.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Fx-Entered-Date.
           IF Fx-Rec-Found
               REWRITE Fx-Rate-Rec
                   INVALID KEY DISPLAY "Rewrite failed - status "
                       Fx-Status
               END-REWRITE
           ELSE
               WRITE Fx-Rate-Rec
                   INVALID KEY DISPLAY "Write failed - status "
                       Fx-Status
               END-WRITE
           END-IF.
           DISPLAY "Rate for " Fx-Currency-Code " from "
               Fx-Effective-Date " saved.".

       List-Rates.
           DISPLAY "Currency code (blank = all): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Currency.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Currency)
               TO WS-Entry-Currency.
           MOVE LOW-VALUES TO Fx-Key.
           IF WS-Entry-Currency NOT = SPACES
               MOVE WS-Entry-Currency TO Fx-Currency-Code
               MOVE ZEROS TO Fx-Effective-Date
           END-IF.
           MOVE "N" TO End-Of-Rates-Sw.
           MOVE ZEROS TO Ct-Rates-Listed.
           START Fx-Rate-File
               KEY IS NOT LESS THAN Fx-Key
               INVALID KEY SET End-Of-Rates TO TRUE
           END-START.
           PERFORM List-One-Rate UNTIL End-Of-Rates.
           DISPLAY Ct-Rates-Listed " rate(s) listed.".

       List-One-Rate.
           READ Fx-Rate-File NEXT RECORD
               AT END SET End-Of-Rates TO TRUE
           END-READ.
           IF End-Of-Rates
               EXIT PARAGRAPH
           END-IF.
           IF WS-Entry-Currency NOT = SPACES
              AND Fx-Currency-Code NOT = WS-Entry-Currency
               SET End-Of-Rates TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Fx-Currency-Code TO Rl-Currency-Code.
           MOVE Fx-Currency-Name TO Rl-Currency-Name.
           MOVE Fx-Effective-Date TO Rl-Effective-Date.
           MOVE Fx-Rate TO Rl-Rate.
           MOVE Fx-Entered-By TO Rl-Entered-By.
           MOVE Fx-Entered-Date TO Rl-Entered-Date.
           DISPLAY Rate-List-Line.
           ADD 1 TO Ct-Rates-Listed.

       Delete-Rate.
           DISPLAY "Currency code: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Currency.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Currency)
               TO WS-Entry-Currency.
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Date.
           MOVE WS-Entry-Currency TO Fx-Currency-Code.
           MOVE WS-Entry-Date TO Fx-Effective-Date.
           READ Fx-Rate-File
               KEY IS Fx-Key
               INVALID KEY MOVE "23" TO Fx-Status
           END-READ.
           IF Fx-Rec-Not-Found
               DISPLAY "No " WS-Entry-Currency " rate effective "
                   WS-Entry-Date " on file."
           ELSE
               DELETE Fx-Rate-File
                   INVALID KEY DISPLAY "Delete failed - status "
                       Fx-Status
               END-DELETE
               DISPLAY "Rate deleted."
           END-IF.

       Load-User-Access-Table.
           OPEN INPUT User-Access-File.
           IF Ua-File-Status = "00"
               PERFORM UNTIL Ua-File-Status = "10"
                   READ User-Access-File
                       AT END MOVE "10" TO Ua-File-Status
                       NOT AT END PERFORM Load-One-User-Access
                   END-READ
               END-PERFORM
               CLOSE User-Access-File
           ELSE
               DISPLAY "User access file not found - no logins "
                       "available."
           END-IF.

       Load-One-User-Access.
           IF WS-User-Access-Count < WS-User-Access-Max
               ADD 1 TO WS-User-Access-Count
               MOVE Ua-UserId   TO Ua-UserId-Tbl(WS-User-Access-Count)
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
           DISPLAY " ".
           DISPLAY "User ID: " WITH NO ADVANCING.
           ACCEPT WS-Login-Userid.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-Login-Password.
           MOVE "N" TO WS-Login-Ok-Sw.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Login-Userid
                   AND Ua-Password-Tbl(Ua-Idx) = WS-Login-Password
                   MOVE "Y" TO WS-Login-Ok-Sw
                   MOVE WS-Login-Userid TO WS-Current-User
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

       Resolve-Data-Paths.
           ACCEPT WS-Fxrate-Path FROM ENVIRONMENT "FXRATE_PATH".
           IF WS-Fxrate-Path = SPACES
               MOVE "C:\Users\peebs\data\FXRATE.DAT"
                   TO WS-Fxrate-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
