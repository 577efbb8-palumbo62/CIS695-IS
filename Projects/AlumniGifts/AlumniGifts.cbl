       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AlumniGifts.
       AUTHOR.  Jon Clark.
      * Console gift and pledge maintenance for the development
      * office, behind the shared User-Access-File login.  Donations
      * used to be kept in a database of their own with no tie to
      * the alumni archive, so nobody could say which donors were our
      * graduates.  Every gift and pledge is now recorded on GIFTS.DAT
      * against the donor's alumni ID (Al-Student-Id on ALUMNI.DAT,
      * as AlumniArchive writes it), numbered in sequence per alumnus
      * the way Status-History-File numbers a student's entries:
      *   G - an outright gift: date received, amount, fund
      *       designation, payment method and check or card
      *       reference.
      *   P - a pledge: the total promised, the fund, the intended
      *       payment method and the schedule - number of
      *       installments, frequency (monthly, quarterly, annual)
      *       and the first due date.  The pledge keeps the running
      *       amount received against it and closes itself once
      *       fully paid.
      *   Y - a payment on a pledge, carrying the sequence number of
      *       the pledge it pays.  It is receipted like a gift.
      * A gift or payment keyed in error is voided rather than
      * deleted - a voided payment comes back off its pledge - and an
      * open pledge the donor withdraws from is cancelled, which
      * stops its reminders.  Each row records who keyed it.
      *
      * AlumniGiftRuns prints the acknowledgement letters with tax
      * receipt wording, the pledge reminders and the giving report
      * from this file.
      *
      * Recording, voiding and cancelling need the Maintenance role;
      * any login can look up an alumnus's giving history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gift-File ASSIGN TO WS-Gifts-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gf-Key
               FILE STATUS IS Gf-Status.

           SELECT Alumni-File ASSIGN TO WS-Alumni-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Al-Student-Id
               FILE STATUS IS Al-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * One row per gift, pledge or pledge payment, keyed alumni ID +
      * sequence.  The schedule fields are used on pledges only, and
      * Gf-Pledge-Seq on pledge payments only.  Gf-Ack-Date stays zero
      * until AlumniGiftRuns prints the acknowledgement letter.
       FD  Gift-File.
       01  Gf-Rec.
           02  Gf-Key.
               03  Gf-Alumni-Id            PIC 9(5).
               03  Gf-Sequence-Num         PIC 9(3).
           02  Gf-Entry-Type               PIC X(1).
               88  Gf-Gift                 VALUE "G".
               88  Gf-Pledge               VALUE "P".
               88  Gf-Pledge-Payment       VALUE "Y".
           02  Gf-Gift-Date                PIC 9(8).
           02  Gf-Amount                   PIC 9(7)V99.
           02  Gf-Fund-Code                PIC X(10).
           02  Gf-Payment-Method           PIC X(5).
           02  Gf-Reference                PIC X(15).
           02  Gf-Pledge-Seq               PIC 9(3).
           02  Gf-Installments             PIC 9(2).
           02  Gf-Frequency                PIC X(1).
               88  Gf-Monthly              VALUE "M".
               88  Gf-Quarterly            VALUE "Q".
               88  Gf-Annual               VALUE "A".
           02  Gf-First-Due-Date           PIC 9(8).
           02  Gf-Amount-Received          PIC 9(7)V99.
           02  Gf-Last-Reminder-Date       PIC 9(8).
           02  Gf-Entry-Status             PIC X(1).
               88  Gf-Active               VALUE "A".
               88  Gf-Fulfilled            VALUE "F".
               88  Gf-Cancelled            VALUE "C".
               88  Gf-Voided               VALUE "V".
           02  Gf-Status-Date              PIC 9(8).
           02  Gf-Ack-Date                 PIC 9(8).
           02  Gf-Entered-By               PIC X(10).
           02  Gf-Entered-Date             PIC 9(8).

       FD  Alumni-File.
       01  Alumni-Rec.
           02  Al-Student-Id       PIC 9(5).
           02  Al-Name.
               03  Al-Lastname     PIC X(20).
               03  Al-Firstname    PIC X(15).
               03  Al-Middlename   PIC X(15).
           02  Al-DateOfBirth      PIC 9(8).
           02  Al-SSN              PIC 9(9).
           02  Al-Gender           PIC X.
           02  Al-Address          PIC X(30).
           02  Al-City             PIC X(20).
           02  Al-State            PIC X(2).
           02  Al-ZipCode          PIC 9(5).
           02  Al-CourseCode       PIC X(4).
           02  Al-Campus-Code      PIC X(4).
           02  Al-Graduation-Date  PIC 9(8).
           02  Al-Archived-Date    PIC 9(8).
           02  Al-Confidential-Flag PIC X.

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
       01  WS-Gifts-Path               PIC X(260).
       01  WS-Alumni-Path              PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Gf-Status                   PIC X(2).
           88  Gf-Rec-Found            VALUE "00".
           88  Gf-Rec-Not-Found        VALUE "23".
       01  Al-Status                   PIC X(2).
           88  Al-Rec-Found            VALUE "00".
           88  Al-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Today                    PIC 9(8).
       01  WS-Query-Alumni-Id          PIC 9(5).
       01  WS-Query-Sequence           PIC 9(3).
       01  WS-Next-Sequence            PIC 9(3).
       01  WS-Entry-Date               PIC 9(8).
       01  WS-Entry-Amount             PIC 9(7)V99.
       01  WS-Entry-Fund               PIC X(10).
       01  WS-Entry-Method             PIC X(5).
           88  Method-Valid            VALUE "CASH" "CHECK" "CARD"
                                             "WIRE".
       01  WS-Entry-Reference          PIC X(15).
       01  WS-Entry-Installments       PIC 9(2).
       01  WS-Entry-Frequency          PIC X(1).
           88  Frequency-Valid         VALUE "M" "Q" "A".
       01  WS-Entry-First-Due          PIC 9(8).
       01  WS-Pledge-Balance           PIC 9(7)V99.
       01  WS-Saved-Gf-Rec             PIC X(130).

       01  WS-Amount-Ed                PIC $$,$$$,$$9.99.
       01  WS-Date-Ok-Sw               PIC X VALUE "N".
           88  Date-Ok                 VALUE "Y".
       01  Confirm-Reply               PIC X VALUE "N".
           88  Confirmed               VALUE "Y" "y".

       01  Ct-History-Rows             PIC 9(4).
       01  Tot-History-Given           PIC 9(9)V99.
       01  Tot-History-Pledged         PIC 9(9)V99.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Alumni-File.
           IF Al-Status NOT = "00"
               DISPLAY "Alumni archive not available - gifts cannot "
                       "be recorded."
               STOP RUN
           END-IF.
           OPEN I-O Gift-File.
           IF Gf-Status = "05" OR Gf-Status = "35"
               CLOSE Gift-File
               OPEN OUTPUT Gift-File
               CLOSE Gift-File
               OPEN I-O Gift-File
           END-IF.
           MOVE Gf-Status TO WS-Chk-Status.
           MOVE "OPEN Gift-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 6.

           CLOSE Gift-File, Alumni-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  ALUMNI  GIFTS  AND  PLEDGES  ----".
           DISPLAY "1. Record a Gift".
           DISPLAY "2. Record a Pledge".
           DISPLAY "3. Record a Pledge Payment".
           DISPLAY "4. Void a Gift / Cancel a Pledge".
           DISPLAY "5. Giving History for an Alumnus".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           IF Main-Menu-Choice >= 1 AND Main-Menu-Choice <= 4
               AND NOT Role-Is-Maintenance
               DISPLAY "Maintenance role required."
               EXIT PARAGRAPH
           END-IF.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Record-Gift
               WHEN 2 PERFORM Record-Pledge
               WHEN 3 PERFORM Record-Pledge-Payment
               WHEN 4 PERFORM Void-Or-Cancel-Entry
               WHEN 5 PERFORM Show-Giving-History
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Record-Gift.
           PERFORM Get-Alumnus.
           IF NOT Al-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           PERFORM Get-Gift-Details.
           IF WS-Entry-Amount = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Record gift of " WS-Amount-Ed " to "
                   WS-Entry-Fund "? (Y/N): " WITH NO ADVANCING.
           ACCEPT Confirm-Reply.
           IF NOT Confirmed
               DISPLAY "Gift NOT recorded."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Build-New-Entry.
           MOVE "G" TO Gf-Entry-Type.
           PERFORM Write-New-Entry.

       Record-Pledge.
           PERFORM Get-Alumnus.
           IF NOT Al-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pledge date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-Entry-Date.
           PERFORM Default-Entry-Date.
           IF NOT Date-Ok
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Total amount pledged: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Amount.
           IF WS-Entry-Amount = ZERO
               DISPLAY "No amount entered - pledge NOT recorded."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Get-Fund-And-Method.
           IF NOT Method-Valid
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Number of installments (1-99): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Installments.
           IF WS-Entry-Installments = ZERO
               MOVE 1 TO WS-Entry-Installments
           END-IF.
           MOVE "A" TO WS-Entry-Frequency.
           IF WS-Entry-Installments > 1
               DISPLAY "Frequency (M)onthly (Q)uarterly (A)nnual: "
                   WITH NO ADVANCING
               ACCEPT WS-Entry-Frequency
               MOVE FUNCTION UPPER-CASE(WS-Entry-Frequency)
                   TO WS-Entry-Frequency
               IF NOT Frequency-Valid
                   DISPLAY "Frequency must be M, Q or A - pledge NOT "
                           "recorded."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "First installment due (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-Entry-First-Due.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-First-Due) NOT = 0
               OR WS-Entry-First-Due < WS-Entry-Date
               DISPLAY "First due date must be a real date on or "
                       "after the pledge date - pledge NOT recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-Amount TO WS-Amount-Ed.
           DISPLAY "Record pledge of " WS-Amount-Ed " in "
                   WS-Entry-Installments " installment(s)? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT Confirm-Reply.
           IF NOT Confirmed
               DISPLAY "Pledge NOT recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Entry-Reference.
           PERFORM Build-New-Entry.
           MOVE "P" TO Gf-Entry-Type.
           MOVE WS-Entry-Installments TO Gf-Installments.
           MOVE WS-Entry-Frequency TO Gf-Frequency.
           MOVE WS-Entry-First-Due TO Gf-First-Due-Date.
           PERFORM Write-New-Entry.

      * The payment is written as its own receipted row and added to
      * the pledge's amount received; the pledge closes as fulfilled
      * once it is paid in full.
       Record-Pledge-Payment.
           PERFORM Get-Alumnus.
           IF NOT Al-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pledge sequence number: " WITH NO ADVANCING.
           ACCEPT WS-Query-Sequence.
           MOVE WS-Query-Alumni-Id TO Gf-Alumni-Id.
           MOVE WS-Query-Sequence TO Gf-Sequence-Num.
           READ Gift-File
               KEY IS Gf-Key
               INVALID KEY MOVE "23" TO Gf-Status
           END-READ.
           IF NOT Gf-Rec-Found OR NOT Gf-Pledge
               DISPLAY "No pledge " WS-Query-Sequence " for alumnus "
                       WS-Query-Alumni-Id "."
               EXIT PARAGRAPH
           END-IF.
           IF NOT Gf-Active
               DISPLAY "That pledge is no longer open (status "
                       Gf-Entry-Status ")."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Pledge-Balance = Gf-Amount - Gf-Amount-Received.
           MOVE WS-Pledge-Balance TO WS-Amount-Ed.
           DISPLAY "Pledge fund " Gf-Fund-Code "  balance "
                   WS-Amount-Ed.
           PERFORM Get-Gift-Details.
           IF WS-Entry-Amount = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-Entry-Amount > WS-Pledge-Balance
               DISPLAY "Payment is more than the pledge balance - "
                       "record the excess as a separate gift."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Record payment of " WS-Amount-Ed
                   " on this pledge? (Y/N): " WITH NO ADVANCING.
           ACCEPT Confirm-Reply.
           IF NOT Confirmed
               DISPLAY "Payment NOT recorded."
               EXIT PARAGRAPH
           END-IF.
           ADD WS-Entry-Amount TO Gf-Amount-Received.
           IF Gf-Amount-Received >= Gf-Amount
               SET Gf-Fulfilled TO TRUE
               MOVE WS-Today TO Gf-Status-Date
           END-IF.
           REWRITE Gf-Rec
               INVALID KEY
                   MOVE Gf-Status TO WS-Chk-Status
                   MOVE "REWRITE Gift-File (pledge paid)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           IF Gf-Fulfilled
               DISPLAY "Pledge " WS-Query-Sequence " is now paid in "
                       "full."
           END-IF.
           PERFORM Build-New-Entry.
           MOVE "Y" TO Gf-Entry-Type.
           MOVE WS-Query-Sequence TO Gf-Pledge-Seq.
           PERFORM Write-New-Entry.

      * A gift or payment is voided; a pledge is cancelled.  Either
      * way the row stays on file for the audit trail.
       Void-Or-Cancel-Entry.
           PERFORM Get-Alumnus.
           IF NOT Al-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sequence number to void or cancel: "
               WITH NO ADVANCING.
           ACCEPT WS-Query-Sequence.
           MOVE WS-Query-Alumni-Id TO Gf-Alumni-Id.
           MOVE WS-Query-Sequence TO Gf-Sequence-Num.
           READ Gift-File
               KEY IS Gf-Key
               INVALID KEY MOVE "23" TO Gf-Status
           END-READ.
           IF NOT Gf-Rec-Found
               DISPLAY "No entry " WS-Query-Sequence " for alumnus "
                       WS-Query-Alumni-Id "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Display-Entry-Line.
           IF Gf-Voided OR Gf-Cancelled
               DISPLAY "Entry is already voided or cancelled."
               EXIT PARAGRAPH
           END-IF.
           IF Gf-Pledge AND Gf-Fulfilled
               DISPLAY "Pledge is paid in full - void its payments "
                       "first."
               EXIT PARAGRAPH
           END-IF.
           IF Gf-Ack-Date NOT = ZEROS AND NOT Gf-Pledge
               DISPLAY "A tax receipt went out for this on "
                       Gf-Ack-Date " - the donor must be told."
           END-IF.
           IF Gf-Pledge
               DISPLAY "Cancel the remaining balance of this pledge? "
                       "(Y/N): " WITH NO ADVANCING
           ELSE
               DISPLAY "Void this entry? (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT Confirm-Reply.
           IF NOT Confirmed
               DISPLAY "Entry left as it was."
               EXIT PARAGRAPH
           END-IF.
           IF Gf-Pledge
               SET Gf-Cancelled TO TRUE
           ELSE
               SET Gf-Voided TO TRUE
           END-IF.
           MOVE WS-Today TO Gf-Status-Date.
           REWRITE Gf-Rec
               INVALID KEY
                   MOVE Gf-Status TO WS-Chk-Status
                   MOVE "REWRITE Gift-File (void)" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           IF Gf-Pledge-Payment
               PERFORM Reverse-Pledge-Payment
           END-IF.
           IF Gf-Cancelled
               DISPLAY "Pledge " WS-Query-Sequence " cancelled."
           ELSE
               DISPLAY "Entry " WS-Query-Sequence " voided."
           END-IF.

      * Takes a voided payment back off its pledge, reopening the
      * pledge if the payment had completed it.
       Reverse-Pledge-Payment.
           MOVE Gf-Rec TO WS-Saved-Gf-Rec.
           MOVE Gf-Amount TO WS-Entry-Amount.
           MOVE Gf-Pledge-Seq TO Gf-Sequence-Num.
           READ Gift-File
               KEY IS Gf-Key
               INVALID KEY MOVE "23" TO Gf-Status
           END-READ.
           IF Gf-Rec-Found AND Gf-Pledge
               IF WS-Entry-Amount > Gf-Amount-Received
                   MOVE ZEROS TO Gf-Amount-Received
               ELSE
                   SUBTRACT WS-Entry-Amount FROM Gf-Amount-Received
               END-IF
               IF Gf-Fulfilled
                   SET Gf-Active TO TRUE
                   MOVE WS-Today TO Gf-Status-Date
               END-IF
               REWRITE Gf-Rec
                   INVALID KEY
                       MOVE Gf-Status TO WS-Chk-Status
                       MOVE "REWRITE Gift-File (payment void)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
               DISPLAY "Payment taken back off pledge "
                       Gf-Sequence-Num "."
           END-IF.
           MOVE WS-Saved-Gf-Rec TO Gf-Rec.

       Show-Giving-History.
           PERFORM Get-Alumnus.
           IF NOT Al-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO Ct-History-Rows Tot-History-Given
                         Tot-History-Pledged.
           MOVE WS-Query-Alumni-Id TO Gf-Alumni-Id.
           MOVE ZEROS TO Gf-Sequence-Num.
           START Gift-File
               KEY IS >= Gf-Key
               INVALID KEY SET Gf-Rec-Not-Found TO TRUE
           END-START.
           IF Gf-Rec-Found
               READ Gift-File NEXT RECORD
                   AT END SET Gf-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Gf-Rec-Not-Found
                       OR Gf-Alumni-Id NOT = WS-Query-Alumni-Id
                   ADD 1 TO Ct-History-Rows
                   PERFORM Display-Entry-Line
                   IF (Gf-Gift OR Gf-Pledge-Payment)
                       AND NOT Gf-Voided
                       ADD Gf-Amount TO Tot-History-Given
                   END-IF
                   IF Gf-Pledge AND NOT Gf-Cancelled
                       ADD Gf-Amount TO Tot-History-Pledged
                   END-IF
                   READ Gift-File NEXT RECORD
                       AT END SET Gf-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF Ct-History-Rows = ZERO
               DISPLAY "No gifts or pledges on file."
           ELSE
               MOVE Tot-History-Given TO WS-Amount-Ed
               DISPLAY "Total given  : " WS-Amount-Ed
               MOVE Tot-History-Pledged TO WS-Amount-Ed
               DISPLAY "Total pledged: " WS-Amount-Ed
           END-IF.

       Display-Entry-Line.
           MOVE Gf-Amount TO WS-Amount-Ed.
           EVALUATE TRUE
               WHEN Gf-Gift
                   DISPLAY "  " Gf-Sequence-Num " GIFT    "
                           Gf-Gift-Date " " WS-Amount-Ed " "
                           Gf-Fund-Code " " Gf-Payment-Method
                           " " Gf-Entry-Status
               WHEN Gf-Pledge
                   DISPLAY "  " Gf-Sequence-Num " PLEDGE  "
                           Gf-Gift-Date " " WS-Amount-Ed " "
                           Gf-Fund-Code " " Gf-Installments "x"
                           Gf-Frequency " from " Gf-First-Due-Date
                           " " Gf-Entry-Status
                   MOVE Gf-Amount-Received TO WS-Amount-Ed
                   DISPLAY "               received so far "
                           WS-Amount-Ed
               WHEN Gf-Pledge-Payment
                   DISPLAY "  " Gf-Sequence-Num " PAYMENT "
                           Gf-Gift-Date " " WS-Amount-Ed " "
                           Gf-Fund-Code " " Gf-Payment-Method
                           " " Gf-Entry-Status " on pledge "
                           Gf-Pledge-Seq
           END-EVALUATE.

       Get-Alumnus.
           DISPLAY "Alumni ID: " WITH NO ADVANCING.
           ACCEPT WS-Query-Alumni-Id.
           MOVE WS-Query-Alumni-Id TO Al-Student-Id.
           READ Alumni-File
               KEY IS Al-Student-Id
               INVALID KEY MOVE "23" TO Al-Status
           END-READ.
           IF Al-Rec-Found
               DISPLAY "Alumnus : " Al-Firstname " " Al-Lastname
                       "  Course " Al-CourseCode
                       "  Class of " Al-Graduation-Date(1:4)
           ELSE
               DISPLAY "No alumni record for ID " WS-Query-Alumni-Id
           END-IF.

       Get-Gift-Details.
           MOVE ZEROS TO WS-Entry-Amount.
           DISPLAY "Date received (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-Entry-Date.
           PERFORM Default-Entry-Date.
           IF NOT Date-Ok
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Amount: " WITH NO ADVANCING.
           ACCEPT WS-Entry-Amount.
           IF WS-Entry-Amount = ZERO
               DISPLAY "No amount entered - nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Get-Fund-And-Method.
           IF NOT Method-Valid
               MOVE ZEROS TO WS-Entry-Amount
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Check number / card reference: "
               WITH NO ADVANCING.
           ACCEPT WS-Entry-Reference.
           MOVE WS-Entry-Amount TO WS-Amount-Ed.

      * A pledge payment goes to the pledge's own fund; anything
      * else asks, unrestricted by default.
       Get-Fund-And-Method.
           IF Main-Menu-Choice = 3
               MOVE Gf-Fund-Code TO WS-Entry-Fund
           ELSE
               DISPLAY "Fund designation (blank = UNRESTRICT): "
                   WITH NO ADVANCING
               ACCEPT WS-Entry-Fund
               MOVE FUNCTION UPPER-CASE(WS-Entry-Fund) TO WS-Entry-Fund
               IF WS-Entry-Fund = SPACES
                   MOVE "UNRESTRICT" TO WS-Entry-Fund
               END-IF
           END-IF.
           DISPLAY "Payment method (CASH/CHECK/CARD/WIRE): "
               WITH NO ADVANCING.
           ACCEPT WS-Entry-Method.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Method) TO WS-Entry-Method.
           IF NOT Method-Valid
               DISPLAY "Unknown payment method - nothing recorded."
           END-IF.

       Default-Entry-Date.
           MOVE "Y" TO WS-Date-Ok-Sw.
           IF WS-Entry-Date = ZEROS
               MOVE WS-Today TO WS-Entry-Date
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
               OR WS-Entry-Date > WS-Today
               DISPLAY "Date must be a real date, not in the future "
                       "- nothing recorded."
               MOVE "N" TO WS-Date-Ok-Sw
           END-IF.

       Build-New-Entry.
           PERFORM Find-Next-Gift-Sequence.
           MOVE SPACES TO Gf-Rec.
           MOVE WS-Query-Alumni-Id TO Gf-Alumni-Id.
           MOVE WS-Next-Sequence TO Gf-Sequence-Num.
           MOVE WS-Entry-Date TO Gf-Gift-Date.
           MOVE WS-Entry-Amount TO Gf-Amount.
           MOVE WS-Entry-Fund TO Gf-Fund-Code.
           MOVE WS-Entry-Method TO Gf-Payment-Method.
           MOVE WS-Entry-Reference TO Gf-Reference.
           MOVE ZEROS TO Gf-Pledge-Seq Gf-Installments
                         Gf-First-Due-Date Gf-Amount-Received
                         Gf-Last-Reminder-Date Gf-Ack-Date.
           SET Gf-Active TO TRUE.
           MOVE WS-Today TO Gf-Status-Date.
           MOVE WS-Login-Userid TO Gf-Entered-By.
           MOVE WS-Today TO Gf-Entered-Date.

       Write-New-Entry.
           WRITE Gf-Rec
               INVALID KEY
                   MOVE Gf-Status TO WS-Chk-Status
                   MOVE "WRITE Gift-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
               NOT INVALID KEY
                   DISPLAY "Recorded as alumnus " Gf-Alumni-Id
                           " entry " Gf-Sequence-Num "."
           END-WRITE.

      * Same highest-sequence-wins idiom AlumniReadmit uses on the
      * status history file.
       Find-Next-Gift-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE Gf-Rec TO WS-Saved-Gf-Rec.
           MOVE WS-Query-Alumni-Id TO Gf-Alumni-Id.
           MOVE 999 TO Gf-Sequence-Num.
           START Gift-File
               KEY IS <= Gf-Key
               INVALID KEY SET Gf-Rec-Not-Found TO TRUE
           END-START.
           IF Gf-Rec-Found
               READ Gift-File
                   AT END SET Gf-Rec-Not-Found TO TRUE
               END-READ
               IF Gf-Rec-Found
                   AND Gf-Alumni-Id = WS-Query-Alumni-Id
                   COMPUTE WS-Next-Sequence = Gf-Sequence-Num + 1
               END-IF
           END-IF.
           MOVE WS-Saved-Gf-Rec TO Gf-Rec.

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
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

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
           ACCEPT WS-Gifts-Path FROM ENVIRONMENT "GIFTS_PATH".
           IF WS-Gifts-Path = SPACES
               MOVE "GIFTS.DAT" TO WS-Gifts-Path
           END-IF.
           ACCEPT WS-Alumni-Path FROM ENVIRONMENT "ALUMNI_PATH".
           IF WS-Alumni-Path = SPACES
               MOVE "ALUMNI.DAT" TO WS-Alumni-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
