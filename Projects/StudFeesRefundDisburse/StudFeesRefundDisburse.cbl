      * The history file is rewritten through the work-file-and-
      * rename lifecycle StudFeesRefundApproval uses on PENDREF.DAT;
      * a stamped record can never be picked up and paid twice.
      *
      * A check run also appends every check's number, amount and
      * payee to the bank's positive-pay issue file (POSPAY.DAT), so
      * a forged or altered refund check is refused at the bank.
      * Voids and stale-dated checks are StudFeesCheckVoid's job.
      *
      * A check whose address in effect ReturnedMail has flagged
      * undeliverable still prints, but with a HOLD line where the
      * address would go, so the mail room keeps it for pickup; a
      * REFHOLD notice is queued on NOTIFYQ.DAT so NotifyDispatch
      * tells the student by email or phone instead.
      *
      * The operator running the disbursement signs in with a user ID
      * that is stamped on every record paid in the run, completing
      * the requester / approver / disburser trail the nightly
      * segregation-of-duties report checks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Ach-Credit-File ASSIGN TO WS-Achcred-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Positive-Pay-File ASSIGN TO WS-Pospay-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pp-File-Status.

           SELECT Address-History-File ASSIGN TO WS-Addrhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ah-Key
               FILE STATUS IS Ah-Status.

           SELECT Bad-Address-File ASSIGN TO WS-Badaddr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ba-Address-Key
               FILE STATUS IS Ba-Status.

           SELECT Notify-Queue-File ASSIGN TO WS-Notifyq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Refund-History-File.
           02  Rh-Disbursed-Date               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rh-Disburse-Ref                 PIC X(10).
           02  FILLER                          PIC X(1).
           02  Rh-Check-Status                 PIC X(1).
           02  FILLER                          PIC X(1).
           02  Rh-Check-Status-Date            PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Rh-Requested-By                 PIC X(8).
           02  FILLER                          PIC X(1).
           02  Rh-Disbursed-By                 PIC X(8).

       FD  Refund-History-Work-File.
       01  Refund-History-Work-Rec             PIC X(99).

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

       FD  Check-Print-File.
       01  Check-Print-Line                    PIC X(76).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ac-Trace-Number                 PIC 9(7).

      * Positive-pay issue file for the bank - one row per check
      * issued (and, from StudFeesCheckVoid, per check voided or
      * stale-dated) so a check whose number or amount the bank has
      * not been told about is returned instead of paid.  Every
      * producer appends; the bank transmission picks the file up.
       FD  Positive-Pay-File.
       01  Positive-Pay-Rec.
           02  Pp-Account-Id                   PIC X(10).
           02  FILLER                          PIC X(1).
           02  Pp-Action-Code                  PIC X(1).
               88  Pp-Is-Issue                 VALUE "I".
               88  Pp-Is-Void                  VALUE "V".
           02  FILLER                          PIC X(1).
           02  Pp-Check-Number                 PIC 9(7).
           02  FILLER                          PIC X(1).
           02  Pp-Amount                       PIC 9(8)V99.
           02  FILLER                          PIC X(1).
           02  Pp-Issue-Date                   PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Pp-Payee-Name                   PIC X(30).

      * Effective-dated address history maintained by AddressHistory
      * and StudentAdminForm - the mailing (type M, falling back to
      * home type H) address in effect on the letter date is the one
           02  Ah-State                    PIC X(2).
           02  Ah-Zip-Code                 PIC 9(5).

      * Address rows flagged undeliverable by ReturnedMail, keyed the
      * same as Address-History-File.
       FD  Bad-Address-File.
       01  Ba-Rec.
           02  Ba-Address-Key.
               03  Ba-Student-Id           PIC 9(5).
               03  Ba-Address-Type         PIC X(1).
               03  Ba-Effective-Date       PIC 9(8).
           02  Ba-Flagged-Date             PIC 9(8).
           02  Ba-Flagged-By               PIC X(10).
           02  Ba-Return-Count             PIC 9(3).
           02  Ba-Last-Return-Date         PIC 9(8).
           02  Ba-Last-Mail-Piece          PIC X(10).

       FD  Notify-Queue-File.
       01  Notify-Queue-Rec.
           02  Nq-Queued-Date              PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Nq-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Nq-Event-Code               PIC X(8).
           02  FILLER                      PIC X(1).
           02  Nq-Message                  PIC X(50).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Checkprt-Path            PIC X(260).
       01  WS-Achcred-Path             PIC X(260).
       01  WS-Pospay-Path              PIC X(260).
       01  Pp-File-Status              PIC X(2).

       01  Rh-File-Status              PIC X(2).
       01  SM-File-Status              PIC X(2).
           88  Ah-Rec-Not-Found        VALUE "23".
       01  WS-Addrhist-Sw              PIC X VALUE "N".
           88  Addrhist-Available      VALUE "Y".
       01  WS-Badaddr-Path             PIC X(260).
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".
       01  WS-Badaddr-Sw               PIC X VALUE "N".
           88  Badaddr-Available       VALUE "Y".
       01  WS-Notifyq-Path             PIC X(260).
       01  Nq-File-Status              PIC X(2).
       01  Address-Resolution-Items.
           02  WS-Addr-Lookup-Id       PIC 9(5).
           02  WS-Addr-Found-Sw        PIC X.
               88  Mailing-Address-Found VALUE "Y".
           02  WS-Addr-Bad-Sw          PIC X.
               88  Address-Undeliverable VALUE "Y".
           02  WS-Addr-Want-Type       PIC X(1).
           02  WS-Resolved-Key         PIC X(14).
           02  WS-Resolved-Address     PIC X(30).
           02  WS-Resolved-City        PIC X(20).
           02  WS-Resolved-State       PIC X(2).
           88  Mode-Ach                VALUE "A" "a".

       01  WS-Today                    PIC 9(8).
       01  WS-Disburser-Id             PIC X(8).
       01  WS-Next-Check-Number        PIC 9(7) VALUE 1.
       01  WS-Trace-Counter            PIC 9(7) VALUE ZEROS.
       01  WS-Payee-Name               PIC X(30).
       01  WS-Check-Amount-Ed          PIC $$$$,$$9.99.
       01  Ct-Disbursed                PIC 9(5) VALUE ZEROS.
       01  Ct-Pospay-Issued            PIC 9(5) VALUE ZEROS.
       01  Ct-Checks-Held              PIC 9(5) VALUE ZEROS.
       01  Ct-Passed-Through           PIC 9(5) VALUE ZEROS.
       01  Total-Disbursed             PIC 9(8)V99 VALUE ZEROS.

           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           DISPLAY "Enter disbursing operator ID: " WITH NO ADVANCING.
           ACCEPT WS-Disburser-Id.
           IF WS-Disburser-Id = SPACES
               DISPLAY "No operator ID entered - exiting."
               STOP RUN
           END-IF.
           DISPLAY "(C)heck print run or (A)CH credit run: "
               WITH NO ADVANCING.
           ACCEPT WS-Run-Mode.
           OPEN OUTPUT Refund-History-Work-File.
           OPEN INPUT Student-Master-File.
           OPEN INPUT Address-History-File.
           OPEN INPUT Bad-Address-File.
           IF Ba-Status = "00"
               MOVE "Y" TO WS-Badaddr-Sw
           END-IF.
           IF Ah-Status = "00"
               MOVE "Y" TO WS-Addrhist-Sw
           END-IF.
           IF Mode-Checks
               OPEN OUTPUT Check-Print-File
               OPEN EXTEND Positive-Pay-File
               IF Pp-File-Status = "05" OR Pp-File-Status = "35"
                   OPEN OUTPUT Positive-Pay-File
               END-IF
           ELSE
               OPEN OUTPUT Ach-Credit-File
           END-IF.
           IF Addrhist-Available
               CLOSE Address-History-File
           END-IF.
           IF Badaddr-Available
               CLOSE Bad-Address-File
           END-IF.
           IF Mode-Checks
               CLOSE Check-Print-File, Positive-Pay-File
           ELSE
               CLOSE Ach-Credit-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  REFUND  DISBURSEMENT  RUN  COMPLETE  ----".
           DISPLAY "Refunds disbursed   : " Ct-Disbursed.
           IF Mode-Checks
               DISPLAY "Positive-pay issues : " Ct-Pospay-Issued
               DISPLAY "Held - bad address  : " Ct-Checks-Held
           END-IF.
           DISPLAY "Records unchanged   : " Ct-Passed-Through.
           DISPLAY "Total disbursed     : " Total-Disbursed.
           STOP RUN.
                   PERFORM Write-One-Ach-Credit
               END-IF
               MOVE WS-Today TO Rh-Disbursed-Date
               MOVE WS-Disburser-Id TO Rh-Disbursed-By
               ADD 1 TO Ct-Disbursed
               ADD Rh-Refund-Amount TO Total-Disbursed
           ELSE
                   DELIMITED BY SIZE INTO Check-Print-Line
               WRITE Check-Print-Line
           END-IF.
           IF Address-Undeliverable
               MOVE "** HOLD FOR PICKUP - ADDRESS UNDELIVERABLE **"
                   TO Check-Print-Line
               WRITE Check-Print-Line
           END-IF.
           MOVE Rh-Refund-Amount TO WS-Check-Amount-Ed.
           MOVE SPACES TO Check-Print-Line.
           STRING "AMOUNT: " WS-Check-Amount-Ed
           MOVE SPACES TO Rh-Disburse-Ref.
           STRING "CK" WS-Next-Check-Number
               DELIMITED BY SIZE INTO Rh-Disburse-Ref.
           PERFORM Write-Positive-Pay-Issue.
           IF Address-Undeliverable
               PERFORM Queue-Check-Held-Notice
           END-IF.
           ADD 1 TO WS-Next-Check-Number.

       Queue-Check-Held-Notice.
           OPEN EXTEND Notify-Queue-File.
           IF Nq-File-Status = "05" OR Nq-File-Status = "35"
               OPEN OUTPUT Notify-Queue-File
           END-IF.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE Rh-Student-Number(3:5) TO Nq-Student-Id.
           MOVE "REFHOLD" TO Nq-Event-Code.
           STRING "Refund check " Rh-Disburse-Ref
               " held for pickup - address returned"
               DELIMITED BY SIZE INTO Nq-Message.
           WRITE Notify-Queue-Rec.
           CLOSE Notify-Queue-File.
           ADD 1 TO Ct-Checks-Held.

       Write-Positive-Pay-Issue.
           MOVE SPACES TO Positive-Pay-Rec.
           MOVE "COLLEGE001" TO Pp-Account-Id.
           SET Pp-Is-Issue TO TRUE.
           MOVE WS-Next-Check-Number TO Pp-Check-Number.
           MOVE Rh-Refund-Amount TO Pp-Amount.
           MOVE WS-Today TO Pp-Issue-Date.
           MOVE WS-Payee-Name TO Pp-Payee-Name.
           WRITE Positive-Pay-Rec.
           ADD 1 TO Ct-Pospay-Issued.

      * The mailing (type M) row with the latest effective date not
      * after the letter date wins; with no mailing rows the home
      * (type H) row in effect wins instead - the same selection
      * StudFees' dunning letters make.  A row in effect that
      * ReturnedMail has flagged undeliverable is passed over, and
      * Address-Undeliverable is left set when no good row remains.
       Resolve-Mailing-Address.
           MOVE "N" TO WS-Addr-Found-Sw.
           MOVE "N" TO WS-Addr-Bad-Sw.
           IF Addrhist-Available
               MOVE "M" TO WS-Addr-Want-Type
               PERFORM Scan-Address-Type
                   PERFORM Scan-Address-Type
               END-IF
           END-IF.
           IF Mailing-Address-Found
               MOVE "N" TO WS-Addr-Bad-Sw
           END-IF.

       Scan-Address-Type.
           MOVE WS-Addr-Lookup-Id TO Ah-Student-Id.
                       OR Ah-Address-Type NOT = WS-Addr-Want-Type
                       OR Ah-Effective-Date > WS-Today
                   MOVE "Y" TO WS-Addr-Found-Sw
                   MOVE Ah-Key TO WS-Resolved-Key
                   MOVE Ah-Address TO WS-Resolved-Address
                   MOVE Ah-City TO WS-Resolved-City
                   MOVE Ah-State TO WS-Resolved-State
                   END-READ
               END-PERFORM
           END-IF.
           IF Mailing-Address-Found AND Badaddr-Available
               MOVE WS-Resolved-Key TO Ba-Address-Key
               READ Bad-Address-File
                   KEY IS Ba-Address-Key
                   INVALID KEY MOVE "23" TO Ba-Status
               END-READ
               IF Ba-Rec-Found
                   MOVE "N" TO WS-Addr-Found-Sw
                   MOVE "Y" TO WS-Addr-Bad-Sw
               END-IF
           END-IF.

       Write-One-Ach-Credit.
           ADD 1 TO WS-Trace-Counter.
               MOVE "C:\Users\peebs\data\ACHCRED.DAT"
                   TO WS-Achcred-Path
           END-IF.
           ACCEPT WS-Pospay-Path FROM ENVIRONMENT "POSPAY_PATH".
           IF WS-Pospay-Path = SPACES
               MOVE "C:\Users\peebs\data\POSPAY.DAT"
                   TO WS-Pospay-Path
           END-IF.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
