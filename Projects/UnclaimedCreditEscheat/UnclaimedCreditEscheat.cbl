       IDENTIFICATION DIVISION.
       PROGRAM-ID.  UnclaimedCreditEscheat.
       AUTHOR.  Jon Clark.
      * Yearly unclaimed-property (escheatment) run for the Fees
      * subsystem.  Students who overpaid - the accounts StudFees'
      * Print-Paid-In-Full-Overpaid-Rpt lists as OVERPAID - and then
      * left sit on Student-Master-File with a credit balance for
      * years.  State law makes that money unclaimed property: the
      * college must try to reach the owner and, failing that, report
      * and remit it to the state.  The run works in two passes a
      * response window apart:
      *   (L)etters - every master record carrying a credit balance
      *               whose fee due date is older than the dormancy
      *               period, on a student with no Status-History-File
      *               activity inside that period either, gets a
      *               due-diligence letter to the last mailing address
      *               on ADDRHIST.DAT and a row on the escheat control
      *               file (ESCHEAT.DAT) recording the letter.
      *   (R)emit   - every lettered account whose response window has
      *               run out is re-checked; one that has since been
      *               refunded, claimed or shown fresh activity is
      *               marked resolved, and the rest are written to the
      *               state's holder report file (HOLDRPT.DAT), have
      *               the credit zeroed off SM-Amount-Paid, and are
      *               posted as one MOVEMNT line to the unclaimed
      *               property liability account on GLEXTRCT.DAT.
      * The escheat control file is what stops a student being
      * lettered twice or remitted twice.
      *
      * An address ReturnedMail has flagged undeliverable is treated
      * as no address at all - the letter prints unaddressed for the
      * file - and an UNCLAIM notice is queued on NOTIFYQ.DAT so
      * NotifyDispatch makes the contact attempt by email or phone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

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

           SELECT Escheat-File ASSIGN TO WS-Escheat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Es-Key
               FILE STATUS IS Es-Status.

           SELECT Letter-File ASSIGN TO WS-Duedilig-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Holder-Report-File ASSIGN TO WS-Holdrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-File-Status.

           SELECT Escheat-Register-File ASSIGN TO WS-Eschrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master-File.
       01  SM-Rec.
           88  End-Of-SMF                      VALUE HIGH-VALUES.
           02  SM-Master-Key.
               03  SM-Student-Number           PIC 9(7).
               03  SM-Term-Code                PIC X(6).
           02  SM-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(5).
           02  SM-Prior-Balance-Fwd            PIC S9(7)V99.
           02  SM-Fees-Owed                    PIC 9(7).
           02  SM-Tuition-Owed                 PIC 9(7).
           02  SM-Housing-Owed                 PIC 9(7).
           02  SM-Lab-Owed                     PIC 9(7).
           02  SM-Library-Owed                 PIC 9(7).
           02  SM-Late-Fee-Owed                PIC 9(7).
           02  SM-Late-Fee-Flag                PIC X.
               88  SM-Late-Fee-Applied         VALUE "Y".
           02  SM-Amount-Paid                  PIC S9(7)V99.
           02  SM-Tuition-Paid                 PIC 9(7)V99.
           02  SM-Housing-Paid                 PIC 9(7)V99.
           02  SM-Lab-Paid                     PIC 9(7)V99.
           02  SM-Library-Paid                 PIC 9(7)V99.
           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

      * Lifecycle codes from StudentStatusHistory and standing codes
      * from AcademicStanding share the one history file - any row at
      * all counts as activity.
       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
           02  Sh-Effective-Date           PIC 9(8).

      * Effective-dated address history maintained by AddressHistory
      * and StudentAdminForm - the mailing (type M, falling back to
      * home type H) address in effect on the letter date is the one
      * that prints.
       FD  Address-History-File.
       01  Ah-Rec.
           02  Ah-Key.
               03  Ah-Student-Id           PIC 9(5).
               03  Ah-Address-Type         PIC X(1).
               03  Ah-Effective-Date       PIC 9(8).
           02  Ah-Address                  PIC X(30).
           02  Ah-City                     PIC X(20).
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

      * One row per master record ever lettered.  The owner's address
      * is captured at letter time, since it is the address of record
      * the holder report must carry.
       FD  Escheat-File.
       01  Es-Rec.
           88  End-Of-Escheat                  VALUE HIGH-VALUES.
           02  Es-Key.
               03  Es-Student-Number           PIC 9(7).
               03  Es-Term-Code                PIC X(6).
           02  Es-Student-Name                 PIC X(30).
           02  Es-Credit-Amount                PIC 9(7)V99.
           02  Es-Last-Activity-Date           PIC 9(8).
           02  Es-Letter-Date                  PIC 9(8).
           02  Es-Account-Status               PIC X(1).
               88  Es-Letter-Sent              VALUE "L".
               88  Es-Escheated                VALUE "E".
               88  Es-Resolved                 VALUE "R".
           02  Es-Status-Date                  PIC 9(8).
           02  Es-Address                      PIC X(30).
           02  Es-City                         PIC X(20).
           02  Es-State                        PIC X(2).
           02  Es-Zip-Code                     PIC 9(5).

       FD  Letter-File.
       01  Letter-Print-Line                   PIC X(76).

      * State holder report - header, one detail per owner, trailer.
       FD  Holder-Report-File.
       01  Holder-Detail-Rec.
           02  Hr-Record-Type                  PIC X(1).
           02  Hr-Holder-Id                    PIC X(10).
           02  Hr-Owner-Id                     PIC 9(7).
           02  Hr-Owner-Name                   PIC X(30).
           02  Hr-Owner-Address                PIC X(30).
           02  Hr-Owner-City                   PIC X(20).
           02  Hr-Owner-State                  PIC X(2).
           02  Hr-Owner-Zip                    PIC 9(5).
           02  Hr-Property-Type                PIC X(4).
           02  Hr-Amount                       PIC 9(7)V99.
           02  Hr-Last-Activity-Date           PIC 9(8).
       01  Holder-Header-Rec.
           02  Hh-Record-Type                  PIC X(1).
           02  Hh-Holder-Id                    PIC X(10).
           02  Hh-Holder-Name                  PIC X(30).
           02  Hh-Report-Date                  PIC 9(8).
           02  FILLER                          PIC X(77).
       01  Holder-Trailer-Rec.
           02  Ht-Record-Type                  PIC X(1).
           02  Ht-Holder-Id                    PIC X(10).
           02  Ht-Owner-Count                  PIC 9(7).
           02  Ht-Total-Amount                 PIC 9(9)V99.
           02  FILLER                          PIC X(97).

       FD  Gl-Extract-File.
       01  Gl-Extract-Rec.
           02  Gl-Code                         PIC X(6).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Description                  PIC X(20).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Basis                        PIC X(7).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Amount                       PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Gl-Run-Date                     PIC 9(8).

       FD  Escheat-Register-File.
       01  Register-Print-Line                 PIC X(90).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Addrhist-Path            PIC X(260).
       01  WS-Escheat-Path             PIC X(260).
       01  WS-Duedilig-Path            PIC X(260).
       01  WS-Holdrpt-Path             PIC X(260).
       01  WS-Glextrct-Path            PIC X(260).
       01  WS-Eschrpt-Path             PIC X(260).

       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".
       01  Ah-Status                   PIC X(2).
           88  Ah-Rec-Found            VALUE "00".
           88  Ah-Rec-Not-Found        VALUE "23".
       01  Es-Status                   PIC X(2).
           88  Es-Rec-Found            VALUE "00".
           88  Es-Rec-Not-Found        VALUE "23".
       01  Gl-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Stathist-Sw              PIC X VALUE "N".
           88  Stathist-Available      VALUE "Y".
       01  WS-Addrhist-Sw              PIC X VALUE "N".
           88  Addrhist-Available      VALUE "Y".
       01  WS-Badaddr-Path             PIC X(260).
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".
       01  WS-Badaddr-Sw               PIC X VALUE "N".
           88  Badaddr-Available       VALUE "Y".
       01  WS-Notifyq-Path             PIC X(260).
       01  Nq-File-Status              PIC X(2).

      * Holder identity and the state's property-type code for a
      * customer credit balance, as registered with the state.
       01  WS-Holder-Id                PIC X(10) VALUE "COLLEGE001".
       01  WS-Holder-Name              PIC X(30)
               VALUE "COLLEGE BURSAR OFFICE".
       01  WS-Property-Type            PIC X(4) VALUE "CR01".
      * Unclaimed property liability - same series as the pending
      * refund account StudFees posts to.
       01  Gl-Unclaimed-Code           PIC X(6) VALUE "200020".

       01  WS-Run-Mode                 PIC X.
           88  Mode-Letters            VALUE "L" "l".
           88  Mode-Remit              VALUE "R" "r".
       01  WS-Dormancy-Years           PIC 9(2) VALUE 3.
       01  WS-Response-Days            PIC 9(3) VALUE 60.
       01  WS-Today                    PIC 9(8).
       01  WS-Dormancy-Cutoff          PIC 9(8).
       01  WS-Response-Cutoff          PIC 9(8).

       01  WS-Credit-Balance           PIC S9(7)V99.
       01  WS-Lookup-Id                PIC 9(5).
       01  WS-Last-Activity            PIC 9(8).
       01  WS-Action-Desc              PIC X(20).

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
           02  WS-Resolved-Zip         PIC 9(5).

       01  WS-Letter-Amount-Ed         PIC $$$$,$$9.99.

       01  Control-Totals.
           02  Ct-Masters-Read         PIC 9(5) VALUE ZEROS.
           02  Ct-Letters-Written      PIC 9(5) VALUE ZEROS.
           02  Ct-No-Address           PIC 9(5) VALUE ZEROS.
           02  Ct-Undeliverable        PIC 9(5) VALUE ZEROS.
           02  Ct-Escheated            PIC 9(5) VALUE ZEROS.
           02  Ct-Resolved             PIC 9(5) VALUE ZEROS.
           02  Ct-Awaiting-Window      PIC 9(5) VALUE ZEROS.
           02  Tot-Lettered            PIC 9(9)V99 VALUE ZEROS.
           02  Tot-Escheated           PIC 9(9)V99 VALUE ZEROS.

       01  Register-Heading1.
           02  FILLER                  PIC X(18) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "UNCLAIMED  CREDIT  BALANCE  REGISTER".
       01  Register-Heading3.
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(31) VALUE "NAME".
           02  FILLER                  PIC X(13) VALUE "      CREDIT".
           02  FILLER                  PIC X(10) VALUE "  LAST ACT".
           02  FILLER                  PIC X(20) VALUE "  ACTION".

       01  Register-Detail-Line.
           02  Rg-Student-Number       PIC 9(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Student-Name         PIC X(30).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  Rg-Credit               PIC $$$$,$$9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Last-Activity        PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Rg-Action               PIC X(18).

       01  WS-Amount-Ed                PIC $$,$$$,$$9.99.
       01  WS-Count-Ed                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           DISPLAY "(L)etter run or (R)emit to state: "
               WITH NO ADVANCING.
           ACCEPT WS-Run-Mode.
           IF NOT Mode-Letters AND NOT Mode-Remit
               DISPLAY "No run mode selected - exiting."
               STOP RUN
           END-IF.
           IF Mode-Letters
               DISPLAY "Dormancy period in years (blank = 3): "
                   WITH NO ADVANCING
               ACCEPT WS-Dormancy-Years
               IF WS-Dormancy-Years = ZEROS
                   MOVE 3 TO WS-Dormancy-Years
               END-IF
               COMPUTE WS-Dormancy-Cutoff = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - (WS-Dormancy-Years * 365))
           ELSE
               DISPLAY "Response window in days (blank = 60): "
                   WITH NO ADVANCING
               ACCEPT WS-Response-Days
               IF WS-Response-Days = ZEROS
                   MOVE 60 TO WS-Response-Days
               END-IF
               COMPUTE WS-Response-Cutoff = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - WS-Response-Days)
           END-IF.

           OPEN I-O Student-Master-File.
           MOVE SM-File-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Master-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Status-History-File.
           IF Sh-Status = "00"
               MOVE "Y" TO WS-Stathist-Sw
           ELSE
               DISPLAY "No status history - dormancy judged on the "
                       "fee due date alone."
           END-IF.
           OPEN I-O Escheat-File.
           IF Es-Status = "05" OR Es-Status = "35"
               CLOSE Escheat-File
               OPEN OUTPUT Escheat-File
               CLOSE Escheat-File
               OPEN I-O Escheat-File
           END-IF.
           MOVE Es-Status TO WS-Chk-Status.
           MOVE "OPEN Escheat-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN OUTPUT Escheat-Register-File.
           PERFORM Write-Register-Headings.

           IF Mode-Letters
               PERFORM Run-Letter-Pass
           ELSE
               PERFORM Run-Remit-Pass
           END-IF.

           PERFORM Write-Register-Totals.
           CLOSE Student-Master-File, Escheat-File,
                 Escheat-Register-File.
           IF Stathist-Available
               CLOSE Status-History-File
           END-IF.

           DISPLAY " ".
           DISPLAY "----  UNCLAIMED  CREDIT  RUN  COMPLETE  ----".
           IF Mode-Letters
               DISPLAY "Dormancy cutoff       : " WS-Dormancy-Cutoff
               DISPLAY "Master records read   : " Ct-Masters-Read
               DISPLAY "Letters written       : " Ct-Letters-Written
               DISPLAY "  (no address found)  : " Ct-No-Address
               DISPLAY "  (address returned)  : " Ct-Undeliverable
               DISPLAY "Credit lettered       : " Tot-Lettered
           ELSE
               DISPLAY "Response cutoff       : " WS-Response-Cutoff
               DISPLAY "Accounts escheated    : " Ct-Escheated
               DISPLAY "Accounts resolved     : " Ct-Resolved
               DISPLAY "Still in window       : " Ct-Awaiting-Window
               DISPLAY "Total remitted        : " Tot-Escheated
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------
      * Letter pass
      *-----------------------------------------------------------
       Run-Letter-Pass.
           OPEN INPUT Address-History-File.
           OPEN INPUT Bad-Address-File.
           IF Ba-Status = "00"
               MOVE "Y" TO WS-Badaddr-Sw
           END-IF.
           IF Ah-Status = "00"
               MOVE "Y" TO WS-Addrhist-Sw
           ELSE
               DISPLAY "No address history - letters print without "
                       "an address."
           END-IF.
           OPEN OUTPUT Letter-File.
           MOVE LOW-VALUES TO SM-Master-Key.
           START Student-Master-File
               KEY IS >= SM-Master-Key
               INVALID KEY SET End-Of-SMF TO TRUE
           END-START.
           IF NOT End-Of-SMF
               READ Student-Master-File NEXT RECORD
                   AT END SET End-Of-SMF TO TRUE
               END-READ
           END-IF.
           PERFORM Select-Dormant-Credit UNTIL End-Of-SMF.
           CLOSE Letter-File.
           IF Addrhist-Available
               CLOSE Address-History-File
           END-IF.
           IF Badaddr-Available
               CLOSE Bad-Address-File
           END-IF.

       Select-Dormant-Credit.
           ADD 1 TO Ct-Masters-Read.
           COMPUTE WS-Credit-Balance =
               SM-Amount-Paid - SM-Fees-Owed - SM-Prior-Balance-Fwd.
           IF WS-Credit-Balance > ZERO
                   AND SM-Fee-Due-Date < WS-Dormancy-Cutoff
               MOVE SM-Student-Number(3:5) TO WS-Lookup-Id
               PERFORM Find-Last-Activity
               IF WS-Last-Activity < WS-Dormancy-Cutoff
                   MOVE SM-Master-Key TO Es-Key
                   READ Escheat-File
                       KEY IS Es-Key
                       INVALID KEY MOVE "23" TO Es-Status
                   END-READ
                   IF Es-Rec-Not-Found
                       PERFORM Letter-One-Account
                   END-IF
               END-IF
           END-IF.
           READ Student-Master-File NEXT RECORD
               AT END SET End-Of-SMF TO TRUE
           END-READ.

      * Last activity is the later of the fee due date and the newest
      * status history row on file for the student.
       Find-Last-Activity.
           MOVE SM-Fee-Due-Date TO WS-Last-Activity.
           IF Stathist-Available
               MOVE WS-Lookup-Id TO Sh-Student-Id
               MOVE ZEROS TO Sh-Sequence-Num
               START Status-History-File
                   KEY IS >= Sh-Key
                   INVALID KEY SET Sh-Rec-Not-Found TO TRUE
               END-START
               IF Sh-Rec-Found
                   READ Status-History-File NEXT RECORD
                       AT END SET Sh-Rec-Not-Found TO TRUE
                   END-READ
                   PERFORM UNTIL Sh-Rec-Not-Found
                           OR Sh-Student-Id NOT = WS-Lookup-Id
                       IF Sh-Effective-Date > WS-Last-Activity
                           MOVE Sh-Effective-Date TO WS-Last-Activity
                       END-IF
                       READ Status-History-File NEXT RECORD
                           AT END SET Sh-Rec-Not-Found TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       Letter-One-Account.
           MOVE SM-Student-Number(3:5) TO WS-Addr-Lookup-Id.
           PERFORM Resolve-Mailing-Address.
           IF NOT Mailing-Address-Found
               ADD 1 TO Ct-No-Address
               MOVE SPACES TO WS-Resolved-Address
               MOVE SPACES TO WS-Resolved-City
               MOVE SPACES TO WS-Resolved-State
               MOVE ZEROS TO WS-Resolved-Zip
           END-IF.
           PERFORM Write-Due-Diligence-Letter.
           MOVE SPACES TO Es-Rec.
           MOVE SM-Master-Key TO Es-Key.
           MOVE SM-Student-Name TO Es-Student-Name.
           MOVE WS-Credit-Balance TO Es-Credit-Amount.
           MOVE WS-Last-Activity TO Es-Last-Activity-Date.
           MOVE WS-Today TO Es-Letter-Date.
           SET Es-Letter-Sent TO TRUE.
           MOVE WS-Today TO Es-Status-Date.
           MOVE WS-Resolved-Address TO Es-Address.
           MOVE WS-Resolved-City TO Es-City.
           MOVE WS-Resolved-State TO Es-State.
           MOVE WS-Resolved-Zip TO Es-Zip-Code.
           WRITE Es-Rec
               INVALID KEY
                   MOVE Es-Status TO WS-Chk-Status
                   MOVE "WRITE Escheat-File (letter)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           ADD 1 TO Ct-Letters-Written.
           ADD WS-Credit-Balance TO Tot-Lettered.
           IF Mailing-Address-Found
               MOVE "LETTER SENT" TO WS-Action-Desc
           ELSE
               MOVE "LETTER - NO ADDRESS" TO WS-Action-Desc
           END-IF.
           IF Address-Undeliverable
               MOVE "LETTER - ADDR RETURN" TO WS-Action-Desc
               PERFORM Queue-Unclaimed-Notice
           END-IF.
           MOVE SM-Student-Number TO Rg-Student-Number.
           MOVE SM-Term-Code TO Rg-Term-Code.
           MOVE SM-Student-Name TO Rg-Student-Name.
           MOVE WS-Credit-Balance TO Rg-Credit.
           MOVE WS-Last-Activity TO Rg-Last-Activity.
           PERFORM Write-Register-Detail.

       Queue-Unclaimed-Notice.
           OPEN EXTEND Notify-Queue-File.
           IF Nq-File-Status = "05" OR Nq-File-Status = "35"
               OPEN OUTPUT Notify-Queue-File
           END-IF.
           MOVE WS-Credit-Balance TO WS-Letter-Amount-Ed.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE SM-Student-Number(3:5) TO Nq-Student-Id.
           MOVE "UNCLAIM" TO Nq-Event-Code.
           STRING "Credit of " WS-Letter-Amount-Ed
               " owed to you - contact Bursar"
               DELIMITED BY SIZE INTO Nq-Message.
           WRITE Notify-Queue-Rec.
           CLOSE Notify-Queue-File.
           ADD 1 TO Ct-Undeliverable.

       Write-Due-Diligence-Letter.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "TO: " SM-Student-Name
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           IF Mailing-Address-Found
               MOVE WS-Resolved-Address TO Letter-Print-Line
               WRITE Letter-Print-Line
               MOVE SPACES TO Letter-Print-Line
               STRING WS-Resolved-City " " WS-Resolved-State " "
                   WS-Resolved-Zip
                   DELIMITED BY SIZE INTO Letter-Print-Line
               WRITE Letter-Print-Line
           END-IF.
           MOVE SPACES TO Letter-Print-Line.
           STRING "RE: STUDENT NO " SM-Student-Number
               "  TERM " SM-Term-Code
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "DATE: " WS-Today
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "Dear Student," TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE WS-Credit-Balance TO WS-Letter-Amount-Ed.
           MOVE SPACES TO Letter-Print-Line.
           STRING "Our records show a credit balance of "
               WS-Letter-Amount-Ed " owed to you."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "Unless you contact the Bursar's Office within "
               WS-Response-Days " days,"
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "this amount must be reported and remitted to the state"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "as unclaimed property under state law."
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line AFTER ADVANCING PAGE.

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
               IF NOT Mailing-Address-Found
                   MOVE "H" TO WS-Addr-Want-Type
                   PERFORM Scan-Address-Type
               END-IF
           END-IF.
           IF Mailing-Address-Found
               MOVE "N" TO WS-Addr-Bad-Sw
           END-IF.

       Scan-Address-Type.
           MOVE WS-Addr-Lookup-Id TO Ah-Student-Id.
           MOVE WS-Addr-Want-Type TO Ah-Address-Type.
           MOVE ZEROS TO Ah-Effective-Date.
           START Address-History-File
               KEY IS >= Ah-Key
               INVALID KEY SET Ah-Rec-Not-Found TO TRUE
           END-START.
           IF Ah-Rec-Found
               READ Address-History-File NEXT RECORD
                   AT END SET Ah-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ah-Rec-Not-Found
                       OR Ah-Student-Id NOT = WS-Addr-Lookup-Id
                       OR Ah-Address-Type NOT = WS-Addr-Want-Type
                       OR Ah-Effective-Date > WS-Today
                   MOVE "Y" TO WS-Addr-Found-Sw
                   MOVE Ah-Key TO WS-Resolved-Key
                   MOVE Ah-Address TO WS-Resolved-Address
                   MOVE Ah-City TO WS-Resolved-City
                   MOVE Ah-State TO WS-Resolved-State
                   MOVE Ah-Zip-Code TO WS-Resolved-Zip
                   READ Address-History-File NEXT RECORD
                       AT END SET Ah-Rec-Not-Found TO TRUE
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

      *-----------------------------------------------------------
      * Remit pass
      *-----------------------------------------------------------
       Run-Remit-Pass.
           OPEN OUTPUT Holder-Report-File.
           OPEN EXTEND Gl-Extract-File.
           IF Gl-File-Status = "05" OR Gl-File-Status = "35"
               OPEN OUTPUT Gl-Extract-File
           END-IF.
           MOVE SPACES TO Holder-Header-Rec.
           MOVE "H" TO Hh-Record-Type.
           MOVE WS-Holder-Id TO Hh-Holder-Id.
           MOVE WS-Holder-Name TO Hh-Holder-Name.
           MOVE WS-Today TO Hh-Report-Date.
           WRITE Holder-Header-Rec.

           MOVE LOW-VALUES TO Es-Key.
           START Escheat-File
               KEY IS >= Es-Key
               INVALID KEY SET End-Of-Escheat TO TRUE
           END-START.
           IF NOT End-Of-Escheat
               READ Escheat-File NEXT RECORD
                   AT END SET End-Of-Escheat TO TRUE
               END-READ
           END-IF.
           PERFORM Remit-One-Account UNTIL End-Of-Escheat.

           MOVE SPACES TO Holder-Trailer-Rec.
           MOVE "T" TO Ht-Record-Type.
           MOVE WS-Holder-Id TO Ht-Holder-Id.
           MOVE Ct-Escheated TO Ht-Owner-Count.
           MOVE Tot-Escheated TO Ht-Total-Amount.
           WRITE Holder-Trailer-Rec.
           IF Tot-Escheated > ZERO
               MOVE SPACES TO Gl-Extract-Rec
               MOVE Gl-Unclaimed-Code TO Gl-Code
               MOVE "UNCLAIMED PROPERTY" TO Gl-Description
               MOVE "MOVEMNT" TO Gl-Basis
               MOVE Tot-Escheated TO Gl-Amount
               MOVE WS-Today TO Gl-Run-Date
               WRITE Gl-Extract-Rec
           END-IF.
           CLOSE Holder-Report-File, Gl-Extract-File.

       Remit-One-Account.
           IF Es-Letter-Sent
               IF Es-Letter-Date > WS-Response-Cutoff
                   ADD 1 TO Ct-Awaiting-Window
               ELSE
                   PERFORM Recheck-And-Remit
               END-IF
           END-IF.
           READ Escheat-File NEXT RECORD
               AT END SET End-Of-Escheat TO TRUE
           END-READ.

      * An account refunded, paid off against new charges, or showing
      * any status activity since the letter went out has been
      * claimed - it is resolved, not remitted.  Otherwise the credit
      * as it stands today is what goes to the state.
       Recheck-And-Remit.
           MOVE Es-Key TO SM-Master-Key.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           MOVE ZEROS TO WS-Credit-Balance.
           MOVE Es-Last-Activity-Date TO WS-Last-Activity.
           IF SM-Rec-Found
               COMPUTE WS-Credit-Balance =
                   SM-Amount-Paid - SM-Fees-Owed - SM-Prior-Balance-Fwd
               MOVE SM-Student-Number(3:5) TO WS-Lookup-Id
               PERFORM Find-Last-Activity
           END-IF.
           IF WS-Credit-Balance > ZERO
                   AND WS-Last-Activity < Es-Letter-Date
               PERFORM Escheat-One-Account
           ELSE
               SET Es-Resolved TO TRUE
               ADD 1 TO Ct-Resolved
               MOVE "RESOLVED" TO WS-Action-Desc
           END-IF.
           MOVE WS-Today TO Es-Status-Date.
           REWRITE Es-Rec
               INVALID KEY
                   MOVE Es-Status TO WS-Chk-Status
                   MOVE "REWRITE Escheat-File (remit)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           MOVE Es-Student-Number TO Rg-Student-Number.
           MOVE Es-Term-Code TO Rg-Term-Code.
           MOVE Es-Student-Name TO Rg-Student-Name.
           MOVE WS-Credit-Balance TO Rg-Credit.
           MOVE WS-Last-Activity TO Rg-Last-Activity.
           PERFORM Write-Register-Detail.

      * The credit is the overpayment beyond everything owed, so it
      * comes straight off SM-Amount-Paid - the category paid figures
      * never exceed what is owed and are left alone.
       Escheat-One-Account.
           SUBTRACT WS-Credit-Balance FROM SM-Amount-Paid.
           REWRITE SM-Rec
               INVALID KEY
                   MOVE SM-File-Status TO WS-Chk-Status
                   MOVE "REWRITE Student-Master-File (escheat)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           MOVE SPACES TO Holder-Detail-Rec.
           MOVE "D" TO Hr-Record-Type.
           MOVE WS-Holder-Id TO Hr-Holder-Id.
           MOVE Es-Student-Number TO Hr-Owner-Id.
           MOVE Es-Student-Name TO Hr-Owner-Name.
           MOVE Es-Address TO Hr-Owner-Address.
           MOVE Es-City TO Hr-Owner-City.
           MOVE Es-State TO Hr-Owner-State.
           MOVE Es-Zip-Code TO Hr-Owner-Zip.
           MOVE WS-Property-Type TO Hr-Property-Type.
           MOVE WS-Credit-Balance TO Hr-Amount.
           MOVE Es-Last-Activity-Date TO Hr-Last-Activity-Date.
           WRITE Holder-Detail-Rec.
           MOVE WS-Credit-Balance TO Es-Credit-Amount.
           SET Es-Escheated TO TRUE.
           ADD 1 TO Ct-Escheated.
           ADD WS-Credit-Balance TO Tot-Escheated.
           MOVE "REMITTED TO STATE" TO WS-Action-Desc.

       Write-Register-Headings.
           MOVE SPACES TO Register-Print-Line.
           WRITE Register-Print-Line.
           WRITE Register-Print-Line FROM Register-Heading1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Register-Print-Line.
           IF Mode-Letters
               STRING "DUE-DILIGENCE LETTER RUN " WS-Today
                   "   DORMANT SINCE: " WS-Dormancy-Cutoff
                   DELIMITED BY SIZE INTO Register-Print-Line
           ELSE
               STRING "REMIT RUN " WS-Today
                   "   LETTERED ON OR BEFORE: " WS-Response-Cutoff
                   DELIMITED BY SIZE INTO Register-Print-Line
           END-IF.
           WRITE Register-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Register-Print-Line FROM Register-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Register-Print-Line.
           WRITE Register-Print-Line AFTER ADVANCING 1 LINE.

       Write-Register-Detail.
           MOVE WS-Action-Desc TO Rg-Action.
           WRITE Register-Print-Line FROM Register-Detail-Line
               AFTER ADVANCING 1 LINE.

       Write-Register-Totals.
           MOVE SPACES TO Register-Print-Line.
           IF Mode-Letters
               MOVE Ct-Letters-Written TO WS-Count-Ed
               MOVE Tot-Lettered TO WS-Amount-Ed
               STRING "LETTERS WRITTEN ....... " WS-Count-Ed
                   "  " WS-Amount-Ed
                   DELIMITED BY SIZE INTO Register-Print-Line
           ELSE
               MOVE Ct-Escheated TO WS-Count-Ed
               MOVE Tot-Escheated TO WS-Amount-Ed
               STRING "REMITTED TO STATE ..... " WS-Count-Ed
                   "  " WS-Amount-Ed
                   DELIMITED BY SIZE INTO Register-Print-Line
           END-IF.
           WRITE Register-Print-Line AFTER ADVANCING 3 LINES.
           IF Mode-Remit
               MOVE Ct-Resolved TO WS-Count-Ed
               MOVE SPACES TO Register-Print-Line
               STRING "RESOLVED (CLAIMED) .... " WS-Count-Ed
                   DELIMITED BY SIZE INTO Register-Print-Line
               WRITE Register-Print-Line AFTER ADVANCING 1 LINE
               MOVE Ct-Awaiting-Window TO WS-Count-Ed
               MOVE SPACES TO Register-Print-Line
               STRING "STILL IN WINDOW ....... " WS-Count-Ed
                   DELIMITED BY SIZE INTO Register-Print-Line
               WRITE Register-Print-Line AFTER ADVANCING 1 LINE
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
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
           ACCEPT WS-Escheat-Path FROM ENVIRONMENT "ESCHEAT_PATH".
           IF WS-Escheat-Path = SPACES
               MOVE "ESCHEAT.DAT" TO WS-Escheat-Path
           END-IF.
           ACCEPT WS-Duedilig-Path FROM ENVIRONMENT "DUEDILIG_PATH".
           IF WS-Duedilig-Path = SPACES
               MOVE "DUEDILIG.DAT" TO WS-Duedilig-Path
           END-IF.
           ACCEPT WS-Holdrpt-Path FROM ENVIRONMENT "HOLDRPT_PATH".
           IF WS-Holdrpt-Path = SPACES
               MOVE "HOLDRPT.DAT" TO WS-Holdrpt-Path
           END-IF.
           ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
           IF WS-Glextrct-Path = SPACES
               MOVE "C:\Users\peebs\data\GLEXTRCT.DAT"
                   TO WS-Glextrct-Path
           END-IF.
           ACCEPT WS-Eschrpt-Path FROM ENVIRONMENT "ESCHRPT_PATH".
           IF WS-Eschrpt-Path = SPACES
               MOVE "ESCHEAT.RPT" TO WS-Eschrpt-Path
           END-IF.
