       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AlumniGiftRuns.
       AUTHOR.  Jon Clark.
      * Letter and report runs over the development office's gift
      * and pledge file (GIFTS.DAT, kept by AlumniGifts).  The run
      * works in three modes:
      *   (A)cknowledge - every gift and pledge payment not yet
      *               acknowledged gets a thank-you letter carrying
      *               the tax receipt wording (amount, date received,
      *               fund, no goods or services given in exchange,
      *               the college's tax-exempt status and tax ID),
      *               and every new pledge gets a letter confirming
      *               its schedule that says plainly it is not a
      *               receipt.  Letters go to GIFTACK.RPT and the row
      *               is stamped acknowledged so it never prints
      *               twice.
      *   (R)emind    - every open pledge with an installment due
      *               within the reminder lead time (14 days by
      *               default), or already overdue, and less received
      *               than scheduled to that point gets a reminder
      *               letter on PLEDGREM.RPT showing the amount now
      *               due.  A pledge reminded in the last 30 days is
      *               passed over so a slow payer is not sent one a
      *               night.
      *   (G)iving    - GIVING.RPT sets, for each graduating class and
      *               CourseCode, the alumni on the archive against
      *               the donors among them, the gifts and amount
      *               received, and the pledges made and still
      *               outstanding, with a participation rate, class
      *               subtotals and a grand total.  Gifts are taken
      *               for a date range (all dates by default).  The
      *               counts build up on a keyed work file
      *               (GIVINGWK.DAT), rebuilt every run.
      *
      * Letters are addressed the way TermStatement addresses a
      * statement - the mailing or home row in effect on ADDRHIST.DAT
      * - falling back to the address the alumni archive took when
      * the graduate was archived.  A row ReturnedMail has flagged
      * undeliverable is passed over; where nothing deliverable is
      * left the letter prints with a DO NOT MAIL line and the email
      * or phone on CONTACT.DAT instead of an address.  A donor
      * readmitted since (AlumniReadmit takes them off the archive)
      * is found on StudentAdminMasterFile instead.

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

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

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

           SELECT Contact-File ASSIGN TO WS-Contact-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cn-Student-Id
               FILE STATUS IS Cn-Status.

           SELECT Giving-Work-File ASSIGN TO WS-Givingwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gw-Key
               FILE STATUS IS Gw-Status.

           SELECT Letter-File ASSIGN TO WS-Letter-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Report-File ASSIGN TO WS-Giving-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  StudentFile.
       01  StudentRec.
           02  StudentId       PIC 9(5).
           02  StudentName.
               03 Lastname     PIC X(20).
               03 Firstname    PIC X(15).
               03 Middlename   PIC X(15).
           02  DateOfBirth.
               03 BirthYear    PIC 9(4).
               03 BirthMonth   PIC 9(2).
               03 BirthDay     PIC 9(2).
           02  StudentSSN      PIC 9(9).
           02  Gender          PIC X.
           02  StudentAddress  PIC X(30).
           02  StudentCity     PIC X(20).
           02  StudentState    PIC X(2).
           02  StudentZipCode  PIC 9(5).
           02  CourseCode      PIC X(4).
           02  Campus-Code     PIC X(4).
           02  ConfidentialFlag PIC X.

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

       FD  Contact-File.
       01  Cn-Rec.
           02  Cn-Student-Id           PIC 9(5).
           02  Cn-Phone                PIC X(12).
           02  Cn-Email                PIC X(40).
           02  Cn-Preferred-Channel    PIC X(1).

      * Giving totals by graduating class and course.  Class 0000 is
      * a donor no longer on the alumni archive.
       FD  Giving-Work-File.
       01  Gw-Rec.
           02  Gw-Key.
               03  Gw-Class-Year           PIC 9(4).
               03  Gw-Course-Code          PIC X(4).
           02  Gw-Alumni                   PIC 9(6).
           02  Gw-Donors                   PIC 9(6).
           02  Gw-Gifts                    PIC 9(6).
           02  Gw-Given                    PIC 9(9)V99.
           02  Gw-Pledges                  PIC 9(6).
           02  Gw-Pledged                  PIC 9(9)V99.
           02  Gw-Outstanding              PIC 9(9)V99.

       FD  Letter-File.
       01  Letter-Print-Line               PIC X(76).

       FD  Report-File.
       01  Report-Print-Line               PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Gifts-Path               PIC X(260).
       01  WS-Alumni-Path              PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Addrhist-Path            PIC X(260).
       01  WS-Badaddr-Path             PIC X(260).
       01  WS-Contact-Path             PIC X(260).
       01  WS-Givingwk-Path            PIC X(260).
       01  WS-Giftack-Path             PIC X(260).
       01  WS-Pledgrem-Path            PIC X(260).
       01  WS-Letter-Path              PIC X(260).
       01  WS-Giving-Rpt-Path          PIC X(260).

       01  Gf-Status                   PIC X(2).
           88  Gf-Rec-Found            VALUE "00".
           88  Gf-Rec-Not-Found        VALUE "23".
       01  Al-Status                   PIC X(2).
           88  Al-Rec-Found            VALUE "00".
           88  Al-Rec-Not-Found        VALUE "23".
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Ah-Status                   PIC X(2).
           88  Ah-Rec-Found            VALUE "00".
           88  Ah-Rec-Not-Found        VALUE "23".
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".
       01  Cn-Status                   PIC X(2).
           88  Cn-Rec-Found            VALUE "00".
       01  Gw-Status                   PIC X(2).
           88  Gw-Rec-Found            VALUE "00".

       01  WS-Studadm-Sw               PIC X VALUE "N".
           88  Studadm-Available       VALUE "Y".
       01  WS-Addrhist-Sw              PIC X VALUE "N".
           88  Addrhist-Available      VALUE "Y".
       01  WS-Badaddr-Sw               PIC X VALUE "N".
           88  Badaddr-Available       VALUE "Y".
       01  WS-Contact-Sw               PIC X VALUE "N".
           88  Contact-File-Available  VALUE "Y".
       01  End-Of-Gifts-Sw             PIC X VALUE "N".
           88  End-Of-Gifts            VALUE "Y".
       01  End-Of-Work-Sw              PIC X VALUE "N".
           88  End-Of-Work             VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Receipting organisation as registered with the IRS.
       01  WS-Charity-Name             PIC X(30)
               VALUE "COLLEGE DEVELOPMENT OFFICE".
       01  WS-Charity-Tax-Id           PIC X(10) VALUE "00-0000000".

       01  WS-Run-Mode                 PIC X.
           88  Mode-Acknowledge        VALUE "A" "a".
           88  Mode-Remind             VALUE "R" "r".
           88  Mode-Giving             VALUE "G" "g".
       01  WS-Today                    PIC 9(8).
       01  WS-Lead-Days                PIC 9(3) VALUE 14.
       01  WS-Remind-Gap-Days          PIC 9(3) VALUE 30.
       01  WS-Lead-Date                PIC 9(8).
       01  WS-Remind-Cutoff            PIC 9(8).
       01  WS-From-Date                PIC 9(8) VALUE ZEROS.
       01  WS-To-Date                  PIC 9(8) VALUE ZEROS.

      * The donor as the letters and report need them.
       01  Donor-Items.
           02  WS-Donor-Id             PIC 9(5).
           02  WS-Donor-Found-Sw       PIC X.
               88  Donor-Found         VALUE "Y".
           02  WS-Donor-Name           PIC X(40).
           02  WS-Donor-Firstname      PIC X(15).
           02  WS-Donor-Class          PIC 9(4).
           02  WS-Donor-Course         PIC X(4).
           02  WS-Donor-Address        PIC X(30).
           02  WS-Donor-City           PIC X(20).
           02  WS-Donor-State          PIC X(2).
           02  WS-Donor-Zip            PIC 9(5).

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

      * Pledge schedule working - installment N falls N-1 periods
      * after the first due date, and the last installment takes
      * whatever the even split leaves over.
       01  Schedule-Items.
           02  WS-Period-Months        PIC 9(2).
           02  WS-Inst-Num             PIC 9(2).
           02  WS-Inst-Amount          PIC 9(7)V99.
           02  WS-Inst-Due             PIC 9(8).
           02  WS-Month-Count          PIC 9(6).
           02  WS-Due-Year             PIC 9(4).
           02  WS-Due-Month            PIC 9(2).
           02  WS-Due-Day              PIC 9(2).
           02  WS-First-Due            PIC 9(8).
           02  WS-First-Due-Parts REDEFINES WS-First-Due.
               03  WS-First-Due-Year   PIC 9(4).
               03  WS-First-Due-Month  PIC 9(2).
               03  WS-First-Due-Day    PIC 9(2).
           02  WS-Month-End            PIC 9(8).
           02  WS-Month-End-Parts REDEFINES WS-Month-End.
               03  FILLER              PIC 9(6).
               03  WS-Month-End-Day    PIC 9(2).
           02  WS-Scheduled-Amount     PIC 9(7)V99.
           02  WS-Cum-Scheduled        PIC 9(7)V99.
           02  WS-Amount-Due-Now       PIC 9(7)V99.
           02  WS-Next-Unpaid-Due      PIC 9(8).
           02  WS-Due-Count            PIC 9(2).

      * Giving report - one alumnus's rows summed before they are
      * posted to their class and course.
       01  WS-Cur-Alumni-Id            PIC 9(5) VALUE ZEROS.
       01  Alumnus-Totals.
           02  Au-Gifts                PIC 9(5).
           02  Au-Given                PIC 9(9)V99.
           02  Au-Pledges              PIC 9(5).
           02  Au-Pledged              PIC 9(9)V99.
           02  Au-Outstanding          PIC 9(9)V99.
       01  WS-Print-Class              PIC 9(4).
       01  WS-Participation-Pct        PIC 999V9.
       01  Class-Totals.
           02  Ct-Class-Alumni         PIC 9(6).
           02  Ct-Class-Donors         PIC 9(6).
           02  Ct-Class-Gifts          PIC 9(6).
           02  Ct-Class-Given          PIC 9(9)V99.
           02  Ct-Class-Pledges        PIC 9(6).
           02  Ct-Class-Pledged        PIC 9(9)V99.
           02  Ct-Class-Outstanding    PIC 9(9)V99.
       01  Grand-Totals.
           02  Gt-Alumni               PIC 9(6) VALUE ZEROS.
           02  Gt-Donors               PIC 9(6) VALUE ZEROS.
           02  Gt-Gifts                PIC 9(6) VALUE ZEROS.
           02  Gt-Given                PIC 9(9)V99 VALUE ZEROS.
           02  Gt-Pledges              PIC 9(6) VALUE ZEROS.
           02  Gt-Pledged              PIC 9(9)V99 VALUE ZEROS.
           02  Gt-Outstanding          PIC 9(9)V99 VALUE ZEROS.

       01  WS-Letter-Amount-Ed         PIC $$$$,$$9.99.
       01  WS-Letter-Inst-Ed           PIC $$$$,$$9.99.
       01  WS-Frequency-Desc           PIC X(9).

       01  Control-Totals.
           02  Ct-Gift-Rows-Read       PIC 9(6) VALUE ZEROS.
           02  Ct-Receipts-Written     PIC 9(5) VALUE ZEROS.
           02  Ct-Pledge-Letters       PIC 9(5) VALUE ZEROS.
           02  Ct-Reminders-Written    PIC 9(5) VALUE ZEROS.
           02  Ct-Recently-Reminded    PIC 9(5) VALUE ZEROS.
           02  Ct-Do-Not-Mail          PIC 9(5) VALUE ZEROS.
           02  Ct-Donor-Not-Found      PIC 9(5) VALUE ZEROS.
           02  Tot-Receipted           PIC 9(9)V99 VALUE ZEROS.
           02  Tot-Reminded            PIC 9(9)V99 VALUE ZEROS.

       01  Giving-Heading1.
           02  FILLER                  PIC X(24) VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "ALUMNI  GIVING  BY  CLASS  AND  COURSE".
       01  Giving-Heading2.
           02  FILLER                  PIC X(13) VALUE "GIFTS FROM ".
           02  Gh-From-Date            PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Gh-To-Date              PIC 9(8).
           02  FILLER                  PIC X(10) VALUE "   PRINTED".
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  Gh-Run-Date             PIC 9(8).
       01  Giving-Heading3.
           02  FILLER                  PIC X(7)  VALUE "CLASS".
           02  FILLER                  PIC X(7)  VALUE "COURSE".
           02  FILLER                  PIC X(8)  VALUE " ALUMNI".
           02  FILLER                  PIC X(8)  VALUE " DONORS".
           02  FILLER                  PIC X(7)  VALUE "  PART%".
           02  FILLER                  PIC X(7)  VALUE "  GIFTS".
           02  FILLER                  PIC X(15) VALUE
               "          GIVEN".
           02  FILLER                  PIC X(7)  VALUE "  PLDGS".
           02  FILLER                  PIC X(15) VALUE
               "        PLEDGED".
           02  FILLER                  PIC X(15) VALUE
               "    OUTSTANDING".

       01  Giving-Detail-Line.
           02  Gd-Class                PIC X(4).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Gd-Course               PIC X(5).
           02  Gd-Alumni               PIC Z(6)9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Gd-Donors               PIC Z(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gd-Participation        PIC ZZ9.9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Gd-Gifts                PIC Z(5)9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Gd-Given                PIC $$$$,$$$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Gd-Pledges              PIC Z(5)9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Gd-Pledged              PIC $$$$,$$$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  Gd-Outstanding          PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           DISPLAY "(A)cknowledgement letters, pledge (R)eminders or "
                   "(G)iving report: " WITH NO ADVANCING.
           ACCEPT WS-Run-Mode.
           IF NOT Mode-Acknowledge AND NOT Mode-Remind
                   AND NOT Mode-Giving
               DISPLAY "No run mode selected - exiting."
               STOP RUN
           END-IF.
           IF Mode-Remind
               DISPLAY "Reminder lead time in days (blank = 14): "
                   WITH NO ADVANCING
               ACCEPT WS-Lead-Days
               IF WS-Lead-Days = ZEROS
                   MOVE 14 TO WS-Lead-Days
               END-IF
               COMPUTE WS-Lead-Date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Today) + WS-Lead-Days)
               COMPUTE WS-Remind-Cutoff = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - WS-Remind-Gap-Days)
           END-IF.
           IF Mode-Giving
               DISPLAY "Gifts from date (YYYYMMDD, blank = all): "
                   WITH NO ADVANCING
               ACCEPT WS-From-Date
               DISPLAY "Gifts to date   (YYYYMMDD, blank = today): "
                   WITH NO ADVANCING
               ACCEPT WS-To-Date
               IF WS-To-Date = ZEROS
                   MOVE WS-Today TO WS-To-Date
               END-IF
           END-IF.

           IF Mode-Giving
               OPEN INPUT Gift-File
           ELSE
               OPEN I-O Gift-File
           END-IF.
           IF Gf-Status = "05" OR Gf-Status = "35"
               DISPLAY "No gift file yet - nothing to do."
               STOP RUN
           END-IF.
           MOVE Gf-Status TO WS-Chk-Status.
           MOVE "OPEN Gift-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Alumni-File.
           MOVE Al-Status TO WS-Chk-Status.
           MOVE "OPEN Alumni-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT StudentFile.
           IF RecordStatus = "00"
               MOVE "Y" TO WS-Studadm-Sw
           END-IF.

           EVALUATE TRUE
               WHEN Mode-Acknowledge
                   MOVE WS-Giftack-Path TO WS-Letter-Path
                   PERFORM Run-Acknowledgement-Pass
               WHEN Mode-Remind
                   MOVE WS-Pledgrem-Path TO WS-Letter-Path
                   PERFORM Run-Reminder-Pass
               WHEN Mode-Giving
                   PERFORM Run-Giving-Report
           END-EVALUATE.

           CLOSE Gift-File, Alumni-File.
           IF Studadm-Available
               CLOSE StudentFile
           END-IF.

           DISPLAY " ".
           DISPLAY "----  ALUMNI  GIFT  RUN  COMPLETE  ----".
           DISPLAY "Gift file rows read   : " Ct-Gift-Rows-Read.
           EVALUATE TRUE
               WHEN Mode-Acknowledge
                   DISPLAY "Tax receipts written  : "
                           Ct-Receipts-Written
                   DISPLAY "Amount receipted      : " Tot-Receipted
                   DISPLAY "Pledge letters written: "
                           Ct-Pledge-Letters
                   DISPLAY "  (do not mail)       : " Ct-Do-Not-Mail
               WHEN Mode-Remind
                   DISPLAY "Reminders written     : "
                           Ct-Reminders-Written
                   DISPLAY "Amount now due        : " Tot-Reminded
                   DISPLAY "Reminded too recently : "
                           Ct-Recently-Reminded
                   DISPLAY "  (do not mail)       : " Ct-Do-Not-Mail
               WHEN Mode-Giving
                   DISPLAY "Donors                : " Gt-Donors
                   DISPLAY "Amount given          : " Gt-Given
           END-EVALUATE.
           IF Ct-Donor-Not-Found > ZEROS
               DISPLAY "Donor IDs not on file : " Ct-Donor-Not-Found
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------
      * Acknowledgement pass
      *-----------------------------------------------------------
       Run-Acknowledgement-Pass.
           PERFORM Open-Letter-Files.
           PERFORM Start-Gift-File.
           PERFORM Acknowledge-One-Row UNTIL End-Of-Gifts.
           PERFORM Close-Letter-Files.

       Acknowledge-One-Row.
           READ Gift-File NEXT RECORD
               AT END SET End-Of-Gifts TO TRUE
           END-READ.
           IF End-Of-Gifts
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Gift-Rows-Read.
           IF Gf-Ack-Date NOT = ZEROS OR Gf-Voided OR Gf-Cancelled
               EXIT PARAGRAPH
           END-IF.
           MOVE Gf-Alumni-Id TO WS-Donor-Id.
           PERFORM Get-Donor.
           PERFORM Write-Letter-Address-Block.
           IF Gf-Pledge
               PERFORM Write-Pledge-Acknowledgement
               ADD 1 TO Ct-Pledge-Letters
           ELSE
               PERFORM Write-Tax-Receipt
               ADD 1 TO Ct-Receipts-Written
               ADD Gf-Amount TO Tot-Receipted
           END-IF.
           MOVE WS-Today TO Gf-Ack-Date.
           REWRITE Gf-Rec
               INVALID KEY
                   MOVE Gf-Status TO WS-Chk-Status
                   MOVE "REWRITE Gift-File (acknowledged)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

       Write-Tax-Receipt.
           MOVE Gf-Amount TO WS-Letter-Amount-Ed.
           MOVE SPACES TO Letter-Print-Line.
           STRING "Thank you for your gift of " WS-Letter-Amount-Ed
               ", received on " Gf-Gift-Date ","
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "designated to the " Gf-Fund-Code
               " fund and paid by " Gf-Payment-Method "."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           IF Gf-Pledge-Payment
               MOVE SPACES TO Letter-Print-Line
               STRING "This payment is credited to your pledge no. "
                   Gf-Pledge-Seq "."
                   DELIMITED BY SIZE INTO Letter-Print-Line
               WRITE Letter-Print-Line
           END-IF.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "OFFICIAL RECEIPT FOR INCOME TAX PURPOSES"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "No goods or services were provided in exchange for"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "this contribution.  " WS-Charity-Name
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "is a tax-exempt organization under Section 501(c)(3)"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "of the Internal Revenue Code, tax ID "
               WS-Charity-Tax-Id "."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "Please keep this letter as your receipt."
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           PERFORM Write-Letter-Close.

      * A pledge is a promise, not a gift - the letter confirms the
      * schedule and says the receipts follow the payments.
       Write-Pledge-Acknowledgement.
           PERFORM Compute-Installment-Amount.
           MOVE Gf-Amount TO WS-Letter-Amount-Ed.
           MOVE WS-Inst-Amount TO WS-Letter-Inst-Ed.
           EVALUATE TRUE
               WHEN Gf-Monthly   MOVE "monthly" TO WS-Frequency-Desc
               WHEN Gf-Quarterly MOVE "quarterly" TO WS-Frequency-Desc
               WHEN OTHER        MOVE "annual" TO WS-Frequency-Desc
           END-EVALUATE.
           MOVE SPACES TO Letter-Print-Line.
           STRING "Thank you for your pledge of " WS-Letter-Amount-Ed
               " to the " Gf-Fund-Code " fund."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           IF Gf-Installments > 1
               STRING "It is payable in " Gf-Installments " "
                   FUNCTION TRIM(WS-Frequency-Desc)
                   " installments of " WS-Letter-Inst-Ed
                   DELIMITED BY SIZE INTO Letter-Print-Line
               WRITE Letter-Print-Line
               MOVE SPACES TO Letter-Print-Line
               STRING "beginning " Gf-First-Due-Date "."
                   DELIMITED BY SIZE INTO Letter-Print-Line
           ELSE
               STRING "It is payable in full by " Gf-First-Due-Date
                   "."
                   DELIMITED BY SIZE INTO Letter-Print-Line
           END-IF.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "Your pledge reference is no. " Gf-Sequence-Num
               " - please quote it with each payment."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "This letter acknowledges your pledge and is NOT a tax"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "receipt.  A receipt will be sent for each payment as"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "it is received." TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           PERFORM Write-Letter-Close.

      *-----------------------------------------------------------
      * Reminder pass
      *-----------------------------------------------------------
       Run-Reminder-Pass.
           PERFORM Open-Letter-Files.
           PERFORM Start-Gift-File.
           PERFORM Remind-One-Row UNTIL End-Of-Gifts.
           PERFORM Close-Letter-Files.

       Remind-One-Row.
           READ Gift-File NEXT RECORD
               AT END SET End-Of-Gifts TO TRUE
           END-READ.
           IF End-Of-Gifts
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Gift-Rows-Read.
           IF NOT Gf-Pledge OR NOT Gf-Active
               EXIT PARAGRAPH
           END-IF.
           PERFORM Compute-Amount-Due-Now.
           IF WS-Amount-Due-Now = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF Gf-Last-Reminder-Date > WS-Remind-Cutoff
               ADD 1 TO Ct-Recently-Reminded
               EXIT PARAGRAPH
           END-IF.
           MOVE Gf-Alumni-Id TO WS-Donor-Id.
           PERFORM Get-Donor.
           PERFORM Write-Letter-Address-Block.
           PERFORM Write-Pledge-Reminder.
           ADD 1 TO Ct-Reminders-Written.
           ADD WS-Amount-Due-Now TO Tot-Reminded.
           MOVE WS-Today TO Gf-Last-Reminder-Date.
           REWRITE Gf-Rec
               INVALID KEY
                   MOVE Gf-Status TO WS-Chk-Status
                   MOVE "REWRITE Gift-File (reminded)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

      * Scheduled to date is every installment falling due by the
      * lead date; what is due now is that less what has come in.
      * The earliest installment not fully covered by the payments
      * received is the one the letter quotes.
       Compute-Amount-Due-Now.
           PERFORM Compute-Installment-Amount.
           MOVE ZEROS TO WS-Due-Count WS-Cum-Scheduled
                         WS-Scheduled-Amount WS-Amount-Due-Now.
           MOVE ZEROS TO WS-Next-Unpaid-Due.
           PERFORM VARYING WS-Inst-Num FROM 1 BY 1
                   UNTIL WS-Inst-Num > Gf-Installments
               PERFORM Compute-Installment-Due
               IF WS-Inst-Num = Gf-Installments
                   MOVE Gf-Amount TO WS-Cum-Scheduled
               ELSE
                   ADD WS-Inst-Amount TO WS-Cum-Scheduled
               END-IF
               IF WS-Inst-Due NOT > WS-Lead-Date
                   ADD 1 TO WS-Due-Count
                   MOVE WS-Cum-Scheduled TO WS-Scheduled-Amount
               END-IF
               IF WS-Next-Unpaid-Due = ZEROS
                   AND WS-Cum-Scheduled > Gf-Amount-Received
                   MOVE WS-Inst-Due TO WS-Next-Unpaid-Due
               END-IF
           END-PERFORM.
           IF WS-Scheduled-Amount > Gf-Amount-Received
               COMPUTE WS-Amount-Due-Now =
                   WS-Scheduled-Amount - Gf-Amount-Received
           END-IF.

       Compute-Installment-Amount.
           IF Gf-Installments = ZERO
               MOVE 1 TO Gf-Installments
           END-IF.
           DIVIDE Gf-Amount BY Gf-Installments GIVING WS-Inst-Amount.
           EVALUATE TRUE
               WHEN Gf-Monthly   MOVE 1 TO WS-Period-Months
               WHEN Gf-Quarterly MOVE 3 TO WS-Period-Months
               WHEN OTHER        MOVE 12 TO WS-Period-Months
           END-EVALUATE.

      * Installment WS-Inst-Num's due date.  The first due date's
      * day of the month is kept, pulled back to the month end in a
      * shorter month.
       Compute-Installment-Due.
           MOVE Gf-First-Due-Date TO WS-First-Due.
           COMPUTE WS-Month-Count =
               WS-First-Due-Year * 12 + WS-First-Due-Month - 1
               + (WS-Inst-Num - 1) * WS-Period-Months.
           DIVIDE WS-Month-Count BY 12 GIVING WS-Due-Year
               REMAINDER WS-Due-Month.
           ADD 1 TO WS-Due-Month.
           MOVE WS-First-Due-Day TO WS-Due-Day.
           IF WS-Due-Day > 28
               IF WS-Due-Month = 12
                   COMPUTE WS-Month-End = (WS-Due-Year + 1) * 10000
                       + 101
               ELSE
                   COMPUTE WS-Month-End = WS-Due-Year * 10000
                       + (WS-Due-Month + 1) * 100 + 1
               END-IF
               COMPUTE WS-Month-End = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Month-End) - 1)
               IF WS-Due-Day > WS-Month-End-Day
                   MOVE WS-Month-End-Day TO WS-Due-Day
               END-IF
           END-IF.
           COMPUTE WS-Inst-Due = WS-Due-Year * 10000
               + WS-Due-Month * 100 + WS-Due-Day.

       Write-Pledge-Reminder.
           MOVE Gf-Amount TO WS-Letter-Amount-Ed.
           MOVE SPACES TO Letter-Print-Line.
           STRING "Thank you again for your pledge no. "
               Gf-Sequence-Num " of " WS-Letter-Amount-Ed
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "to the " Gf-Fund-Code " fund, dated "
               Gf-Gift-Date "."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE Gf-Amount-Received TO WS-Letter-Amount-Ed.
           MOVE SPACES TO Letter-Print-Line.
           STRING "We have received " WS-Letter-Amount-Ed
               " against it so far."
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE WS-Amount-Due-Now TO WS-Letter-Amount-Ed.
           MOVE SPACES TO Letter-Print-Line.
           IF WS-Next-Unpaid-Due < WS-Today
               STRING "An installment was due on " WS-Next-Unpaid-Due
                   "; the amount now due is " WS-Letter-Amount-Ed "."
                   DELIMITED BY SIZE INTO Letter-Print-Line
           ELSE
               STRING "Your next installment falls due on "
                   WS-Next-Unpaid-Due ": " WS-Letter-Amount-Ed "."
                   DELIMITED BY SIZE INTO Letter-Print-Line
           END-IF.
           WRITE Letter-Print-Line.
           MOVE "If you have already sent it, thank you - please"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "disregard this reminder." TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           PERFORM Write-Letter-Close.

      *-----------------------------------------------------------
      * Letter handling shared by both passes
      *-----------------------------------------------------------
       Open-Letter-Files.
           OPEN INPUT Address-History-File.
           IF Ah-Status = "00"
               MOVE "Y" TO WS-Addrhist-Sw
           END-IF.
           OPEN INPUT Bad-Address-File.
           IF Ba-Status = "00"
               MOVE "Y" TO WS-Badaddr-Sw
           END-IF.
           OPEN INPUT Contact-File.
           IF Cn-Status = "00"
               MOVE "Y" TO WS-Contact-Sw
           END-IF.
           OPEN OUTPUT Letter-File.

       Close-Letter-Files.
           CLOSE Letter-File.
           IF Addrhist-Available
               CLOSE Address-History-File
           END-IF.
           IF Badaddr-Available
               CLOSE Bad-Address-File
           END-IF.
           IF Contact-File-Available
               CLOSE Contact-File
           END-IF.

       Start-Gift-File.
           MOVE "N" TO End-Of-Gifts-Sw.
           MOVE LOW-VALUES TO Gf-Key.
           START Gift-File
               KEY IS >= Gf-Key
               INVALID KEY SET End-Of-Gifts TO TRUE
           END-START.

      * The archive's own address stands until the graduate has an
      * address-history row of their own; a flagged row in effect
      * means nothing deliverable is left.
       Write-Letter-Address-Block.
           MOVE Gf-Alumni-Id TO WS-Addr-Lookup-Id.
           PERFORM Resolve-Mailing-Address.
           IF Mailing-Address-Found
               MOVE WS-Resolved-Address TO WS-Donor-Address
               MOVE WS-Resolved-City TO WS-Donor-City
               MOVE WS-Resolved-State TO WS-Donor-State
               MOVE WS-Resolved-Zip TO WS-Donor-Zip
           END-IF.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "TO: " WS-Donor-Name
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           IF Address-Undeliverable
               PERFORM Write-Undeliverable-Lines
           ELSE
               MOVE WS-Donor-Address TO Letter-Print-Line
               WRITE Letter-Print-Line
               MOVE SPACES TO Letter-Print-Line
               STRING WS-Donor-City " " WS-Donor-State " "
                   WS-Donor-Zip
                   DELIMITED BY SIZE INTO Letter-Print-Line
               WRITE Letter-Print-Line
           END-IF.
           MOVE SPACES TO Letter-Print-Line.
           STRING "RE: ALUMNI ID " Gf-Alumni-Id
               "  REFERENCE " Gf-Sequence-Num
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           STRING "DATE: " WS-Today
               DELIMITED BY SIZE INTO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           IF WS-Donor-Firstname = SPACES
               MOVE "Dear Graduate," TO Letter-Print-Line
           ELSE
               STRING "Dear " FUNCTION TRIM(WS-Donor-Firstname) ","
                   DELIMITED BY SIZE INTO Letter-Print-Line
           END-IF.
           WRITE Letter-Print-Line.

      * The address on file came back from the post office - say so
      * on the letter and give the electronic contact instead.
       Write-Undeliverable-Lines.
           ADD 1 TO Ct-Do-Not-Mail.
           MOVE "** ADDRESS RETURNED UNDELIVERABLE - DO NOT MAIL **"
               TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "23" TO Cn-Status.
           IF Contact-File-Available
               MOVE Gf-Alumni-Id TO Cn-Student-Id
               READ Contact-File
                   KEY IS Cn-Student-Id
                   INVALID KEY MOVE "23" TO Cn-Status
               END-READ
           END-IF.
           MOVE SPACES TO Letter-Print-Line.
           EVALUATE TRUE
               WHEN Cn-Rec-Found AND Cn-Email NOT = SPACES
                   STRING "EMAIL: " Cn-Email
                       DELIMITED BY SIZE INTO Letter-Print-Line
               WHEN Cn-Rec-Found AND Cn-Phone NOT = SPACES
                   STRING "PHONE: " Cn-Phone
                       DELIMITED BY SIZE INTO Letter-Print-Line
               WHEN OTHER
                   MOVE "NO EMAIL OR PHONE ON FILE - HOLD FOR FILE"
                       TO Letter-Print-Line
           END-EVALUATE.
           WRITE Letter-Print-Line.

       Write-Letter-Close.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE "With our thanks," TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE WS-Charity-Name TO Letter-Print-Line.
           WRITE Letter-Print-Line.
           MOVE SPACES TO Letter-Print-Line.
           WRITE Letter-Print-Line AFTER ADVANCING PAGE.

      * Name, class, course and archive address of the donor -
      * from the alumni archive, or the admin master for a graduate
      * readmitted since.
       Get-Donor.
           MOVE "N" TO WS-Donor-Found-Sw.
           MOVE SPACES TO WS-Donor-Name WS-Donor-Firstname
                          WS-Donor-Course WS-Donor-Address
                          WS-Donor-City WS-Donor-State.
           MOVE ZEROS TO WS-Donor-Class WS-Donor-Zip.
           MOVE WS-Donor-Id TO Al-Student-Id.
           READ Alumni-File
               KEY IS Al-Student-Id
               INVALID KEY MOVE "23" TO Al-Status
           END-READ.
           IF Al-Rec-Found
               MOVE "Y" TO WS-Donor-Found-Sw
               STRING FUNCTION TRIM(Al-Firstname) " "
                   FUNCTION TRIM(Al-Lastname)
                   DELIMITED BY SIZE INTO WS-Donor-Name
               MOVE Al-Firstname TO WS-Donor-Firstname
               MOVE Al-Graduation-Date(1:4) TO WS-Donor-Class
               MOVE Al-CourseCode TO WS-Donor-Course
               MOVE Al-Address TO WS-Donor-Address
               MOVE Al-City TO WS-Donor-City
               MOVE Al-State TO WS-Donor-State
               MOVE Al-ZipCode TO WS-Donor-Zip
               EXIT PARAGRAPH
           END-IF.
           MOVE "23" TO RecordStatus.
           IF Studadm-Available
               MOVE WS-Donor-Id TO StudentId
               READ StudentFile
                   KEY IS StudentId
                   INVALID KEY MOVE "23" TO RecordStatus
               END-READ
           END-IF.
           IF Student-Rec-Found
               MOVE "Y" TO WS-Donor-Found-Sw
               STRING FUNCTION TRIM(Firstname) " "
                   FUNCTION TRIM(Lastname)
                   DELIMITED BY SIZE INTO WS-Donor-Name
               MOVE Firstname TO WS-Donor-Firstname
               MOVE CourseCode TO WS-Donor-Course
               MOVE StudentAddress TO WS-Donor-Address
               MOVE StudentCity TO WS-Donor-City
               MOVE StudentState TO WS-Donor-State
               MOVE StudentZipCode TO WS-Donor-Zip
           ELSE
               ADD 1 TO Ct-Donor-Not-Found
               STRING "ALUMNI ID " WS-Donor-Id
                   DELIMITED BY SIZE INTO WS-Donor-Name
           END-IF.

      *-----------------------------------------------------------
      * Giving report
      *-----------------------------------------------------------
       Run-Giving-Report.
           OPEN OUTPUT Giving-Work-File.
           CLOSE Giving-Work-File.
           OPEN I-O Giving-Work-File.
           MOVE Gw-Status TO WS-Chk-Status.
           MOVE "OPEN Giving-Work-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           PERFORM Count-Alumni-By-Class.
           MOVE ZEROS TO WS-Cur-Alumni-Id.
           INITIALIZE Alumnus-Totals.
           PERFORM Start-Gift-File.
           PERFORM Total-One-Gift-Row UNTIL End-Of-Gifts.
           PERFORM Post-Alumnus-Totals.
           PERFORM Print-Giving-Report.
           CLOSE Giving-Work-File.

      * Every graduate on the archive counts towards their class's
      * participation rate, donor or not.
       Count-Alumni-By-Class.
           MOVE LOW-VALUES TO Al-Student-Id.
           START Alumni-File
               KEY IS >= Al-Student-Id
               INVALID KEY SET Al-Rec-Not-Found TO TRUE
           END-START.
           IF Al-Rec-Found
               READ Alumni-File NEXT RECORD
                   AT END SET Al-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Al-Rec-Not-Found
                   MOVE Al-Graduation-Date(1:4) TO Gw-Class-Year
                   MOVE Al-CourseCode TO Gw-Course-Code
                   PERFORM Read-Or-Add-Work-Row
                   ADD 1 TO Gw-Alumni
                   PERFORM Rewrite-Work-Row
                   READ Alumni-File NEXT RECORD
                       AT END SET Al-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      * Gifts and pledge payments received in the date range count
      * as given; pledges made in the range count as pledged, with
      * what is still open on them as outstanding.
       Total-One-Gift-Row.
           READ Gift-File NEXT RECORD
               AT END SET End-Of-Gifts TO TRUE
           END-READ.
           IF End-Of-Gifts
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Gift-Rows-Read.
           IF Gf-Alumni-Id NOT = WS-Cur-Alumni-Id
               PERFORM Post-Alumnus-Totals
               MOVE Gf-Alumni-Id TO WS-Cur-Alumni-Id
           END-IF.
           IF Gf-Gift-Date < WS-From-Date OR Gf-Gift-Date > WS-To-Date
               EXIT PARAGRAPH
           END-IF.
           IF (Gf-Gift OR Gf-Pledge-Payment) AND NOT Gf-Voided
               ADD 1 TO Au-Gifts
               ADD Gf-Amount TO Au-Given
           END-IF.
           IF Gf-Pledge AND NOT Gf-Cancelled
               ADD 1 TO Au-Pledges
               ADD Gf-Amount TO Au-Pledged
               IF Gf-Active
                   COMPUTE Au-Outstanding = Au-Outstanding
                       + Gf-Amount - Gf-Amount-Received
               END-IF
           END-IF.

      * An alumnus is a donor if they gave or pledged in the range.
       Post-Alumnus-Totals.
           IF WS-Cur-Alumni-Id = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF Au-Gifts = ZERO AND Au-Pledges = ZERO
               INITIALIZE Alumnus-Totals
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cur-Alumni-Id TO WS-Donor-Id.
           PERFORM Get-Donor.
           MOVE WS-Donor-Class TO Gw-Class-Year.
           MOVE WS-Donor-Course TO Gw-Course-Code.
           PERFORM Read-Or-Add-Work-Row.
           ADD 1 TO Gw-Donors.
           ADD Au-Gifts TO Gw-Gifts.
           ADD Au-Given TO Gw-Given.
           ADD Au-Pledges TO Gw-Pledges.
           ADD Au-Pledged TO Gw-Pledged.
           ADD Au-Outstanding TO Gw-Outstanding.
           PERFORM Rewrite-Work-Row.
           INITIALIZE Alumnus-Totals.

      * Leaves the class/course row in Gw-Rec, written empty if new.
       Read-Or-Add-Work-Row.
           READ Giving-Work-File
               KEY IS Gw-Key
               INVALID KEY MOVE "23" TO Gw-Status
           END-READ.
           IF NOT Gw-Rec-Found
               MOVE ZEROS TO Gw-Alumni Gw-Donors Gw-Gifts Gw-Given
                             Gw-Pledges Gw-Pledged Gw-Outstanding
               WRITE Gw-Rec
                   INVALID KEY
                       MOVE Gw-Status TO WS-Chk-Status
                       MOVE "WRITE Giving-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Rewrite-Work-Row.
           REWRITE Gw-Rec
               INVALID KEY
                   MOVE Gw-Status TO WS-Chk-Status
                   MOVE "REWRITE Giving-Work-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

       Print-Giving-Report.
           OPEN OUTPUT Report-File.
           MOVE WS-From-Date TO Gh-From-Date.
           MOVE WS-To-Date TO Gh-To-Date.
           MOVE WS-Today TO Gh-Run-Date.
           WRITE Report-Print-Line FROM Giving-Heading1
               AFTER ADVANCING PAGE.
           WRITE Report-Print-Line FROM Giving-Heading2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Report-Print-Line FROM Giving-Heading3
               AFTER ADVANCING 1 LINE.
           MOVE "N" TO End-Of-Work-Sw.
           MOVE ZEROS TO Gw-Class-Year.
           MOVE LOW-VALUES TO Gw-Course-Code.
           MOVE 9999 TO WS-Print-Class.
           INITIALIZE Class-Totals.
           START Giving-Work-File
               KEY IS >= Gw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.
           PERFORM Report-One-Work-Row UNTIL End-Of-Work.
           IF WS-Print-Class NOT = 9999
               PERFORM Print-Class-Subtotal
           END-IF.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "TOTAL" TO Gd-Class.
           MOVE SPACES TO Gd-Course.
           MOVE Gt-Alumni TO Gd-Alumni.
           MOVE Gt-Donors TO Gd-Donors.
           MOVE Gt-Gifts TO Gd-Gifts.
           MOVE Gt-Given TO Gd-Given.
           MOVE Gt-Pledges TO Gd-Pledges.
           MOVE Gt-Pledged TO Gd-Pledged.
           MOVE Gt-Outstanding TO Gd-Outstanding.
           IF Gt-Alumni > ZEROS
               COMPUTE WS-Participation-Pct ROUNDED =
                   Gt-Donors * 100 / Gt-Alumni
           ELSE
               MOVE ZEROS TO WS-Participation-Pct
           END-IF.
           MOVE WS-Participation-Pct TO Gd-Participation.
           WRITE Report-Print-Line FROM Giving-Detail-Line
               AFTER ADVANCING 1 LINE.
           CLOSE Report-File.

       Report-One-Work-Row.
           READ Giving-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           IF Gw-Class-Year NOT = WS-Print-Class
               IF WS-Print-Class NOT = 9999
                   PERFORM Print-Class-Subtotal
               END-IF
               MOVE Gw-Class-Year TO WS-Print-Class
               INITIALIZE Class-Totals
               MOVE SPACES TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           IF Gw-Class-Year = ZEROS
               MOVE "N/A" TO Gd-Class
           ELSE
               MOVE Gw-Class-Year TO Gd-Class
           END-IF.
           MOVE Gw-Course-Code TO Gd-Course.
           MOVE Gw-Alumni TO Gd-Alumni.
           MOVE Gw-Donors TO Gd-Donors.
           MOVE Gw-Gifts TO Gd-Gifts.
           MOVE Gw-Given TO Gd-Given.
           MOVE Gw-Pledges TO Gd-Pledges.
           MOVE Gw-Pledged TO Gd-Pledged.
           MOVE Gw-Outstanding TO Gd-Outstanding.
           IF Gw-Alumni > ZEROS
               COMPUTE WS-Participation-Pct ROUNDED =
                   Gw-Donors * 100 / Gw-Alumni
           ELSE
               MOVE ZEROS TO WS-Participation-Pct
           END-IF.
           MOVE WS-Participation-Pct TO Gd-Participation.
           WRITE Report-Print-Line FROM Giving-Detail-Line
               AFTER ADVANCING 1 LINE.
           ADD Gw-Alumni TO Ct-Class-Alumni Gt-Alumni.
           ADD Gw-Donors TO Ct-Class-Donors Gt-Donors.
           ADD Gw-Gifts TO Ct-Class-Gifts Gt-Gifts.
           ADD Gw-Given TO Ct-Class-Given Gt-Given.
           ADD Gw-Pledges TO Ct-Class-Pledges Gt-Pledges.
           ADD Gw-Pledged TO Ct-Class-Pledged Gt-Pledged.
           ADD Gw-Outstanding TO Ct-Class-Outstanding Gt-Outstanding.

       Print-Class-Subtotal.
           MOVE "  CL" TO Gd-Class.
           MOVE "TOTAL" TO Gd-Course.
           MOVE Ct-Class-Alumni TO Gd-Alumni.
           MOVE Ct-Class-Donors TO Gd-Donors.
           MOVE Ct-Class-Gifts TO Gd-Gifts.
           MOVE Ct-Class-Given TO Gd-Given.
           MOVE Ct-Class-Pledges TO Gd-Pledges.
           MOVE Ct-Class-Pledged TO Gd-Pledged.
           MOVE Ct-Class-Outstanding TO Gd-Outstanding.
           IF Ct-Class-Alumni > ZEROS
               COMPUTE WS-Participation-Pct ROUNDED =
                   Ct-Class-Donors * 100 / Ct-Class-Alumni
           ELSE
               MOVE ZEROS TO WS-Participation-Pct
           END-IF.
           MOVE WS-Participation-Pct TO Gd-Participation.
           WRITE Report-Print-Line FROM Giving-Detail-Line
               AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
           ACCEPT WS-Contact-Path FROM ENVIRONMENT "CONTACT_PATH".
           IF WS-Contact-Path = SPACES
               MOVE "CONTACT.DAT" TO WS-Contact-Path
           END-IF.
           ACCEPT WS-Givingwk-Path FROM ENVIRONMENT "GIVINGWK_PATH".
           IF WS-Givingwk-Path = SPACES
               MOVE "GIVINGWK.DAT" TO WS-Givingwk-Path
           END-IF.
           ACCEPT WS-Giftack-Path FROM ENVIRONMENT "GIFTACK_PATH".
           IF WS-Giftack-Path = SPACES
               MOVE "GIFTACK.RPT" TO WS-Giftack-Path
           END-IF.
           ACCEPT WS-Pledgrem-Path FROM ENVIRONMENT "PLEDGREM_PATH".
           IF WS-Pledgrem-Path = SPACES
               MOVE "PLEDGREM.RPT" TO WS-Pledgrem-Path
           END-IF.
           ACCEPT WS-Giving-Rpt-Path FROM ENVIRONMENT "GIVING_RPT_PATH".
           IF WS-Giving-Rpt-Path = SPACES
               MOVE "GIVING.RPT" TO WS-Giving-Rpt-Path
           END-IF.
