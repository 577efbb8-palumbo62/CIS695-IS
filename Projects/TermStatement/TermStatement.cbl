      * payments, but no document showed a student their whole
      * account.  Given a fee account number this prints, for each
      * of the student's terms on Student-Master-File, the itemized
      * category charges (tuition, housing, lab, library, parking,
      * bookshop, late fees), the prior balance forward, the
      * payment activity rolled up on Payment-History-File
      * (ArchivePayments' count / net total / last payment date)
      * alongside the master's own SM-Amount-Paid - which also covers
      * payments posted but not yet archived - and the resulting
      * balance due by SM-Fee-Due-Date.  Each statement displays on
      * the console and appends to STATEMNT.RPT as a print-ready copy
      * to hand over.
      *
      * When the student's address in effect has been flagged
      * undeliverable by ReturnedMail the address block is replaced
      * by a DO NOT MAIL line and the email or phone on CONTACT.DAT,
      * so the copy is handed over or sent electronically instead of
      * going back into the post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  Payment-History-File.
       01  PH-Rec.
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

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
           88  Ah-Rec-Not-Found        VALUE "23".
       01  WS-Addrhist-Sw              PIC X VALUE "N".
           88  Addrhist-Available      VALUE "Y".
       01  WS-Badaddr-Path             PIC X(260).
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".
       01  WS-Badaddr-Sw               PIC X VALUE "N".
           88  Badaddr-Available       VALUE "Y".
       01  WS-Contact-Path             PIC X(260).
       01  Cn-Status                   PIC X(2).
           88  Cn-Rec-Found            VALUE "00".
       01  WS-Contact-Sw               PIC X VALUE "N".
           88  Contact-File-Available  VALUE "Y".
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
                       "lines will be omitted."
           END-IF.
           OPEN INPUT Address-History-File.
           OPEN INPUT Bad-Address-File.
           IF Ba-Status = "00"
               MOVE "Y" TO WS-Badaddr-Sw
           END-IF.
           OPEN INPUT Contact-File.
           IF Cn-Status = "00"
               MOVE "Y" TO WS-Contact-Sw
           END-IF.
           IF Ah-Status = "00"
               MOVE "Y" TO WS-Addrhist-Sw
           END-IF.
           IF Addrhist-Available
               CLOSE Address-History-File
           END-IF.
           IF Badaddr-Available
               CLOSE Bad-Address-File
           END-IF.
           IF Contact-File-Available
               CLOSE Contact-File
           END-IF.
           STOP RUN.

      * One statement page per term the student has on the master,
                   DELIMITED BY SIZE INTO Statement-Print-Line
               PERFORM Put-Statement-Line
           END-IF.
           IF Address-Undeliverable
               PERFORM Put-Undeliverable-Lines
           END-IF.
           MOVE SPACES TO Statement-Print-Line.
           PERFORM Put-Statement-Line.

           STRING "  LIBRARY FEES ........... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Statement-Print-Line.
           PERFORM Put-Statement-Line.
           MOVE SM-Parking-Owed TO WS-Amount-Ed.
           MOVE SPACES TO Statement-Print-Line.
           STRING "  PARKING CHARGES ........ " WS-Amount-Ed
               DELIMITED BY SIZE INTO Statement-Print-Line.
           PERFORM Put-Statement-Line.
           MOVE SM-Bookshop-Owed TO WS-Amount-Ed.
           MOVE SPACES TO Statement-Print-Line.
           STRING "  BOOKSHOP CHARGES ....... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Statement-Print-Line.
           PERFORM Put-Statement-Line.
           MOVE SM-Insurance-Owed TO WS-Amount-Ed.
           MOVE SPACES TO Statement-Print-Line.
           STRING "  HEALTH INSURANCE ....... " WS-Amount-Ed
               DELIMITED BY SIZE INTO Statement-Print-Line.
           PERFORM Put-Statement-Line.
           MOVE SM-Late-Fee-Owed TO WS-Amount-Ed.
           MOVE SPACES TO Statement-Print-Line.
           STRING "  LATE FEES .............. " WS-Amount-Ed
           MOVE SPACES TO Statement-Print-Line.
           WRITE Statement-Print-Line AFTER ADVANCING PAGE.

      * The address on file came back from the post office - say so
      * on the statement and give the electronic contact instead.
       Put-Undeliverable-Lines.
           MOVE "** ADDRESS RETURNED UNDELIVERABLE - DO NOT MAIL **"
               TO Statement-Print-Line.
           PERFORM Put-Statement-Line.
           MOVE "23" TO Cn-Status.
           IF Contact-File-Available
               MOVE WS-Addr-Lookup-Id TO Cn-Student-Id
               READ Contact-File
                   KEY IS Cn-Student-Id
                   INVALID KEY MOVE "23" TO Cn-Status
               END-READ
           END-IF.
           MOVE SPACES TO Statement-Print-Line.
           EVALUATE TRUE
               WHEN Cn-Rec-Found AND Cn-Email NOT = SPACES
                   STRING "EMAIL: " Cn-Email
                       DELIMITED BY SIZE INTO Statement-Print-Line
               WHEN Cn-Rec-Found AND Cn-Phone NOT = SPACES
                   STRING "PHONE: " Cn-Phone
                       DELIMITED BY SIZE INTO Statement-Print-Line
               WHEN OTHER
                   MOVE "NO EMAIL OR PHONE ON FILE - HAND OVER ONLY"
                       TO Statement-Print-Line
           END-EVALUATE.
           PERFORM Put-Statement-Line.

      * STRING of two edited amounts in one statement keeps the
      * tuition line out of the generic pattern above.
       Put-Charge-Line-Tuition.
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

       Put-Statement-Line.
           WRITE Statement-Print-Line.
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Contact-Path FROM ENVIRONMENT "CONTACT_PATH".
           IF WS-Contact-Path = SPACES
               MOVE "CONTACT.DAT" TO WS-Contact-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
