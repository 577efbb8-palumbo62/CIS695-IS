      * student's current master balance - the covered portion of
      * SM-Fees-Owed, capped at what is actually still outstanding -
      * and prints a numbered invoice per sponsor on SPONINV.RPT.
      * Each student line on an invoice discloses that student's
      * financial record to the sponsor, so the run also writes one
      * FERPA disclosure log line (DISCLOSE.DAT) per student billed,
      * under the consent the student gave when the link was set up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Invoice-Report-File ASSIGN TO WS-Sponinv-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Invoice-Report-File.
       01  Invoice-Print-Line          PIC X(76).

      * FERPA disclosure log - one line per student record released
      * outside the institution; DisclosureInquiry prints a
      * student's disclosure history from it.
       FD  Disclosure-Log-File.
       01  Disclosure-Log-Rec.
           02  Dx-Disclosure-Date          PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Dx-Student-Number           PIC 9(7).
           02  FILLER                      PIC X(1).
           02  Dx-Recipient                PIC X(30).
           02  FILLER                      PIC X(1).
           02  Dx-Data-Category            PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-Legal-Basis              PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-User-Id                  PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-Source                   PIC X(12).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Sponinv-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Disclose-Path            PIC X(260).

       01  Sn-Status                   PIC X(2).
           88  Sn-Rec-Found            VALUE "00".
           88  SM-Rec-Found            VALUE "00".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).
       01  Dx-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

           OPEN INPUT Student-Master-File.
           OPEN OUTPUT Invoice-Report-File.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.

           MOVE LOW-VALUES TO Sl-Key.
           START Sponsor-Link-File
               PERFORM Close-Invoice-Page
           END-IF.

           CLOSE Student-Master-File, Invoice-Report-File,
                 Disclosure-Log-File.
           DISPLAY " ".
           DISPLAY "----  SPONSOR  INVOICE  RUN  COMPLETE  ----".
           DISPLAY "Invoices printed : " Ct-Invoices-Printed.
               ADD WS-Covered-Amount TO WS-Sponsor-Invoice-Total
               ADD WS-Covered-Amount TO Grand-Total-Billed
               ADD 1 TO Ct-Links-Billed
               PERFORM Log-Sponsor-Disclosure
           END-IF.

       Log-Sponsor-Disclosure.
           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE SM-Student-Number TO Dx-Student-Number.
           MOVE Sn-Sponsor-Name TO Dx-Recipient.
           MOVE "FINANCIAL" TO Dx-Data-Category.
           MOVE "CONSENT" TO Dx-Legal-Basis.
           MOVE WS-Current-User TO Dx-User-Id.
           MOVE "SPONSORINV" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

       Close-Invoice-Page.
           MOVE WS-Sponsor-Invoice-Total TO Inv-Total-Amount.
           WRITE Invoice-Print-Line FROM Invoice-Total-Line
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
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
