      *      the placement RECALLED, so dunning resumes in-house.
      *   4. Prints the placement register, the list of what is
      *      outside the building.
      *
      * Once an agency gives up, BadDebtWriteOff closes the account
      * out and marks its placement WRITEOFF; a written-off placement
      * cannot be recalled from here.
      *
      * A placement hands the student's account to an outside agency
      * acting for the institution, so every placement row written is
      * also recorded on the FERPA disclosure log (DISCLOSE.DAT) with
      * the agency, the placing user and the school-official basis.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Register-Report-File ASSIGN TO WS-Collreg-Path
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

       FD  Placement-File.
       01  Cp-Rec.
           02  Cp-Placement-Status             PIC X(8).
               88  Cp-Is-Placed                VALUE "PLACED".
               88  Cp-Is-Recalled              VALUE "RECALLED".
               88  Cp-Is-Written-Off           VALUE "WRITEOFF".

       FD  Student-Payment-File.
       01  SP-Rec.
       FD  Register-Report-File.
       01  Register-Print-Line                 PIC X(90).

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
       01  WS-Studpay-Path             PIC X(260).
       01  WS-Collreg-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Disclose-Path            PIC X(260).

       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00".
           88  End-Of-Placements       VALUE "10".
       01  Sp-File-Status              PIC X(2).
       01  Ua-File-Status              PIC X(2).
       01  Dx-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
               CLOSE Placement-File
               OPEN I-O Placement-File
           END-IF.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 5.

           CLOSE Student-Master-File, Placement-File,
                 Disclosure-Log-File.
           STOP RUN.

       Main-Menu.
                   DISPLAY "Student " SM-Student-Number " term "
                       SM-Term-Code " already has a placement row - "
                       "flag set, row left as is."
               NOT INVALID KEY
                   PERFORM Log-Placement-Disclosure
           END-WRITE.
           MOVE "C" TO SM-Collection-Flag.
           REWRITE SM-Rec
                       SM-Term-Code " for " WS-Outstanding
           END-REWRITE.

       Log-Placement-Disclosure.
           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE SM-Student-Number TO Dx-Student-Number.
           STRING "COLLECTION AGENCY " WS-Agency-Code
               DELIMITED BY SIZE INTO Dx-Recipient.
           MOVE "FINANCIAL" TO Dx-Data-Category.
           MOVE "SCHOOL-OFF" TO Dx-Legal-Basis.
           MOVE WS-Current-User TO Dx-User-Id.
           MOVE "COLLPLACE" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

      * The recovery is NOT posted here - it goes onto STUDPAY.DAT
      * as an ordinary wrapped payment batch and posts through
      * StudFees' normal path, with the agency code as approver and
               INVALID KEY
                   DISPLAY "No placement on file for that account."
           END-READ.
           IF Cp-Rec-Found AND Cp-Is-Written-Off
               DISPLAY "Account has been written off as bad debt - "
                       "it cannot be recalled."
           END-IF.
           IF Cp-Rec-Found AND NOT Cp-Is-Written-Off
               MOVE "RECALLED" TO Cp-Placement-Status
               REWRITE Cp-Rec
                   INVALID KEY
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
