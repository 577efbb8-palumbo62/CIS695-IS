       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DisclosureInquiry.
       AUTHOR.  Jon Clark.
      * Registrar's inquiry on the FERPA disclosure log.  A student is
      * entitled to see who has been given their records, and until
      * now nobody could say.  Every output that releases student
      * records outside the registrar's office - TranscriptReport,
      * SponsorMaint's sponsor invoices, RegulatoryExtract, the
      * CollectionsManager placement file, FeesExport and
      * DegreeVerify's verification answers - appends a
      * line to DISCLOSE.DAT for each student released: the date,
      * the recipient, the data category (ACADEMIC, FINANCIAL or
      * ENROLLMENT), the legal basis, the releasing user and the
      * output it came from.  The legal basis codes are:
      *
      *   CONSENT     the student's written consent
      *   STUDENT     the student's own copy
      *   TRANSFER    a school the student is transferring to
      *   STATE-RPT   state or federal reporting authority
      *   SCHOOL-OFF  a contractor or office acting for the
      *               institution with a legitimate interest
      *   DIRECTORY   directory information confirmed for a
      *               verification, the student not having
      *               suppressed it
      *
      * Given a student ID, this program reads the whole log and
      * lists that student's disclosures in the order they were
      * made, on the console and on DISCLHIST.RPT for handing to the
      * student.  Any User-Access-File login may run it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

           SELECT History-Report-File ASSIGN TO WS-Disclhist-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       01 StudentRec.
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
              88 Directory-Suppressed VALUE 'Y'.

      * FERPA disclosure log - one line per student record released
      * outside the institution.
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

       FD  History-Report-File.
       01  History-Print-Line              PIC X(100).

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
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Disclose-Path            PIC X(260).
       01  WS-Disclhist-Path           PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Dx-File-Status              PIC X(2).
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
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Today                    PIC 9(8).
       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Query-Student-Number     PIC 9(7).
       01  WS-Student-Name             PIC X(40).
       01  WS-Log-Eof-Sw               PIC X.
           88  End-Of-Log              VALUE "Y".
       01  Ct-Disclosures              PIC 9(5).

       01  Another-Reply               PIC X VALUE "Y".
           88  Query-Another           VALUE "Y" "y".

       01  Hist-Col-Heading.
           02  FILLER                  PIC X(10) VALUE "DATE".
           02  FILLER                  PIC X(31) VALUE "RECIPIENT".
           02  FILLER                  PIC X(11) VALUE "CATEGORY".
           02  FILLER                  PIC X(11) VALUE "BASIS".
           02  FILLER                  PIC X(11) VALUE "RELEASED BY".
           02  FILLER                  PIC X(12) VALUE "SOURCE".

       01  Hist-Detail-Line.
           02  Hd-Date                 PIC 9999/99/99.
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Hd-Recipient            PIC X(30).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Hd-Category             PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Hd-Basis                PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Hd-User                 PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Hd-Source               PIC X(12).

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
           OPEN INPUT StudentFile.
           OPEN OUTPUT History-Report-File.

           PERFORM Print-One-History UNTIL NOT Query-Another.

           CLOSE StudentFile, History-Report-File.
           STOP RUN.

       Print-One-History.
           DISPLAY " ".
           DISPLAY "Student ID: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO StudentId.
           MOVE WS-Query-StudentId TO WS-Query-Student-Number.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           MOVE SPACES TO WS-Student-Name.
           IF Student-Rec-Found
               STRING Firstname DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      Lastname DELIMITED BY SIZE
                   INTO WS-Student-Name
           ELSE
               MOVE "** NOT ON STUDENT FILE **" TO WS-Student-Name
           END-IF.
           PERFORM Write-History-Header.

           MOVE ZEROS TO Ct-Disclosures.
           MOVE "N" TO WS-Log-Eof-Sw.
           OPEN INPUT Disclosure-Log-File.
           IF Dx-File-Status = "00"
               PERFORM UNTIL End-Of-Log
                   READ Disclosure-Log-File
                       AT END SET End-Of-Log TO TRUE
                       NOT AT END
                           IF Dx-Student-Number =
                                   WS-Query-Student-Number
                               PERFORM Write-History-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Disclosure-Log-File
           END-IF.

           MOVE SPACES TO History-Print-Line.
           IF Ct-Disclosures = ZEROS
               MOVE "No disclosures recorded for this student."
                   TO History-Print-Line
           ELSE
               STRING "Disclosures recorded: " Ct-Disclosures
                   DELIMITED BY SIZE INTO History-Print-Line
           END-IF.
           WRITE History-Print-Line AFTER ADVANCING 2 LINES.
           DISPLAY " ".
           DISPLAY History-Print-Line.

           DISPLAY " ".
           DISPLAY "Print another student's history (Y/N)? "
                   WITH NO ADVANCING.
           ACCEPT Another-Reply.

       Write-History-Header.
           MOVE SPACES TO History-Print-Line.
           WRITE History-Print-Line AFTER ADVANCING PAGE.
           MOVE "RECORD OF DISCLOSURES OF STUDENT EDUCATION RECORDS"
               TO History-Print-Line.
           WRITE History-Print-Line AFTER ADVANCING 1 LINE.
           DISPLAY " ".
           DISPLAY History-Print-Line.
           MOVE SPACES TO History-Print-Line.
           STRING "STUDENT " WS-Query-StudentId "  " WS-Student-Name
                  "  PRINTED " WS-Today " BY " WS-Login-Userid
               DELIMITED BY SIZE INTO History-Print-Line.
           WRITE History-Print-Line AFTER ADVANCING 1 LINE.
           DISPLAY History-Print-Line.
           MOVE SPACES TO History-Print-Line.
           WRITE History-Print-Line AFTER ADVANCING 1 LINE.
           WRITE History-Print-Line FROM Hist-Col-Heading
               AFTER ADVANCING 1 LINE.
           DISPLAY Hist-Col-Heading.

       Write-History-Line.
           MOVE Dx-Disclosure-Date TO Hd-Date.
           MOVE Dx-Recipient TO Hd-Recipient.
           MOVE Dx-Data-Category TO Hd-Category.
           MOVE Dx-Legal-Basis TO Hd-Basis.
           MOVE Dx-User-Id TO Hd-User.
           MOVE Dx-Source TO Hd-Source.
           WRITE History-Print-Line FROM Hist-Detail-Line
               AFTER ADVANCING 1 LINE.
           DISPLAY Hist-Detail-Line.
           ADD 1 TO Ct-Disclosures.

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

       Resolve-Data-Paths.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
           ACCEPT WS-Disclhist-Path FROM ENVIRONMENT "DISCLHIST_PATH".
           IF WS-Disclhist-Path = SPACES
               MOVE "DISCLHIST.RPT" TO WS-Disclhist-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
