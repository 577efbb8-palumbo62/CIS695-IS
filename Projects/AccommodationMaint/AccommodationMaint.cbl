       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AccommodationMaint.
       AUTHOR.  Jon Clark.
      * Disability accommodations registry.  The accessibility office
      * used to e-mail lecturers a list of students needing extra exam
      * time or a note-taker, and the lists were always out of date.
      * Each approved accommodation is now kept on the accommodations
      * file (ACCOMMOD.DAT, keyed by student and term) with up to six
      * accommodation codes, the effective and expiry dates, and the
      * counselor who approved it.
      *
      * Codes: ET extended exam time, NT note-taker, SR separate or
      * reduced-distraction room, AT assistive technology, RS reader
      * or scribe, OT other (detail kept in the office's own file).
      *
      * Accommodation records are confidential to the accessibility
      * office.  The whole program, including its renewal-due report
      * (ACCRENEW.RPT), sits behind the shared User-Access-File login
      * and needs the accessibility role (A).  Only two other programs
      * read ACCOMMOD.DAT, and neither prints a code: ClassRoster marks
      * the lecturer's copy of a roster with a bare indicator, and
      * ExamSchedule lists extended-time students' exams so a separate
      * testing room can be booked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Accommodation-File ASSIGN TO WS-Accommod-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ac-Key
               FILE STATUS IS Ac-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

           SELECT Renewal-Report-File ASSIGN TO WS-Accrenew-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  Accommodation-File.
       01  Ac-Rec.
           02  Ac-Key.
               03  Ac-Student-Id           PIC 9(5).
               03  Ac-Term-Code            PIC X(6).
           02  Ac-Code-List.
               03  Ac-Code OCCURS 6 TIMES  PIC X(2).
           02  Ac-Effective-Date           PIC 9(8).
           02  Ac-Expiry-Date              PIC 9(8).
           02  Ac-Counselor                PIC X(20).
           02  Ac-Entered-By               PIC X(10).
           02  Ac-Entered-Date             PIC 9(8).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       FD  Renewal-Report-File.
       01  Renewal-Print-Line          PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Accommod-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Accrenew-Rpt-Path        PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Ac-Status                   PIC X(2).
           88  Ac-Rec-Found            VALUE "00".
           88  Ac-Rec-Not-Found        VALUE "23".
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
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".
           88  Role-Is-Accessibility   VALUE "A".

       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Query-Term-Code          PIC X(6).
       01  WS-Code-Entry               PIC X(20).
       01  Code-Entry-List.
           02  WS-Code-Entry-Item OCCURS 6 TIMES PIC X(2).
       01  WS-Code-Check               PIC X(2).
           88  Valid-Accommodation-Code
                   VALUE "ET" "NT" "SR" "AT" "RS" "OT".
       01  WS-Code-Idx                 PIC 9(1).
       01  WS-Code-Count               PIC 9(1).
       01  WS-Codes-Ok-Sw              PIC X VALUE "Y".
           88  Codes-Ok                VALUE "Y".
       01  WS-Effective-Entry          PIC 9(8).
       01  WS-Expiry-Entry             PIC 9(8).
       01  WS-Counselor-Entry          PIC X(20).
       01  WS-Replace-Reply            PIC X(1).
       01  WS-Accom-Count              PIC 9(3).
       01  WS-Today                    PIC 9(8).

      * Renewal window - accommodations whose expiry falls from today
      * up to this many days ahead are listed for renewal.
       01  WS-Days-Ahead-Entry         PIC X(3).
       01  WS-Days-Ahead               PIC 9(3) VALUE 30.
       01  WS-Window-End               PIC 9(8).
       01  WS-Days-Left                PIC 9(3).
       01  Ct-Renewals-Due             PIC 9(5).

       01  Accom-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Al-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Al-Codes                PIC X(17).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Al-Effective-Date       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Al-Expiry-Date          PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Al-Counselor            PIC X(20).

       01  Accom-Heading-Line.
           02  FILLER                  PIC X(39) VALUE
               "  TERM    CODES              EFFECTIVE".
           02  FILLER                  PIC X(29) VALUE
               "EXPIRES   COUNSELOR".

       01  Renewal-Detail-Line.
           02  Rn-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rn-Student-Name         PIC X(24).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  Rn-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rn-Expiry-Date          PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rn-Days-Left            PIC ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rn-Counselor            PIC X(20).

       01  Renewal-Heading-Line.
           02  FILLER                  PIC X(40) VALUE
               "   ID  STUDENT                  TERM    ".
           02  FILLER                  PIC X(35) VALUE
               "EXPIRES  DAYS  COUNSELOR".

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
           IF NOT Role-Is-Accessibility
               DISPLAY "Access denied - accessibility office role "
                       "required."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT StudentFile.
           OPEN I-O Accommodation-File.
           IF Ac-Status = "05" OR Ac-Status = "35"
               CLOSE Accommodation-File
               OPEN OUTPUT Accommodation-File
               CLOSE Accommodation-File
               OPEN I-O Accommodation-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 5.

           CLOSE StudentFile, Accommodation-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  DISABILITY  ACCOMMODATIONS  ----".
           DISPLAY "1. Record Accommodation".
           DISPLAY "2. List Accommodations For Student".
           DISPLAY "3. End Accommodation Early".
           DISPLAY "4. Print Renewal-Due Report".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Record-Accommodation
               WHEN 2 PERFORM List-Accommodations
               WHEN 3 PERFORM End-Accommodation
               WHEN 4 PERFORM Print-Renewal-Report
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      * One record per student and term.  Recording over an existing
      * term replaces it outright once the counselor confirms - a
      * changed plan is re-approved as a whole, never patched a code
      * at a time.
       Record-Accommodation.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF Student-Rec-Not-Found
               DISPLAY "No student found for ID " WS-Query-StudentId
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Student: " Firstname " " Lastname.
           DISPLAY "Term code: " WITH NO ADVANCING.
           ACCEPT WS-Query-Term-Code.
           IF WS-Query-Term-Code = SPACES
               DISPLAY "Term code required - nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Query-StudentId TO Ac-Student-Id.
           MOVE WS-Query-Term-Code TO Ac-Term-Code.
           READ Accommodation-File
               KEY IS Ac-Key
               INVALID KEY MOVE "23" TO Ac-Status
           END-READ.
           IF Ac-Rec-Found
               DISPLAY "Already on file for this term:"
               DISPLAY Accom-Heading-Line
               PERFORM Format-Accom-Line
               DISPLAY Accom-Detail-Line
               DISPLAY "Replace it (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-Replace-Reply
               IF WS-Replace-Reply NOT = "Y" AND NOT = "y"
                   DISPLAY "Left as it was."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Codes (ET NT SR AT RS OT, up to 6, space "
                   "separated): " WITH NO ADVANCING.
           ACCEPT WS-Code-Entry.
           PERFORM Parse-Code-Entry.
           IF NOT Codes-Ok
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Effective-Entry.
           DISPLAY "Expiry date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Expiry-Entry.
           IF WS-Effective-Entry = ZEROS
               OR WS-Expiry-Entry NOT > WS-Effective-Entry
               DISPLAY "An accommodation needs an effective date and "
                       "an expiry date after it - nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Approving counselor: " WITH NO ADVANCING.
           ACCEPT WS-Counselor-Entry.
           IF WS-Counselor-Entry = SPACES
               DISPLAY "Approving counselor required - nothing "
                       "recorded."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-Query-StudentId TO Ac-Student-Id.
           MOVE WS-Query-Term-Code TO Ac-Term-Code.
           MOVE Code-Entry-List TO Ac-Code-List.
           MOVE WS-Effective-Entry TO Ac-Effective-Date.
           MOVE WS-Expiry-Entry TO Ac-Expiry-Date.
           MOVE WS-Counselor-Entry TO Ac-Counselor.
           MOVE WS-Current-User TO Ac-Entered-By.
           MOVE WS-Today TO Ac-Entered-Date.
           IF Ac-Rec-Found
               REWRITE Ac-Rec
                   INVALID KEY
                       MOVE Ac-Status TO WS-Chk-Status
                       MOVE "REWRITE Accommodation-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Ac-Rec
                   INVALID KEY
                       MOVE Ac-Status TO WS-Chk-Status
                       MOVE "WRITE Accommodation-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.
           DISPLAY "Accommodation recorded for Student "
                   WS-Query-StudentId " term " WS-Query-Term-Code ".".

      * Codes come in as one space-separated line; every one must be
      * on the list and at least one must be given.
       Parse-Code-Entry.
           MOVE "Y" TO WS-Codes-Ok-Sw.
           MOVE SPACES TO Code-Entry-List.
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry.
           UNSTRING WS-Code-Entry DELIMITED BY ALL SPACE
               INTO WS-Code-Entry-Item(1) WS-Code-Entry-Item(2)
                    WS-Code-Entry-Item(3) WS-Code-Entry-Item(4)
                    WS-Code-Entry-Item(5) WS-Code-Entry-Item(6)
           END-UNSTRING.
           MOVE ZEROS TO WS-Code-Count.
           PERFORM VARYING WS-Code-Idx FROM 1 BY 1
                   UNTIL WS-Code-Idx > 6
               IF WS-Code-Entry-Item(WS-Code-Idx) NOT = SPACES
                   MOVE WS-Code-Entry-Item(WS-Code-Idx)
                       TO WS-Code-Check
                   IF Valid-Accommodation-Code
                       ADD 1 TO WS-Code-Count
                   ELSE
                       DISPLAY "Unknown accommodation code "
                               WS-Code-Check " - nothing recorded."
                       MOVE "N" TO WS-Codes-Ok-Sw
                   END-IF
               END-IF
           END-PERFORM.
           IF Codes-Ok AND WS-Code-Count = ZEROS
               DISPLAY "At least one accommodation code required - "
                       "nothing recorded."
               MOVE "N" TO WS-Codes-Ok-Sw
           END-IF.

       List-Accommodations.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO Ac-Student-Id.
           MOVE LOW-VALUES TO Ac-Term-Code.
           START Accommodation-File
               KEY IS >= Ac-Key
               INVALID KEY SET Ac-Rec-Not-Found TO TRUE
           END-START.
           MOVE ZEROS TO WS-Accom-Count.
           IF Ac-Rec-Found
               READ Accommodation-File NEXT RECORD
                   AT END SET Ac-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ac-Rec-Not-Found
                       OR Ac-Student-Id NOT = WS-Query-StudentId
                   IF WS-Accom-Count = ZEROS
                       DISPLAY Accom-Heading-Line
                   END-IF
                   ADD 1 TO WS-Accom-Count
                   PERFORM Format-Accom-Line
                   DISPLAY Accom-Detail-Line
                   READ Accommodation-File NEXT RECORD
                       AT END SET Ac-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Accom-Count = 0
               DISPLAY "No accommodations on file for Student "
                       WS-Query-StudentId
           END-IF.

       Format-Accom-Line.
           MOVE Ac-Term-Code TO Al-Term-Code.
           MOVE SPACES TO Al-Codes.
           STRING Ac-Code(1) " " Ac-Code(2) " " Ac-Code(3) " "
               Ac-Code(4) " " Ac-Code(5) " " Ac-Code(6)
               DELIMITED BY SIZE INTO Al-Codes.
           MOVE Ac-Effective-Date TO Al-Effective-Date.
           MOVE Ac-Expiry-Date TO Al-Expiry-Date.
           MOVE Ac-Counselor TO Al-Counselor.

      * Ending early brings the expiry date back to yesterday, so the
      * roster indicator and the exam testing-room list drop the
      * student from today.  The record itself stays on file.
       End-Accommodation.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           DISPLAY "Term code: " WITH NO ADVANCING.
           ACCEPT WS-Query-Term-Code.
           MOVE WS-Query-StudentId TO Ac-Student-Id.
           MOVE WS-Query-Term-Code TO Ac-Term-Code.
           READ Accommodation-File
               KEY IS Ac-Key
               INVALID KEY MOVE "23" TO Ac-Status
           END-READ.
           IF Ac-Rec-Not-Found
               DISPLAY "No accommodation on file for that student "
                       "and term."
               EXIT PARAGRAPH
           END-IF.
           IF Ac-Expiry-Date < WS-Today
               DISPLAY "Already expired on " Ac-Expiry-Date "."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE Ac-Expiry-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) - 1).
           IF Ac-Expiry-Date < Ac-Effective-Date
               MOVE Ac-Effective-Date TO Ac-Expiry-Date
           END-IF.
           MOVE WS-Current-User TO Ac-Entered-By.
           MOVE WS-Today TO Ac-Entered-Date.
           REWRITE Ac-Rec
               INVALID KEY
                   MOVE Ac-Status TO WS-Chk-Status
                   MOVE "REWRITE Accommodation-File (end)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           DISPLAY "Accommodation ended - expiry now "
                   Ac-Expiry-Date ".".

      ******************************************************************
      * Renewal-due report - every accommodation whose expiry falls
      * from today to the end of the renewal window, so the office
      * can ask the student for updated documentation in time.
      * Written only from here, behind the accessibility-role login.
      ******************************************************************
       Print-Renewal-Report.
           DISPLAY "Days ahead to list (blank = 30): "
               WITH NO ADVANCING.
           ACCEPT WS-Days-Ahead-Entry.
           IF WS-Days-Ahead-Entry = SPACES
               MOVE 30 TO WS-Days-Ahead
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Days-Ahead-Entry) NOT = ZERO
                   DISPLAY "Days ahead must be a number - no report."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-Days-Ahead-Entry)
                   TO WS-Days-Ahead
           END-IF.
           COMPUTE WS-Window-End = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + WS-Days-Ahead).
           OPEN OUTPUT Renewal-Report-File.
           MOVE ZEROS TO Ct-Renewals-Due.
           MOVE SPACES TO Renewal-Print-Line.
           STRING "ACCOMMODATIONS  DUE  FOR  RENEWAL - CONFIDENTIAL"
               "     RUN " WS-Today
               DELIMITED BY SIZE INTO Renewal-Print-Line.
           WRITE Renewal-Print-Line.
           MOVE SPACES TO Renewal-Print-Line.
           STRING "EXPIRING " WS-Today " THROUGH " WS-Window-End
               DELIMITED BY SIZE INTO Renewal-Print-Line.
           WRITE Renewal-Print-Line.
           MOVE SPACES TO Renewal-Print-Line.
           WRITE Renewal-Print-Line.
           WRITE Renewal-Print-Line FROM Renewal-Heading-Line.
           MOVE ALL "-" TO Renewal-Print-Line.
           WRITE Renewal-Print-Line.
           MOVE LOW-VALUES TO Ac-Key.
           START Accommodation-File
               KEY IS >= Ac-Key
               INVALID KEY SET Ac-Rec-Not-Found TO TRUE
           END-START.
           IF Ac-Rec-Found
               READ Accommodation-File NEXT RECORD
                   AT END SET Ac-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ac-Rec-Not-Found
                   IF Ac-Expiry-Date NOT < WS-Today
                       AND Ac-Expiry-Date NOT > WS-Window-End
                       PERFORM Print-One-Renewal
                   END-IF
                   READ Accommodation-File NEXT RECORD
                       AT END SET Ac-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO Renewal-Print-Line.
           WRITE Renewal-Print-Line.
           MOVE SPACES TO Renewal-Print-Line.
           STRING "ACCOMMODATIONS DUE FOR RENEWAL: " Ct-Renewals-Due
               DELIMITED BY SIZE INTO Renewal-Print-Line.
           WRITE Renewal-Print-Line.
           CLOSE Renewal-Report-File.
           DISPLAY Ct-Renewals-Due
                   " accommodation(s) written to ACCRENEW.RPT.".

       Print-One-Renewal.
           ADD 1 TO Ct-Renewals-Due.
           MOVE Ac-Student-Id TO Rn-Student-Id StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           MOVE SPACES TO Rn-Student-Name.
           IF Student-Rec-Found
               STRING Lastname DELIMITED BY "  " ", " Firstname
                   DELIMITED BY SIZE INTO Rn-Student-Name
           ELSE
               MOVE "** NOT ON ADMIN MASTER **" TO Rn-Student-Name
           END-IF.
           MOVE Ac-Term-Code TO Rn-Term-Code.
           MOVE Ac-Expiry-Date TO Rn-Expiry-Date.
           COMPUTE WS-Days-Left =
               FUNCTION INTEGER-OF-DATE(Ac-Expiry-Date)
               - FUNCTION INTEGER-OF-DATE(WS-Today).
           MOVE WS-Days-Left TO Rn-Days-Left.
           MOVE Ac-Counselor TO Rn-Counselor.
           WRITE Renewal-Print-Line FROM Renewal-Detail-Line.

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
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Accommod-Path FROM ENVIRONMENT "ACCOMMOD_PATH".
           IF WS-Accommod-Path = SPACES
               MOVE "ACCOMMOD.DAT" TO WS-Accommod-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Accrenew-Rpt-Path
               FROM ENVIRONMENT "ACCRENEW_RPT_PATH".
           IF WS-Accrenew-Rpt-Path = SPACES
               MOVE "ACCRENEW.RPT" TO WS-Accrenew-Rpt-Path
           END-IF.
