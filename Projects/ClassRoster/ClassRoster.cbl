      * Se-Sessions-Attended/Se-Sessions-Held counters, and a
      * trailing enrolled-count against Module-Capacity-File's
      * Mc-Capacity.
      * The lecturer's copy (asked for at the prompt, and written to
      * its own ROSTERLC.RPT so it never overwrites the registrar's
      * ROSTER.RPT) is marked confidential and carries an ACCOM column:
      * an asterisk against any student with an accommodation on the
      * accessibility office's ACCOMMOD.DAT for the term that has not
      * yet expired.  Only the bare indicator prints - the codes and
      * the detail stay with the accessibility office.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mc-File-Status.

           SELECT Accommodation-File ASSIGN TO WS-Accommod-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ac-Key
               FILE STATUS IS Ac-Status.

           SELECT Roster-Report-File ASSIGN TO WS-Roster-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           02  FILLER                      PIC X(1).
           02  Mc-Capacity                 PIC 9(5).

      * Accessibility office's accommodations file - read here for the
      * lecturer's-copy indicator only; see AccommodationMaint.
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

       FD  Roster-Report-File.
       01  Roster-Print-Line               PIC X(76).

       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Modcap-Path              PIC X(260).
       01  WS-Roster-Path              PIC X(260).
       01  WS-Accommod-Path            PIC X(260).

       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Cc-Rec-Found            VALUE "00".
           88  Cc-Rec-Not-Found        VALUE "23".
       01  Mc-File-Status              PIC X(2).
       01  Ac-Status                   PIC X(2).
           88  Ac-Rec-Found            VALUE "00".

       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Lecturer-Copy-Sw         PIC X VALUE "N".
           88  Lecturer-Copy           VALUE "Y" "y".
       01  WS-Accommod-Sw              PIC X VALUE "N".
           88  Accommod-Available      VALUE "Y".
       01  WS-Today                    PIC 9(8).

      * Capacity table, loaded once at startup from Module-Capacity-
      * File - same table-driven lookup pattern StudentEnrollment
      * uses.  An absent MODCAP.DAT means every module is uncapped.
       01  Capacity-Table.
           02  Mc-Entry OCCURS 2000 TIMES
                       INDEXED BY Mc-Idx.
               03  Mc-Module-Tbl             PIC X(5).
               03  Mc-Section-Tbl            PIC 9(2).
               03  Mc-Capacity-Tbl           PIC 9(5).
       01  WS-Modcap-Max               PIC 9(4) VALUE 2000.
       01  WS-Modcap-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Capacity-Found           PIC X VALUE "N".
           88  Capacity-Defined        VALUE "Y".
           02  FILLER                  PIC X(37) VALUE "STUDENT NAME".
           02  FILLER                  PIC X(7)  VALUE "GRADE".
           02  FILLER                  PIC X(10) VALUE "ATTEND PCT".
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rch-Accom-Heading       PIC X(5)  VALUE SPACES.

       01  Roster-Detail-Line.
           02  Rd-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  Rd-Attendance           PIC ZZ9.
           02  Rd-Attendance-Pct       PIC X(1).
           02  FILLER                  PIC X(11) VALUE SPACES.
           02  Rd-Accom-Flag           PIC X(1)  VALUE SPACE.

       01  Roster-Count-Line.
           02  FILLER                  PIC X(10) VALUE "ENROLLED: ".
           IF WS-Query-Module-Code = SPACES
               MOVE "Y" TO WS-All-Modules-Sw
           END-IF.
           DISPLAY "Lecturer's copy with accommodation indicator "
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Lecturer-Copy-Sw.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           IF Lecturer-Copy
               PERFORM Set-Up-Lecturer-Copy
           END-IF.

           OPEN INPUT Student-Enrollment-File.
           OPEN INPUT StudentFile.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Accommod-Available
               CLOSE Accommodation-File
           END-IF.
           DISPLAY "Roster pages printed: " Ct-Pages-Printed.
           STOP RUN.

      * The lecturer's copy goes to its own report file.  With no
      * accommodations file yet, the copy still prints, confidential
      * banner and all, with no student marked.
       Set-Up-Lecturer-Copy.
           ACCEPT WS-Roster-Path FROM ENVIRONMENT "ROSTERLC_PATH".
           IF WS-Roster-Path = SPACES
               MOVE "ROSTERLC.RPT" TO WS-Roster-Path
           END-IF.
           MOVE "ACCOM" TO Rch-Accom-Heading.
           OPEN INPUT Accommodation-File.
           IF Ac-Status = "00"
               MOVE "Y" TO WS-Accommod-Sw
           ELSE
               DISPLAY "No accommodations file - no students marked."
           END-IF.

       Load-Capacity-Table.
           OPEN INPUT Module-Capacity-File.
           IF Mc-File-Status NOT = "00"
           END-IF.
           PERFORM UNTIL End-Of-Modcap-File
               PERFORM Check-Modcap-Row-Format
               IF WS-Modcap-Count NOT < WS-Modcap-Max
                   DISPLAY "*** CAPACITY TABLE FULL *** more than "
                           WS-Modcap-Max " MODCAP.DAT rows"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Modcap-Count
               MOVE Mc-Module-Code TO Mc-Module-Tbl(WS-Modcap-Count)
               MOVE Mc-Section-Num
                   TO Mc-Section-Tbl(WS-Modcap-Count)
               MOVE Mc-Capacity TO Mc-Capacity-Tbl(WS-Modcap-Count)
               READ Module-Capacity-File
                   AT END SET End-Of-Modcap-File TO TRUE
               END-READ
           MOVE WS-Query-Term-Code TO Rh-Term-Code.
           WRITE Roster-Print-Line FROM Roster-Heading-Line
               AFTER ADVANCING 1 LINE.
           IF Lecturer-Copy
               MOVE SPACES TO Roster-Print-Line
               STRING "CONFIDENTIAL - LECTURER'S COPY - "
                   "DO NOT POST OR CIRCULATE"
                   DELIMITED BY SIZE INTO Roster-Print-Line
               WRITE Roster-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ALL "-" TO Roster-Print-Line.
           WRITE Roster-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Roster-Print-Line FROM Roster-Col-Heading
               MOVE ZEROS TO Rd-Attendance
               MOVE SPACE TO Rd-Attendance-Pct
           END-IF.
           MOVE SPACE TO Rd-Accom-Flag.
           IF Accommod-Available
               PERFORM Check-Accommodation
           END-IF.
           WRITE Roster-Print-Line FROM Roster-Detail-Line
               AFTER ADVANCING 1 LINE.

      * Marked when the student has an accommodation for the roster's
      * term that has not expired - a roster printed before the term
      * starts still shows it, one ended early does not.
       Check-Accommodation.
           MOVE Se-Student-Id TO Ac-Student-Id.
           MOVE WS-Query-Term-Code TO Ac-Term-Code.
           READ Accommodation-File
               KEY IS Ac-Key
               INVALID KEY MOVE "23" TO Ac-Status
           END-READ.
           IF Ac-Rec-Found
               AND Ac-Expiry-Date NOT < WS-Today
               MOVE "*" TO Rd-Accom-Flag
           END-IF.

       Close-Roster-Page.
           MOVE WS-Enrolled-Count TO Rc-Enrolled-Count.
           PERFORM Find-Module-Capacity.
           END-IF.
           WRITE Roster-Print-Line FROM Roster-Count-Line
               AFTER ADVANCING 2 LINES.
           IF Lecturer-Copy
               MOVE SPACES TO Roster-Print-Line
               STRING "* ACCOMMODATION ON FILE - DETAILS FROM THE "
                   "ACCESSIBILITY OFFICE"
                   DELIMITED BY SIZE INTO Roster-Print-Line
               WRITE Roster-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

       Find-Module-Capacity.
           MOVE "N" TO WS-Capacity-Found.
           IF WS-Roster-Path = SPACES
               MOVE "ROSTER.RPT" TO WS-Roster-Path
           END-IF.
           ACCEPT WS-Accommod-Path FROM ENVIRONMENT "ACCOMMOD_PATH".
           IF WS-Accommod-Path = SPACES
               MOVE "ACCOMMOD.DAT" TO WS-Accommod-Path
           END-IF.
