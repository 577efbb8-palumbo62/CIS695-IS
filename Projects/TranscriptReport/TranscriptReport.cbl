      * console and appended to Transcript-Report-File (TRANSCRPT.DAT)
      * as a print-ready document a registrar can hand to a student or
      * send on to another institution.
      *
      * A retaken module prints every attempt, but only the most
      * recent graded attempt counts in the GPA - an earlier attempt
      * it replaced prints with a REPEAT marker and stays out of
      * quality points and attempted hours.
      *
      * Each transcript issued is a release of the student's record,
      * so the recipient and the legal basis for sending it are
      * asked for and written, with the issuing user, to the FERPA
      * disclosure log DISCLOSE.DAT.  A copy for the student is
      * logged as the student's own copy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Attempt-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ae-Key
               FILE STATUS IS Ae-Status.

           SELECT Transcript-Report-File ASSIGN TO WS-Transcrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tr-File-Status.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

      * Second connector on STUDENR.DAT, read only, for the repeat
      * look-ahead - the main scan keeps its place.
       FD  Attempt-Enrollment-File.
       01  Ae-Rec.
           02  Ae-Key.
               03  Ae-Student-Id           PIC 9(5).
               03  Ae-Module-Code          PIC X(5).
               03  Ae-Term-Code            PIC X(6).
               03  Ae-Section-Num          PIC 9(2).
           02  Ae-Enrolled-Date            PIC 9(8).
           02  Ae-Grade                    PIC X(1).
               88  Ae-Counted-Grade         VALUE "A" "B" "C" "D" "F".
           02  Ae-Sessions-Held            PIC 9(3).
           02  Ae-Sessions-Attended        PIC 9(3).
           02  Ae-Campus-Code              PIC X(4).

       FD  Transcript-Report-File.
       01  Transcript-Print-Line           PIC X(80).

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

      * Registration holds (HOLDFILE.DAT), maintained by the
      * StudentHolds program - an active hold (zero release date)
      * blocks transcript output for that student.
       01  WS-Transcrpt-Path           PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Disclose-Path            PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Tr-File-Status              PIC X(2).
       01  Dx-File-Status              PIC X(2).

      * Who the transcript goes to, on what legal basis, and who
      * issued it - for the disclosure log.
       01  WS-Today                    PIC 9(8).
       01  WS-Release-User             PIC X(10).
       01  WS-Release-Recipient        PIC X(30).
       01  WS-Release-Basis-Reply      PIC X(1).
           88  Basis-Transfer          VALUE "T" "t".
       01  Ae-Status                   PIC X(2).
           88  Ae-Rec-Found            VALUE "00".
           88  Ae-Rec-Not-Found        VALUE "23".
       01  WS-Superseded-Sw            PIC X VALUE "N".
           88  Attempt-Superseded      VALUE "Y".
       01  WS-Grade-Tags               PIC X(17).
       01  WS-Repeat-Count             PIC 9(3).
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
      * Per-term summary accumulated while the body prints - the
      * enrollment key orders by module before term, so the terms
      * collect here and print together in the footer.
       01  WS-Term-Max                 PIC 9(2) VALUE 99.
       01  Term-Summary-Table.
           02  Ts-Entry OCCURS 99 TIMES INDEXED BY Ts-Idx.
               03  Ts-Term-Code        PIC X(6).
               03  Ts-Attempted-Hours  PIC 9(4).
               03  Ts-Earned-Hours     PIC 9(4).
               03  Ts-Quality-Points   PIC 9(6)V9.
       01  WS-Term-Count               PIC 9(2).
       01  WS-Term-Slot                PIC 9(2).
       01  WS-Ts-Prt-Idx               PIC 9(3).

       01  WS-Line-Count               PIC 9(3).
       01  Another-Reply               PIC X VALUE "Y".
           PERFORM Resolve-Data-Paths.
           OPEN INPUT StudentFile.
           OPEN INPUT Student-Enrollment-File.
           OPEN INPUT Attempt-Enrollment-File.
           OPEN EXTEND Transcript-Report-File.
           IF Tr-File-Status = "05" OR Tr-File-Status = "35"
               OPEN OUTPUT Transcript-Report-File
           END-IF.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           DISPLAY "Issued by (your user ID): " WITH NO ADVANCING.
           ACCEPT WS-Release-User.
           OPEN INPUT Hold-File.
           IF Hd-Status = "00"
               MOVE "Y" TO WS-Hold-File-Sw
           PERFORM Print-One-Transcript UNTIL NOT Query-Another.

           CLOSE StudentFile, Student-Enrollment-File,
                 Attempt-Enrollment-File, Transcript-Report-File,
                 Disclosure-Log-File.
           IF Hold-File-Available
               CLOSE Hold-File
           END-IF.
                           " has an active hold (type "
                           WS-Active-Hold-Type ").  See StudentHolds."
               ELSE
                   PERFORM Prompt-Release-Details
                   PERFORM Write-Transcript-Header
                   PERFORM Write-Transcript-Body
                   PERFORM Write-Transfer-Credit-Section
                   PERFORM Write-Transcript-Footer
                   PERFORM Log-Transcript-Disclosure
               END-IF
           ELSE
               DISPLAY "No student found for ID " WS-Query-StudentId
                   WITH NO ADVANCING.
           ACCEPT Another-Reply.

       Prompt-Release-Details.
           DISPLAY "Send to (recipient, blank = the student): "
                   WITH NO ADVANCING.
           ACCEPT WS-Release-Recipient.
           IF WS-Release-Recipient NOT = SPACES
               DISPLAY "Basis - C student's written consent, T school "
                       "the student is transferring to (blank = C): "
                       WITH NO ADVANCING
               ACCEPT WS-Release-Basis-Reply
           END-IF.

       Log-Transcript-Disclosure.
           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE StudentId TO Dx-Student-Number.
           MOVE "ACADEMIC" TO Dx-Data-Category.
           EVALUATE TRUE
               WHEN WS-Release-Recipient = SPACES
                   MOVE "STUDENT (OWN COPY)" TO Dx-Recipient
                   MOVE "STUDENT" TO Dx-Legal-Basis
               WHEN Basis-Transfer
                   MOVE WS-Release-Recipient TO Dx-Recipient
                   MOVE "TRANSFER" TO Dx-Legal-Basis
               WHEN OTHER
                   MOVE WS-Release-Recipient TO Dx-Recipient
                   MOVE "CONSENT" TO Dx-Legal-Basis
           END-EVALUATE.
           MOVE WS-Release-User TO Dx-User-Id.
           MOVE "TRANSCRIPT" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

      * Approved transfer credit prints between the residential
      * body and the GPA footer, under its own heading - external
      * work never mixes into the residential lines or the GPA.
       Write-Transcript-Body.
           MOVE ZEROS TO WS-Gpa-Quality-Points WS-Gpa-Graded-Count
                         WS-Gpa-Attempted-Hours WS-Gpa-Earned-Hours
                         WS-Term-Count WS-Repeat-Count.

           MOVE WS-Query-StudentId TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code.
               END-READ
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Student-Id NOT = WS-Query-StudentId
                   MOVE "N" TO WS-Superseded-Sw
                   IF NOT Se-Not-Graded
                       PERFORM Check-Superseded-Attempt
                   END-IF
                   PERFORM Write-Transcript-Line
                   IF Attempt-Superseded
                       ADD 1 TO WS-Repeat-Count
                   ELSE
                       IF NOT Se-Not-Graded
                           PERFORM Add-Grade-To-Gpa
                       END-IF
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
      * An AMENDED tag prints wherever Grade-History-File shows the
      * posted grade was later changed, so a changed grade shows as
      * amended instead of silently differing from last semester's
      * printout.  A REPEAT tag marks an attempt a later attempt at
      * the same module has replaced.
       Write-Transcript-Line.
           PERFORM Check-Grade-Amended.
           EVALUATE TRUE
               WHEN Attempt-Superseded AND Grade-Was-Amended
                   MOVE "  REPEAT  AMENDED" TO WS-Grade-Tags
               WHEN Attempt-Superseded
                   MOVE "  REPEAT" TO WS-Grade-Tags
               WHEN Grade-Was-Amended
                   MOVE "  AMENDED" TO WS-Grade-Tags
               WHEN OTHER
                   MOVE SPACES TO WS-Grade-Tags
           END-EVALUATE.
           MOVE SPACES TO Transcript-Print-Line.
           STRING Se-Term-Code "    " Se-Module-Code "      "
               Se-Enrolled-Date "    " Se-Grade WS-Grade-Tags
               DELIMITED BY SIZE INTO Transcript-Print-Line.
           WRITE Transcript-Print-Line.
           DISPLAY Transcript-Print-Line.

               END-IF
           END-PERFORM.

      * Repeat policy: the most recent attempt at a module replaces
      * the earlier ones.  A graded attempt is superseded - left out
      * of quality points and attempted hours - when the student
      * has a later graded attempt at the same module.  Later means
      * a later enrolled date, the term code breaking a tie.
       Check-Superseded-Attempt.
           MOVE "N" TO WS-Superseded-Sw.
           MOVE Se-Student-Id TO Ae-Student-Id.
           MOVE Se-Module-Code TO Ae-Module-Code.
           MOVE LOW-VALUES TO Ae-Term-Code.
           MOVE ZEROS TO Ae-Section-Num.
           START Attempt-Enrollment-File
               KEY IS >= Ae-Key
               INVALID KEY SET Ae-Rec-Not-Found TO TRUE
           END-START.
           IF Ae-Rec-Found
               READ Attempt-Enrollment-File NEXT RECORD
                   AT END SET Ae-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Ae-Rec-Not-Found
                   OR Ae-Student-Id NOT = Se-Student-Id
                   OR Ae-Module-Code NOT = Se-Module-Code
               IF Ae-Counted-Grade AND Ae-Key NOT = Se-Key
                   IF Ae-Enrolled-Date > Se-Enrolled-Date
                      OR (Ae-Enrolled-Date = Se-Enrolled-Date
                          AND Ae-Term-Code > Se-Term-Code)
                       SET Attempt-Superseded TO TRUE
                   END-IF
               END-IF
               READ Attempt-Enrollment-File NEXT RECORD
                   AT END SET Ae-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Get-Module-Credit-Hours.
           MOVE WS-Default-Credit-Hours TO WS-Module-Credit-Hours.
           IF Catalog-Available
               END-IF
           END-PERFORM.
           IF WS-Term-Slot = ZEROS
               IF WS-Term-Count NOT < WS-Term-Max
                   DISPLAY "*** TERM TABLE FULL *** more than "
                       WS-Term-Max " terms for " Se-Student-Id
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Term-Count
               MOVE WS-Term-Count TO WS-Term-Slot
               MOVE Se-Term-Code TO Ts-Term-Code(WS-Term-Slot)
               MOVE ZEROS TO Ts-Attempted-Hours(WS-Term-Slot)
               MOVE ZEROS TO Ts-Earned-Hours(WS-Term-Slot)
               MOVE ZEROS TO Ts-Quality-Points(WS-Term-Slot)
           END-IF.

       Write-Transcript-Footer.
           END-IF.
           WRITE Transcript-Print-Line.
           DISPLAY Transcript-Print-Line.
           IF WS-Repeat-Count > 0
               MOVE SPACES TO Transcript-Print-Line
               STRING "REPEAT - attempt replaced by a later attempt "
                   "at the module, not in the GPA"
                   DELIMITED BY SIZE INTO Transcript-Print-Line
               WRITE Transcript-Print-Line
               DISPLAY Transcript-Print-Line
           END-IF.

           MOVE ALL "=" TO Transcript-Print-Line.
           WRITE Transcript-Print-Line.
           IF WS-Transcred-Path = SPACES
               MOVE "TRANSCRED.DAT" TO WS-Transcred-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
