      * StudentStatusHistory records status changes (codes D, N, P
      * and X alongside the existing A/W/L/G lifecycle codes), and
      * prints a standing report with a per-course-code summary for
      * the academic standards committee.  A term grade a later
      * attempt at the same module has replaced is left out of the
      * term GPA, the same repeat policy the other GPA calculations
      * apply.  Each student's line carries the date of their last
      * advising contact from AdvisingNotes (ADVNOTES.DAT), so the
      * committee can see whether a probation or suspension case has
      * been seen by an advisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Attempt-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ae-Key
               FILE STATUS IS Ae-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT Advising-Note-File ASSIGN TO WS-Advnotes-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS An-Key
               FILE STATUS IS An-Status.

           SELECT Standing-Report-File ASSIGN TO WS-Standing-Path
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  StudentFile.
       01  StudentRec.
           02  StudentId       PIC 9(5).
               88  Sh-Suspension           VALUE "X".
           02  Sh-Effective-Date           PIC 9(8).

      * Advising notes (AdvisingNotes) - read only, for the date of
      * the student's last advising contact.
       FD  Advising-Note-File.
       01  An-Rec.
           02  An-Key.
               03  An-Student-Id           PIC 9(5).
               03  An-Sequence-Num         PIC 9(3).
           02  An-Contact-Date             PIC 9(8).
           02  An-Advisor-Id               PIC X(5).
           02  An-Contact-Type             PIC X(1).
           02  An-Note-Text                PIC X(60).
           02  An-Follow-Up-Date           PIC 9(8).
           02  An-Follow-Up-Done-Date      PIC 9(8).
           02  An-Entered-By               PIC X(10).

       FD  Standing-Report-File.
       01  Standing-Print-Line             PIC X(76).

       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Standing-Path            PIC X(260).
       01  WS-Advnotes-Path            PIC X(260).

       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Ae-Status                   PIC X(2).
           88  Ae-Rec-Found            VALUE "00".
           88  Ae-Rec-Not-Found        VALUE "23".
       01  WS-Superseded-Sw            PIC X VALUE "N".
           88  Attempt-Superseded      VALUE "Y".
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".

       01  An-Status                   PIC X(2).
           88  An-Rec-Found            VALUE "00".
           88  An-Rec-Not-Found        VALUE "23".
       01  WS-Advnotes-Sw              PIC X VALUE "N".
           88  Advising-Notes-Available VALUE "Y".
       01  WS-Advised-Student-Id       PIC 9(5).
       01  WS-Last-Advised-Date        PIC 9(8).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).


      * Per-course-code summary for the committee.
       01  Course-Summary-Table.
           02  Cs-Entry OCCURS 500 TIMES.
               03  Cs-Course-Code      PIC X(4).
               03  Cs-Deans-Count      PIC 9(4).
               03  Cs-Good-Count       PIC 9(4).
               03  Cs-Probation-Count  PIC 9(4).
               03  Cs-Suspension-Count PIC 9(4).
       01  WS-Course-Max               PIC 9(3) VALUE 500.
       01  WS-Course-Count             PIC 9(3) VALUE ZEROS.
       01  WS-Course-Slot              PIC 9(3).
       01  Cs-Idx                      PIC 9(3).

       01  Ct-Students-Standed         PIC 9(5) VALUE ZEROS.

           02  FILLER                  PIC X(8)  VALUE "COURSE".
           02  FILLER                  PIC X(7)  VALUE "  GPA".
           02  FILLER                  PIC X(14) VALUE "  STANDING".
           02  FILLER                  PIC X(10) VALUE "ADVISED".

       01  Report-Detail-Line.
           02  Rd-Student-Id           PIC 9(5).
           02  Rd-Course-Code          PIC BBX(4).
           02  Rd-Gpa                  PIC BBB9.99.
           02  Rd-Standing             PIC BBX(12).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Rd-Last-Advised         PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           END-IF.

           OPEN INPUT Student-Enrollment-File.
           OPEN INPUT Attempt-Enrollment-File.
           OPEN INPUT StudentFile.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               OPEN I-O Status-History-File
           END-IF.
           OPEN OUTPUT Standing-Report-File.
           OPEN INPUT Advising-Note-File.
           IF An-Status = "00"
               MOVE "Y" TO WS-Advnotes-Sw
           END-IF.
           PERFORM Write-Report-Headings.

           MOVE LOW-VALUES TO Se-Key.
           END-IF.

           PERFORM Write-Course-Summary.
           CLOSE Student-Enrollment-File, Attempt-Enrollment-File,
                 StudentFile,
                 Status-History-File, Standing-Report-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Advising-Notes-Available
               CLOSE Advising-Note-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  ACADEMIC  STANDING  RUN  COMPLETE  ----".
           DISPLAY "Term               : " WS-Term-Code.
                             WS-Graded-Count
           END-IF.
           IF Se-Term-Code = WS-Term-Code AND NOT Se-Not-Graded
               PERFORM Check-Superseded-Attempt
               IF NOT Attempt-Superseded
                   PERFORM Add-Grade-To-Term-Gpa
               END-IF
           END-IF.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
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
           END-IF.
           MOVE WS-Term-Gpa TO Rd-Gpa.
           MOVE WS-Standing-Text TO Rd-Standing.
           MOVE WS-Current-Student TO WS-Advised-Student-Id.
           PERFORM Find-Last-Advising-Contact.
           IF WS-Last-Advised-Date = ZEROS
               MOVE "NONE" TO Rd-Last-Advised
           ELSE
               MOVE WS-Last-Advised-Date TO Rd-Last-Advised
           END-IF.
           WRITE Standing-Print-Line FROM Report-Detail-Line
               AFTER ADVANCING 1 LINE.
           PERFORM Add-To-Course-Summary.

      * Latest contact date on the student's advising notes, or
      * NONE - a note can be back-dated, so every note is looked at
      * rather than just the highest sequence.
       Find-Last-Advising-Contact.
           MOVE ZEROS TO WS-Last-Advised-Date.
           IF NOT Advising-Notes-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Advised-Student-Id TO An-Student-Id.
           MOVE ZEROS TO An-Sequence-Num.
           START Advising-Note-File
               KEY IS >= An-Key
               INVALID KEY SET An-Rec-Not-Found TO TRUE
           END-START.
           IF An-Rec-Found
               READ Advising-Note-File NEXT RECORD
                   AT END SET An-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL An-Rec-Not-Found
                   OR An-Student-Id NOT = WS-Advised-Student-Id
               IF An-Contact-Date > WS-Last-Advised-Date
                   MOVE An-Contact-Date TO WS-Last-Advised-Date
               END-IF
               READ Advising-Note-File NEXT RECORD
                   AT END SET An-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Add-To-Course-Summary.
           MOVE ZEROS TO WS-Course-Slot.
           PERFORM VARYING Cs-Idx FROM 1 BY 1
                   MOVE Cs-Idx TO WS-Course-Slot
               END-IF
           END-PERFORM.
           IF WS-Course-Slot = ZEROS
                   AND WS-Course-Count NOT < WS-Course-Max
               DISPLAY "*** COURSE SUMMARY TABLE FULL *** more than "
                       WS-Course-Max " course codes"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Course-Slot = ZEROS
               ADD 1 TO WS-Course-Count
               MOVE WS-Course-Count TO WS-Course-Slot
               MOVE Rd-Course-Code
           IF WS-Standing-Path = SPACES
               MOVE "STANDING.RPT" TO WS-Standing-Path
           END-IF.
           ACCEPT WS-Advnotes-Path FROM ENVIRONMENT "ADVNOTES_PATH".
           IF WS-Advnotes-Path = SPACES
               MOVE "ADVNOTES.DAT" TO WS-Advnotes-Path
           END-IF.
