      * has dropped below a threshold, so an advisor can reach out
      * before a struggling student disappears entirely instead of
      * finding out at the end of term.  Read-only - nothing is ever
      * written back to STUDENR.DAT.  Each flagged line also shows the
      * date of the student's last advising contact from AdvisingNotes
      * (ADVNOTES.DAT), so an advisor can see at a glance who has not
      * been seen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Advising-Note-File ASSIGN TO WS-Advnotes-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS An-Key
               FILE STATUS IS An-Status.

           SELECT Attendance-Alert-Report-File
               ASSIGN TO WS-Attalert-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

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

       FD  Attendance-Alert-Report-File.
       01  Aa-Rec                          PIC X(96).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * via environment variables instead of a recompile.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Attalert-Rpt-Path        PIC X(260).
       01  WS-Advnotes-Path            PIC X(260).

       01  File-Stati.
           02  Se-Status               PIC X(2).
      * used to just DISPLAY the status and carry on now routes the
      * status through Check-Fatal-Status, which aborts the run for
      * anything other than a normal not-found/duplicate/end condition.
       01  An-Status                   PIC X(2).
           88  An-Rec-Found            VALUE "00".
           88  An-Rec-Not-Found        VALUE "23".
       01  WS-Advnotes-Sw              PIC X VALUE "N".
           88  Advising-Notes-Available VALUE "Y".
       01  WS-Advised-Student-Id       PIC 9(5).
       01  WS-Last-Advised-Date        PIC 9(8).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

           02  FILLER                  PIC X(3)  VALUE "  (".
           02  Aa-Det-Pct              PIC ZZ9.9.
           02  FILLER                  PIC X(2)  VALUE "%)".
           02  FILLER                  PIC X(15)
                                       VALUE "  Last advised ".
           02  Aa-Det-Last-Advised     PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Get-Alert-Parameters.
           OPEN INPUT Student-Enrollment-File.
           OPEN OUTPUT Attendance-Alert-Report-File.
           OPEN INPUT Advising-Note-File.
           IF An-Status = "00"
               MOVE "Y" TO WS-Advnotes-Sw
           END-IF.

           PERFORM Write-Report-Headings.


           CLOSE Student-Enrollment-File,
                 Attendance-Alert-Report-File.
           IF Advising-Notes-Available
               CLOSE Advising-Note-File
           END-IF.
           DISPLAY "Attendance early-alert report written to "
                   "ATTALERT.RPT.".
           DISPLAY "Enrollments checked: " Ct-Enrollments-Read.
           MOVE Se-Sessions-Attended TO Aa-Det-Attended.
           MOVE Se-Sessions-Held     TO Aa-Det-Held.
           MOVE WS-Attendance-Pct    TO Aa-Det-Pct.
           MOVE Se-Student-Id        TO WS-Advised-Student-Id.
           PERFORM Find-Last-Advising-Contact.
           IF WS-Last-Advised-Date = ZEROS
               MOVE "NONE"           TO Aa-Det-Last-Advised
           ELSE
               MOVE WS-Last-Advised-Date TO Aa-Det-Last-Advised
           END-IF.
           MOVE Aa-Detail-Line TO Aa-Rec.
           WRITE Aa-Rec.
           DISPLAY Aa-Detail-Line.

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

       Write-Report-Headings.
           MOVE "ATTENDANCE  EARLY-ALERT  REPORT" TO Aa-Header-1.
           WRITE Aa-Rec FROM Aa-Header-1.
           IF WS-Attalert-Rpt-Path = SPACES
               MOVE "ATTALERT.RPT" TO WS-Attalert-Rpt-Path
           END-IF.
           ACCEPT WS-Advnotes-Path FROM ENVIRONMENT "ADVNOTES_PATH".
           IF WS-Advnotes-Path = SPACES
               MOVE "ADVNOTES.DAT" TO WS-Advnotes-Path
           END-IF.
