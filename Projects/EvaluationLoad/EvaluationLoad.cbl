       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EvaluationLoad.
       AUTHOR.  Jon Clark.
      * End-of-term course evaluation load.  The paper evaluation
      * forms come back from the scanning bureau as EVALRESP.DAT, one
      * line per form: the section it was handed out in (module,
      * term, section number), the student ID from the form's
      * bubble grid, and one answer column per question on the
      * question set.  The question set itself is kept on
      * EVALQUES.DAT - question number, the top of its answer scale
      * (a 1 to 5 agreement scale is usual; anything from 2 to 9
      * will do) and the question wording - so questions can be
      * added or reworded without a program change.  Answer column N
      * on the form is question N.
      *
      * A form only counts if the student is enrolled in that section
      * on Student-Enrollment-File.  Forms for an unknown section, from
      * a student not enrolled in it, repeating a form already
      * counted for that student and section, or with no readable
      * answer at all are rejected; an answer outside its
      * question's scale is left out as unanswered without losing
      * the rest of the form.
      *
      * Accepted answers are added straight into the per-section
      * tallies on EVALRSLT.DAT - one row per section and question
      * holding the count for each scale point and the answer total,
      * plus a question 00 row counting the forms - so no student's
      * individual answers are kept anywhere once the load is done.
      * The only student-level record is EVALSEEN.DAT, which notes
      * that a student's form for a section has been counted (never
      * what it said) so a form scanned twice, or a batch loaded
      * twice, is not counted twice.  The reject listing
      * (EVALLOAD.RPT) identifies a rejected form by its line number
      * in the scan file and its section, for the bureau to check
      * against the paper - never by student or answers.
      *
      * EvaluationResults prints the section and lecturer results
      * from the tallies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Evaluation-Response-File ASSIGN TO WS-Evalresp-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Er-File-Status.

           SELECT Evaluation-Question-File ASSIGN TO WS-Evalques-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Eq-File-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Evaluation-Result-File ASSIGN TO WS-Evalrslt-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ev-Key
               FILE STATUS IS Ev-Status.

           SELECT Evaluation-Seen-File ASSIGN TO WS-Evalseen-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Es-Key
               FILE STATUS IS Es-Status.

           SELECT Report-File ASSIGN TO WS-Evalload-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One scanned form.  Section number and student ID are read as
      * characters so a badly scanned form is rejected, not abended.
       FD  Evaluation-Response-File.
       01  Er-Rec.
           02  Er-Term-Code                PIC X(6).
           02  Er-Module-Code              PIC X(5).
           02  Er-Section-Num               PIC X(2).
           02  Er-Student-Id               PIC X(5).
           02  Er-Answers.
               03  Er-Answer               PIC X(1) OCCURS 20 TIMES.

       FD  Evaluation-Question-File.
       01  Eq-Rec.
           02  Eq-Question-Num             PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Eq-Scale-Max                PIC 9(1).
           02  FILLER                      PIC X(1).
           02  Eq-Question-Text            PIC X(60).

       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

      * Evaluation tallies - one row per section and question, and a
      * question 00 row whose Ev-Responses is the forms counted.
       FD  Evaluation-Result-File.
       01  Ev-Rec.
           02  Ev-Key.
               03  Ev-Term-Code            PIC X(6).
               03  Ev-Module-Code          PIC X(5).
               03  Ev-Section-Num          PIC 9(2).
               03  Ev-Question-Num         PIC 9(2).
           02  Ev-Responses                PIC 9(5).
           02  Ev-Answer-Total             PIC 9(7).
           02  Ev-Answer-Count             PIC 9(5) OCCURS 9 TIMES.
           02  Ev-Last-Load-Date           PIC 9(8).

       FD  Evaluation-Seen-File.
       01  Es-Rec.
           02  Es-Key.
               03  Es-Term-Code            PIC X(6).
               03  Es-Module-Code          PIC X(5).
               03  Es-Section-Num          PIC 9(2).
               03  Es-Student-Id           PIC 9(5).
           02  Es-Load-Date                PIC 9(8).

       FD  Report-File.
       01  Report-Print-Line               PIC X(76).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Evalresp-Path            PIC X(260).
       01  WS-Evalques-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Evalrslt-Path            PIC X(260).
       01  WS-Evalseen-Path            PIC X(260).
       01  WS-Evalload-Rpt-Path        PIC X(260).

       01  Er-File-Status              PIC X(2).
       01  Eq-File-Status              PIC X(2).
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
       01  Ev-Status                   PIC X(2).
           88  Ev-Rec-Found            VALUE "00".
       01  Es-Status                   PIC X(2).
           88  Es-Rec-Found            VALUE "00".

       01  End-Of-Responses-Sw         PIC X VALUE "N".
           88  End-Of-Responses        VALUE "Y".
       01  End-Of-Questions-Sw         PIC X VALUE "N".
           88  End-Of-Questions        VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).

      * The question set.  The form has 20 answer columns, so that is
      * as many questions as a set can hold; a longer set is refused
      * outright rather than loaded short.
       01  WS-Question-Max             PIC 9(2) VALUE 20.
       01  WS-Question-Count           PIC 9(2) VALUE ZEROS.
       01  Question-Table.
           02  Qt-Entry OCCURS 20 TIMES.
               03  Qt-Scale-Max        PIC 9(1).
       01  WS-Q                        PIC 9(2).
       01  WS-Answer-Value             PIC 9(1).
       01  WS-P                        PIC 9(2).

       01  WS-Form-Line-Num            PIC 9(7) VALUE ZEROS.
       01  WS-Section-Num              PIC 9(2).
       01  WS-Student-Id               PIC 9(5).
       01  WS-Answers-Read             PIC 9(2).
       01  WS-Reject-Reason            PIC X(24).
       01  Form-Answers.
           02  Fa-Answer               PIC 9(1) OCCURS 20 TIMES.

       01  Control-Totals.
           02  Ct-Forms-Read           PIC 9(7) VALUE ZEROS.
           02  Ct-Forms-Accepted       PIC 9(7) VALUE ZEROS.
           02  Ct-Forms-Rejected       PIC 9(7) VALUE ZEROS.
           02  Ct-Rej-Bad-Key          PIC 9(7) VALUE ZEROS.
           02  Ct-Rej-Not-Enrolled     PIC 9(7) VALUE ZEROS.
           02  Ct-Rej-Duplicate        PIC 9(7) VALUE ZEROS.
           02  Ct-Rej-No-Answers       PIC 9(7) VALUE ZEROS.
           02  Ct-Answers-Off-Scale    PIC 9(7) VALUE ZEROS.

       01  Reject-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rj-Line-Num             PIC Z(6)9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Rj-Term-Code            PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rj-Module-Code          PIC X(5).
           02  FILLER                  PIC X(5)  VALUE " SEC ".
           02  Rj-Section-Num          PIC X(2).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Rj-Reason               PIC X(24).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Question-Set.
           OPEN INPUT Evaluation-Response-File.
           IF Er-File-Status NOT = "00"
               DISPLAY "No evaluation response file - nothing to load."
               STOP RUN
           END-IF.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - forms cannot be checked, "
                       "nothing loaded."
               CLOSE Evaluation-Response-File
               STOP RUN
           END-IF.
           OPEN I-O Evaluation-Result-File.
           IF Ev-Status = "05" OR Ev-Status = "35"
               CLOSE Evaluation-Result-File
               OPEN OUTPUT Evaluation-Result-File
               CLOSE Evaluation-Result-File
               OPEN I-O Evaluation-Result-File
           END-IF.
           MOVE Ev-Status TO WS-Chk-Status.
           MOVE "OPEN Evaluation-Result-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN I-O Evaluation-Seen-File.
           IF Es-Status = "05" OR Es-Status = "35"
               CLOSE Evaluation-Seen-File
               OPEN OUTPUT Evaluation-Seen-File
               CLOSE Evaluation-Seen-File
               OPEN I-O Evaluation-Seen-File
           END-IF.
           MOVE Es-Status TO WS-Chk-Status.
           MOVE "OPEN Evaluation-Seen-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "COURSE  EVALUATION  LOAD - RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE SPACES TO Report-Print-Line.
           STRING "QUESTIONS IN SET: " WS-Question-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "  REJECTED FORMS (BY LINE OF THE SCAN FILE)"
               TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           PERFORM Load-One-Form UNTIL End-Of-Responses.

           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "FORMS READ " Ct-Forms-Read
               "   ACCEPTED " Ct-Forms-Accepted
               "   REJECTED " Ct-Forms-Rejected
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "  BAD SECTION KEY " Ct-Rej-Bad-Key
               "   NOT ENROLLED " Ct-Rej-Not-Enrolled
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "  ALREADY COUNTED " Ct-Rej-Duplicate
               "   NO ANSWERS " Ct-Rej-No-Answers
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "ANSWERS OFF SCALE (LEFT OUT) " Ct-Answers-Off-Scale
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           CLOSE Evaluation-Response-File, Student-Enrollment-File,
                 Evaluation-Result-File, Evaluation-Seen-File,
                 Report-File.
           DISPLAY " ".
           DISPLAY "----  COURSE  EVALUATION  LOAD  COMPLETE  ----".
           DISPLAY "Forms read       : " Ct-Forms-Read.
           DISPLAY "Forms accepted   : " Ct-Forms-Accepted.
           DISPLAY "Forms rejected   : " Ct-Forms-Rejected.
           DISPLAY "Answers off scale: " Ct-Answers-Off-Scale.
           STOP RUN.

      * Rows may come in any order; a question number outside 1-20 or
      * a scale outside 2-9 stops the run, since every form would be
      * read against the wrong questions.
       Load-Question-Set.
           OPEN INPUT Evaluation-Question-File.
           IF Eq-File-Status NOT = "00"
               DISPLAY "No evaluation question set (EVALQUES.DAT) - "
                       "nothing loaded."
               STOP RUN
           END-IF.
           MOVE ZEROS TO Question-Table.
           PERFORM UNTIL End-Of-Questions
               READ Evaluation-Question-File
                   AT END SET End-Of-Questions TO TRUE
                   NOT AT END PERFORM Load-One-Question
               END-READ
           END-PERFORM.
           CLOSE Evaluation-Question-File.
           IF WS-Question-Count = ZEROS
               DISPLAY "Evaluation question set is empty - nothing "
                       "loaded."
               STOP RUN
           END-IF.

       Load-One-Question.
           IF Eq-Question-Num NOT NUMERIC OR Eq-Scale-Max NOT NUMERIC
               OR Eq-Question-Num < 1
               OR Eq-Question-Num > WS-Question-Max
               OR Eq-Scale-Max < 2
               DISPLAY "*** Question set row not usable: " Eq-Rec
               DISPLAY "    Questions run 01-" WS-Question-Max
                       " with a scale of 2-9 - run aborted."
               STOP RUN
           END-IF.
           MOVE Eq-Scale-Max TO Qt-Scale-Max(Eq-Question-Num).
           IF Eq-Question-Num > WS-Question-Count
               MOVE Eq-Question-Num TO WS-Question-Count
           END-IF.

       Load-One-Form.
           READ Evaluation-Response-File
               AT END SET End-Of-Responses TO TRUE
           END-READ.
           IF End-Of-Responses
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Forms-Read.
           ADD 1 TO WS-Form-Line-Num.
           MOVE SPACES TO WS-Reject-Reason.
           IF Er-Term-Code = SPACES OR Er-Module-Code = SPACES
               OR Er-Section-Num NOT NUMERIC
               OR Er-Student-Id NOT NUMERIC
               MOVE "BAD SECTION OR ID" TO WS-Reject-Reason
               ADD 1 TO Ct-Rej-Bad-Key
               PERFORM Reject-Form
               EXIT PARAGRAPH
           END-IF.
           MOVE Er-Section-Num TO WS-Section-Num.
           MOVE Er-Student-Id TO WS-Student-Id.
           MOVE WS-Student-Id TO Se-Student-Id.
           MOVE Er-Module-Code TO Se-Module-Code.
           MOVE Er-Term-Code TO Se-Term-Code.
           MOVE WS-Section-Num TO Se-Section-Num.
           READ Student-Enrollment-File
               KEY IS Se-Key
               INVALID KEY MOVE "23" TO Se-Status
           END-READ.
           IF NOT Se-Rec-Found
               MOVE "NOT ENROLLED IN SECTION" TO WS-Reject-Reason
               ADD 1 TO Ct-Rej-Not-Enrolled
               PERFORM Reject-Form
               EXIT PARAGRAPH
           END-IF.
           MOVE Er-Term-Code TO Es-Term-Code.
           MOVE Er-Module-Code TO Es-Module-Code.
           MOVE WS-Section-Num TO Es-Section-Num.
           MOVE WS-Student-Id TO Es-Student-Id.
           READ Evaluation-Seen-File
               KEY IS Es-Key
               INVALID KEY MOVE "23" TO Es-Status
           END-READ.
           IF Es-Rec-Found
               MOVE "FORM ALREADY COUNTED" TO WS-Reject-Reason
               ADD 1 TO Ct-Rej-Duplicate
               PERFORM Reject-Form
               EXIT PARAGRAPH
           END-IF.
           PERFORM Read-Form-Answers.
           IF WS-Answers-Read = ZEROS
               MOVE "NO READABLE ANSWERS" TO WS-Reject-Reason
               ADD 1 TO Ct-Rej-No-Answers
               PERFORM Reject-Form
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Today TO Es-Load-Date.
           WRITE Es-Rec
               INVALID KEY
                   MOVE Es-Status TO WS-Chk-Status
                   MOVE "WRITE Evaluation-Seen-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           MOVE ZEROS TO WS-Q.
           PERFORM Add-To-Tally.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Question-Count
               IF Fa-Answer(WS-Q) > ZERO
                   PERFORM Add-To-Tally
               END-IF
           END-PERFORM.
           ADD 1 TO Ct-Forms-Accepted.

      * An answer column that is blank, not a digit, or past the top
      * of its question's scale is treated as not answered.
       Read-Form-Answers.
           MOVE ZEROS TO WS-Answers-Read.
           MOVE ZEROS TO Form-Answers.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-Question-Count
               IF Er-Answer(WS-Q) NUMERIC
                   MOVE Er-Answer(WS-Q) TO WS-Answer-Value
                   IF WS-Answer-Value > ZERO
                       IF Qt-Scale-Max(WS-Q) = ZERO
                           OR WS-Answer-Value > Qt-Scale-Max(WS-Q)
                           ADD 1 TO Ct-Answers-Off-Scale
                       ELSE
                           MOVE WS-Answer-Value TO Fa-Answer(WS-Q)
                           ADD 1 TO WS-Answers-Read
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Question 00 counts the form; questions 01 up count the answer
      * on the scale point it was given.
       Add-To-Tally.
           MOVE Er-Term-Code TO Ev-Term-Code.
           MOVE Er-Module-Code TO Ev-Module-Code.
           MOVE WS-Section-Num TO Ev-Section-Num.
           MOVE WS-Q TO Ev-Question-Num.
           READ Evaluation-Result-File
               KEY IS Ev-Key
               INVALID KEY MOVE "23" TO Ev-Status
           END-READ.
           IF NOT Ev-Rec-Found
               MOVE ZEROS TO Ev-Responses Ev-Answer-Total
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 9
                   MOVE ZEROS TO Ev-Answer-Count(WS-P)
               END-PERFORM
           END-IF.
           ADD 1 TO Ev-Responses.
           IF WS-Q > ZERO
               ADD Fa-Answer(WS-Q) TO Ev-Answer-Total
               ADD 1 TO Ev-Answer-Count(Fa-Answer(WS-Q))
           END-IF.
           MOVE WS-Today TO Ev-Last-Load-Date.
           IF Ev-Rec-Found
               REWRITE Ev-Rec
                   INVALID KEY
                       MOVE Ev-Status TO WS-Chk-Status
                       MOVE "REWRITE Evaluation-Result-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
           ELSE
               WRITE Ev-Rec
                   INVALID KEY
                       MOVE Ev-Status TO WS-Chk-Status
                       MOVE "WRITE Evaluation-Result-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

       Reject-Form.
           ADD 1 TO Ct-Forms-Rejected.
           MOVE WS-Form-Line-Num TO Rj-Line-Num.
           MOVE Er-Term-Code TO Rj-Term-Code.
           MOVE Er-Module-Code TO Rj-Module-Code.
           MOVE Er-Section-Num TO Rj-Section-Num.
           MOVE WS-Reject-Reason TO Rj-Reason.
           WRITE Report-Print-Line FROM Reject-Detail-Line
               AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Evalresp-Path FROM ENVIRONMENT "EVALRESP_PATH".
           IF WS-Evalresp-Path = SPACES
               MOVE "EVALRESP.DAT" TO WS-Evalresp-Path
           END-IF.
           ACCEPT WS-Evalques-Path FROM ENVIRONMENT "EVALQUES_PATH".
           IF WS-Evalques-Path = SPACES
               MOVE "EVALQUES.DAT" TO WS-Evalques-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Evalrslt-Path FROM ENVIRONMENT "EVALRSLT_PATH".
           IF WS-Evalrslt-Path = SPACES
               MOVE "EVALRSLT.DAT" TO WS-Evalrslt-Path
           END-IF.
           ACCEPT WS-Evalseen-Path FROM ENVIRONMENT "EVALSEEN_PATH".
           IF WS-Evalseen-Path = SPACES
               MOVE "EVALSEEN.DAT" TO WS-Evalseen-Path
           END-IF.
           ACCEPT WS-Evalload-Rpt-Path
               FROM ENVIRONMENT "EVALLOAD_RPT_PATH".
           IF WS-Evalload-Rpt-Path = SPACES
               MOVE "EVALLOAD.RPT" TO WS-Evalload-Rpt-Path
           END-IF.
