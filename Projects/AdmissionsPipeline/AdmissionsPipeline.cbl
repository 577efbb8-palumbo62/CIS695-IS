      * sequential intake file, so the prospect flows into the existing
      * student intake process on the next Seq2Index run instead of
      * admissions staff tracking applicants outside the system.
      * A prospect can be taken on at the Inquiry stage, before any
      * application, and carries the entry term they are aiming for.
      * The date each stage was first reached (inquiry, application,
      * admission) is stamped on the record as the status moves, so
      * AdmissionsFunnel can count where every cycle stood on any
      * given day and compare this year's recruitment with last
      * year's at the same point.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  Ps-CourseCode           PIC X(4).
           02  Ps-Campus-Code          PIC X(4).
           02  Ps-Admission-Status     PIC X(1).
               88  Ps-Inquiry          VALUE "I".
               88  Ps-Applied          VALUE "A".
               88  Ps-Accepted         VALUE "C".
               88  Ps-Declined         VALUE "D".
           02  Ps-Promoted-Flag        PIC X(1) VALUE "N".
               88  Ps-Already-Promoted VALUE "Y".
           02  Ps-Entry-Term           PIC X(6).
           02  Ps-Inquiry-Date         PIC 9(8).
           02  Ps-Applied-Date         PIC 9(8).
           02  Ps-Admitted-Date        PIC 9(8).

       FD  SeqStudentFile.
       01  SeqStudentRec.

       01  WS-Query-Prospect-Id        PIC 9(5).
       01  WS-Status-Choice            PIC X(1).
       01  WS-Entry-Term               PIC X(6).
       01  WS-Today                    PIC 9(8).

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN I-O Prospect-File.
           IF Ps-Status = "05" OR Ps-Status = "35"
               CLOSE Prospect-File
       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  ADMISSIONS  PROSPECT  PIPELINE  ----".
           DISPLAY "1. Add Prospect (Inquiry/Applied)".
           DISPLAY "2. Update Prospect Status".
           DISPLAY "3. Promote Accepted Prospect To Intake".
           DISPLAY "4. Look Up Prospect".
               IF Ps-Campus-Code = SPACES
                   MOVE "MAIN" TO Ps-Campus-Code
               END-IF
               MOVE SPACES TO Ps-Entry-Term
               PERFORM UNTIL Ps-Entry-Term NOT = SPACES
                   DISPLAY "Enter Entry Term: " WITH NO ADVANCING
                   ACCEPT Ps-Entry-Term
               END-PERFORM
               DISPLAY "Inquiry only, or Applied (I/A): "
                   WITH NO ADVANCING
               ACCEPT WS-Status-Choice
               MOVE WS-Today TO Ps-Inquiry-Date
               IF WS-Status-Choice = "I" OR WS-Status-Choice = "i"
                   SET Ps-Inquiry TO TRUE
                   MOVE ZEROS TO Ps-Applied-Date
               ELSE
                   SET Ps-Applied TO TRUE
                   MOVE WS-Today TO Ps-Applied-Date
               END-IF
               MOVE ZEROS TO Ps-Admitted-Date
               MOVE "N" TO Ps-Promoted-Flag
               WRITE Ps-Rec
                   INVALID KEY
           IF Ps-Rec-Not-Found
               DISPLAY "No prospect found for Id " WS-Query-Prospect-Id
           ELSE
               DISPLAY "Enter New Status (I=Inquiry A=Applied "
                       "C=Accepted D=Declined): " WITH NO ADVANCING
               ACCEPT WS-Status-Choice
               EVALUATE WS-Status-Choice
                   WHEN "I" WHEN "i" SET Ps-Inquiry TO TRUE
                   WHEN "A" WHEN "a" SET Ps-Applied TO TRUE
                   WHEN "C" WHEN "c" SET Ps-Accepted TO TRUE
                   WHEN "D" WHEN "d" SET Ps-Declined TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid status - no change made."
               END-EVALUATE
               PERFORM Stamp-Stage-Dates
               DISPLAY "Entry Term " Ps-Entry-Term
                       " (blank = no change): " WITH NO ADVANCING
               MOVE SPACES TO WS-Entry-Term
               ACCEPT WS-Entry-Term
               IF WS-Entry-Term NOT = SPACES
                   MOVE WS-Entry-Term TO Ps-Entry-Term
               END-IF
               REWRITE Ps-Rec
                   INVALID KEY
                       DISPLAY "Unable to update prospect - status "
                       " status updated to " Ps-Admission-Status
           END-IF.

      * Each stage date is set the first time the prospect reaches
      * that stage and is never moved afterwards - a prospect taken
      * straight from inquiry to accepted has applied that day too.
      * Declining keeps whatever stages were reached before it, so a
      * decline after an offer still counts as an admit.
       Stamp-Stage-Dates.
           IF Ps-Inquiry-Date = ZEROS
               MOVE WS-Today TO Ps-Inquiry-Date
           END-IF.
           IF (Ps-Applied OR Ps-Accepted)
                   AND Ps-Applied-Date = ZEROS
               MOVE WS-Today TO Ps-Applied-Date
           END-IF.
           IF Ps-Accepted AND Ps-Admitted-Date = ZEROS
               MOVE WS-Today TO Ps-Admitted-Date
           END-IF.

       Promote-Accepted-Prospect.
           DISPLAY "Enter Prospect Id to promote: " WITH NO ADVANCING.
           ACCEPT WS-Query-Prospect-Id.
                       "  Campus: " Ps-Campus-Code
                       "  Status: " Ps-Admission-Status
                       "  Promoted: " Ps-Promoted-Flag
               DISPLAY "  Entry Term: " Ps-Entry-Term
                       "  Inquiry: " Ps-Inquiry-Date
                       "  Applied: " Ps-Applied-Date
                       "  Admitted: " Ps-Admitted-Date
           ELSE
               DISPLAY "No prospect found for Id "
                       WS-Query-Prospect-Id
