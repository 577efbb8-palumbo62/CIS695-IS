      * match.  One row per term code carries the description and the
      * calendar dates that used to live in programs' heads (or in
      * NightlyBatchDriver's compiled-in boundary table): term start
      * and end, the add/drop deadline, the fee due date, and the
      * census date - the day CensusSnapshot freezes the term's
      * enrollment for the official counts - and the health
      * insurance waiver deadline, the last day InsuranceWaiver will
      * accept or approve a waiver of the term's premium - and the
      * grade submission deadline, on or after the term end, past
      * which GradeCompliance chases every section still missing
      * grades.
      * CreateMasterFile, StudentEnrollment and StudFeesCashier
      * validate keyed term codes against this file, and the batch
      * driver reads its end dates for TERM-END scheduling.
           02  Tm-End-Date             PIC 9(8).
           02  Tm-Add-Drop-Date        PIC 9(8).
           02  Tm-Fee-Due-Date         PIC 9(8).
           02  Tm-Census-Date          PIC 9(8).
           02  Tm-Waiver-Deadline      PIC 9(8).
           02  Tm-Grade-Deadline       PIC 9(8).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
           88  Tm-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
           02  Tl-Add-Drop-Date        PIC 9(8).
           02  FILLER                  PIC X(5) VALUE "  FD ".
           02  Tl-Fee-Due-Date         PIC 9(8).
           02  FILLER                  PIC X(5) VALUE "  CD ".
           02  Tl-Census-Date          PIC 9(8).
           02  FILLER                  PIC X(5) VALUE "  WD ".
           02  Tl-Waiver-Deadline      PIC 9(8).
           02  FILLER                  PIC X(5) VALUE "  GD ".
           02  Tl-Grade-Deadline       PIC 9(8).

       01  Main-Menu-Choice            PIC 9 VALUE 0.

               MOVE SPACES TO Tm-Rec
               MOVE WS-Entry-Term-Code TO Tm-Term-Code
               MOVE ZEROS TO Tm-Start-Date Tm-End-Date
                   Tm-Add-Drop-Date Tm-Fee-Due-Date Tm-Census-Date
                   Tm-Waiver-Deadline Tm-Grade-Deadline
           END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT Tm-Description.
           ACCEPT Tm-Add-Drop-Date.
           DISPLAY "Fee due date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT Tm-Fee-Due-Date.
           DISPLAY "Census date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT Tm-Census-Date.
           DISPLAY "Insurance waiver deadline (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT Tm-Waiver-Deadline.
           DISPLAY "Grade submission deadline (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT Tm-Grade-Deadline.
           IF Tm-End-Date < Tm-Start-Date
               DISPLAY "End date precedes start date - not saved."
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Census-Date > ZEROS
               AND (Tm-Census-Date < Tm-Start-Date
                    OR Tm-Census-Date > Tm-End-Date)
               DISPLAY "Census date falls outside the term - not "
                       "saved."
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Waiver-Deadline > ZEROS
               AND (Tm-Waiver-Deadline < Tm-Start-Date
                    OR Tm-Waiver-Deadline > Tm-End-Date)
               DISPLAY "Waiver deadline falls outside the term - not "
                       "saved."
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Grade-Deadline > ZEROS
               AND Tm-Grade-Deadline < Tm-End-Date
               DISPLAY "Grade deadline precedes the term end - not "
                       "saved."
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Rec-Found
               REWRITE Tm-Rec
                   INVALID KEY DISPLAY "Rewrite failed - status "
               DISPLAY "End date    : " Tm-End-Date
               DISPLAY "Add/drop by : " Tm-Add-Drop-Date
               DISPLAY "Fees due    : " Tm-Fee-Due-Date
               DISPLAY "Census date : " Tm-Census-Date
               DISPLAY "Waiver by   : " Tm-Waiver-Deadline
               DISPLAY "Grades by   : " Tm-Grade-Deadline
           ELSE
               DISPLAY "Term " WS-Entry-Term-Code " not on file."
           END-IF.
           MOVE Tm-End-Date TO Tl-End-Date.
           MOVE Tm-Add-Drop-Date TO Tl-Add-Drop-Date.
           MOVE Tm-Fee-Due-Date TO Tl-Fee-Due-Date.
           MOVE Tm-Census-Date TO Tl-Census-Date.
           MOVE Tm-Waiver-Deadline TO Tl-Waiver-Deadline.
           MOVE Tm-Grade-Deadline TO Tl-Grade-Deadline.
           DISPLAY Term-List-Line.
           ADD 1 TO Ct-Terms-Listed.

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
