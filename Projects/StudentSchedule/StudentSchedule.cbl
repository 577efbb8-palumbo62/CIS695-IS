
      * The student's term meetings, collected before the grid
      * prints so each day can list its meetings together.
       01  WS-Meeting-Max              PIC 9(2) VALUE 50.
       01  Meeting-Table.
           02  Mt-Entry OCCURS 50 TIMES.
               03  Mt-Module-Code      PIC X(5).
               03  Mt-Section-Num      PIC 9(2).
               03  Mt-Title            PIC X(24).
               03  Mt-Scheduled-Sw     PIC X.
                   88  Mt-Has-Schedule VALUE "Y".
       01  WS-Meeting-Count            PIC 9(2).
       01  Mt-Idx                      PIC 9(3).

       01  Day-Name-Table.
           02  FILLER PIC X(10) VALUE "MMONDAY   ".
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Student-Id NOT = WS-Query-StudentId
                   IF Se-Term-Code = WS-Query-Term-Code
                       PERFORM Collect-One-Meeting
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
           END-IF.

       Collect-One-Meeting.
           IF WS-Meeting-Count NOT < WS-Meeting-Max
               DISPLAY "*** MEETING TABLE FULL *** more than "
                       WS-Meeting-Max " meetings for " Se-Student-Id
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Meeting-Count.
           MOVE Se-Module-Code TO Mt-Module-Code(WS-Meeting-Count).
           MOVE Se-Section-Num TO Mt-Section-Num(WS-Meeting-Count).
