      * every required module for that course against the student's
      * own Student-Enrollment-File history: a requirement is met by a
      * passing grade (anything but F, in the letter-grade scheme
      * StudentEnrollment's Record Grade option captures - an I,
      * incomplete, is not yet a pass)
      * on that module in any term.  Reports what's still outstanding
      * instead of an advisor tracking it by hand.

           02  Se-Grade                    PIC X(1).
               88  Se-Not-Graded            VALUE SPACE.
               88  Se-Failing-Grade         VALUE "F".
               88  Se-Incomplete-Grade      VALUE "I".
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

      * Degree-requirement table, loaded once at startup.
       01  Degree-Req-Table.
           02  Dr-Entry OCCURS 2000 TIMES
                       INDEXED BY Dr-Idx.
               03  Dr-Course-Tbl            PIC X(4).
               03  Dr-Module-Tbl            PIC X(5).
       01  WS-Degreq-Max               PIC 9(4) VALUE 2000.
       01  WS-Degreq-Count             PIC 9(4) VALUE ZEROS.

       01  WS-Query-StudentId          PIC 9(5).
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Degreq-File
               IF WS-Degreq-Count NOT < WS-Degreq-Max
                   DISPLAY "*** DEGREE REQ TABLE FULL *** more than "
                           WS-Degreq-Max " requirement rows"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Degreq-Count
               MOVE Dr-Course-Code TO Dr-Course-Tbl(WS-Degreq-Count)
               MOVE Dr-Required-Module
                   TO Dr-Module-Tbl(WS-Degreq-Count)
               READ Degree-Requirement-File
                   AT END SET End-Of-Degreq-File TO TRUE
               END-READ
                       SET Se-Rec-Not-Found TO TRUE
                   ELSE
                       IF NOT Se-Not-Graded AND NOT Se-Failing-Grade
                          AND NOT Se-Incomplete-Grade
                           MOVE "Y" TO WS-Chk-Requirement-Met
                           SET Se-Rec-Not-Found TO TRUE
                       END-IF
