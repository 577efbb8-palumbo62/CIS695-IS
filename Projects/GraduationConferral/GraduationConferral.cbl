           02  Se-Grade                    PIC X(1).
               88  Se-Not-Graded            VALUE SPACE.
               88  Se-Failing-Grade         VALUE "F".
               88  Se-Incomplete-Grade      VALUE "I".
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Loan-File.
       01  Ln-Rec.
      * Degree-requirement table, loaded once at startup - same
      * table-driven lookup DegreeAudit uses.
       01  Degree-Req-Table.
           02  Dr-Entry OCCURS 2000 TIMES
                       INDEXED BY Dr-Idx.
               03  Dr-Course-Tbl            PIC X(4).
               03  Dr-Module-Tbl            PIC X(5).
       01  WS-Degreq-Max               PIC 9(4) VALUE 2000.
       01  WS-Degreq-Count             PIC 9(4) VALUE ZEROS.

       01  WS-Conferral-Date           PIC 9(8).
      * Blocking reasons collect per candidate so the blocked list
      * names every problem, not just the first one found.
       01  Block-Reason-Table.
           02  Br-Entry OCCURS 200 TIMES.
               03  Br-Reason           PIC X(40).
       01  WS-Reason-Max               PIC 9(3) VALUE 200.
       01  WS-Reason-Count             PIC 9(3).
       01  Br-Idx                      PIC 9(3).

       PROCEDURE DIVISION.
       Begin.
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

       Add-Block-Reason-Not-On-Master.
           MOVE "Y" TO WS-Blocked-Sw.
           PERFORM Check-Reason-Room.
           ADD 1 TO WS-Reason-Count.
           MOVE "NOT ON STUDENT ADMIN MASTER"
               TO Br-Reason(WS-Reason-Count).

      * A candidate with more blocking reasons than the table holds
      * stops the run - the blocked list must name every problem.
       Check-Reason-Room.
           IF WS-Reason-Count NOT < WS-Reason-Max
               DISPLAY "*** BLOCK REASON TABLE FULL *** more than "
                       WS-Reason-Max " reasons for candidate "
                       WS-Candidate-Id
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Check-Degree-Requirements.
                   END-IF
                   IF WS-Chk-Requirement-Met = "N"
                       MOVE "Y" TO WS-Blocked-Sw
                       PERFORM Check-Reason-Room
                       ADD 1 TO WS-Reason-Count
                       MOVE SPACES
                           TO Br-Reason(WS-Reason-Count)
                       STRING "REQUIREMENT OUTSTANDING: "
                           Dr-Module-Tbl(Dr-Idx)
                           DELIMITED BY SIZE
                           INTO Br-Reason(WS-Reason-Count)
                   END-IF
               END-IF
           END-PERFORM.
                       SET Se-Rec-Not-Found TO TRUE
                   ELSE
                       IF NOT Se-Not-Graded AND NOT Se-Failing-Grade
                          AND NOT Se-Incomplete-Grade
                           MOVE "Y" TO WS-Chk-Requirement-Met
                           SET Se-Rec-Not-Found TO TRUE
                       END-IF
                       - SM-Amount-Paid
                   IF WS-Outstanding > ZERO
                       MOVE "Y" TO WS-Blocked-Sw
                       PERFORM Check-Reason-Room
                       ADD 1 TO WS-Reason-Count
                       MOVE SPACES
                           TO Br-Reason(WS-Reason-Count)
                       STRING "FEES OUTSTANDING TERM "
                           SM-Term-Code DELIMITED BY SIZE
                           INTO Br-Reason(WS-Reason-Count)
                   END-IF
                   READ Student-Master-File NEXT RECORD
                       AT END SET End-Of-Scan TO TRUE
                           OR Ln-Student-Id NOT = WS-Candidate-Id
                       IF Ln-Return-Date = ZEROS
                           MOVE "Y" TO WS-Blocked-Sw
                           PERFORM Check-Reason-Room
                           ADD 1 TO WS-Reason-Count
                           MOVE SPACES
                               TO Br-Reason(WS-Reason-Count)
                           STRING "OPEN BOOK LOAN: BOOK "
                               Ln-Book-Num DELIMITED BY SIZE
                               INTO Br-Reason(WS-Reason-Count)
                       END-IF
                       READ Loan-File NEXT RECORD
                           AT END SET End-Of-Scan TO TRUE
