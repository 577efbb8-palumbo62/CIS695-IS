           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Adoption-Report-File.
       01  Adoption-Print-Line         PIC X(76).

      * Per-module enrollment counts for the term.
       01  Module-Table.
           02  Md-Entry OCCURS 2000 TIMES.
               03  Md-Module-Code      PIC X(5).
               03  Md-Enrolled-Count   PIC 9(4).
               03  Md-Copies-On-File   PIC 9(5).
       01  WS-Module-Max               PIC 9(4) VALUE 2000.
       01  WS-Module-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Module-Slot              PIC 9(4).
       01  Md-Idx                      PIC 9(4).

       01  Ct-Missing                  PIC 9(3) VALUE ZEROS.
       01  Ct-Short                    PIC 9(3) VALUE ZEROS.
                       MOVE Md-Idx TO WS-Module-Slot
                   END-IF
               END-PERFORM
               IF WS-Module-Slot = ZEROS
                  AND WS-Module-Count NOT < WS-Module-Max
                   DISPLAY "*** MODULE TABLE FULL *** more than "
                           WS-Module-Max " modules"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Module-Slot = ZEROS
                   ADD 1 TO WS-Module-Count
                   MOVE WS-Module-Count TO WS-Module-Slot
                   MOVE Se-Module-Code
                   MOVE ZEROS TO Md-Enrolled-Count(WS-Module-Slot)
                   MOVE ZEROS TO Md-Copies-On-File(WS-Module-Slot)
               END-IF
               ADD 1 TO Md-Enrolled-Count(WS-Module-Slot)
           END-IF.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
