      * a formatted purchase order to Po-File under a new PO number
      * drawn from Po-Control-File, so buyers stop retyping the
      * report's numbers into a separate order form.
      * An adoption AdoptionRollover copied forward that is still
      * pending confirmation after its confirm-by date is not
      * counted, matching BookshopLectReqRpt, until the lecturer
      * confirms it through BookshopMaint.  Nor is a requisition
      * SectionCancel marked cancelled (Pr-Adoption-Status "X")
      * because every section of its module was cancelled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
               88  Pr-Cancelled        VALUE "X".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Book-File.
       01  Book-Rec.
           MOVE ZEROS TO WS-Need-To-Order.
           PERFORM UNTIL End-Of-Pr-File
                   OR Pr-Book-Num NOT = Bf-Book-Num
               IF NOT Pr-Cancelled
                   AND NOT (Pr-Pending-Confirm
                       AND Pr-Confirm-By-Date < WS-Today)
                   ADD Pr-Copies-Required TO WS-Need-To-Order
               END-IF
               READ Purchase-Req-File NEXT RECORD
                   AT END SET End-Of-Pr-File TO TRUE
               END-READ
