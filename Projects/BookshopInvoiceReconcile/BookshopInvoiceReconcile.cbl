           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Book-File.
       01  Book-Rec.
