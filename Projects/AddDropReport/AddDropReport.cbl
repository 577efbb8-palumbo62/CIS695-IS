           02  Ad-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1).
           02  Ad-Adjustment-Amount            PIC 9(6)V99.
           02  FILLER                          PIC X(1).
           02  Ad-Section-Num                  PIC 9(2).

       FD  Activity-Report-File.
       01  Activity-Print-Line                 PIC X(76).
