           02  Dm-Late-Fee-Paid        PIC 9(7)V99.
           02  Dm-Fee-Due-Date         PIC 9(8).
           02  Dm-Collection-Flag      PIC X.
           02  Dm-Parking-Owed         PIC 9(7).
           02  Dm-Parking-Paid         PIC 9(7)V99.
           02  Dm-Bookshop-Owed        PIC 9(7).
           02  Dm-Bookshop-Paid        PIC 9(7)V99.
           02  Dm-Insurance-Owed       PIC 9(7).
           02  Dm-Insurance-Paid       PIC 9(7)V99.

       FD  Rebuilt-Studmast-File.
       01  Rm-Rec.
           02  Rm-Late-Fee-Paid        PIC 9(7)V99.
           02  Rm-Fee-Due-Date         PIC 9(8).
           02  Rm-Collection-Flag      PIC X.
           02  Rm-Parking-Owed         PIC 9(7).
           02  Rm-Parking-Paid         PIC 9(7)V99.
           02  Rm-Bookshop-Owed        PIC 9(7).
           02  Rm-Bookshop-Paid        PIC 9(7)V99.
           02  Rm-Insurance-Owed       PIC 9(7).
           02  Rm-Insurance-Paid       PIC 9(7)V99.

       FD  Salvage-Work-File.
       01  Salvage-Work-Rec            PIC X(220).

       FD  Salvage-Report-File.
       01  Salvage-Report-Rec          PIC X(100).
