           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      * Data-file location, resolved at run time in Resolve-Data-Paths
           MOVE ZEROS                TO SM-Late-Fee-Paid.
           MOVE Old-Fee-Due-Date     TO SM-Fee-Due-Date.
           MOVE "N"                  TO SM-Collection-Flag.
           MOVE ZEROS                TO SM-Parking-Owed.
           MOVE ZEROS                TO SM-Parking-Paid.
           MOVE ZEROS                TO SM-Bookshop-Owed.
           MOVE ZEROS                TO SM-Bookshop-Paid.
           MOVE ZEROS                TO SM-Insurance-Owed.
           MOVE ZEROS                TO SM-Insurance-Paid.

           WRITE SM-Rec
               INVALID KEY
