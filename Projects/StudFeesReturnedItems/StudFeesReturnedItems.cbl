           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Receipt-File.
       01  Receipt-Rec.
           END-REWRITE.

       Deallocate-Reversal.
           PERFORM Dealloc-Insurance.
           PERFORM Dealloc-Bookshop.
           PERFORM Dealloc-Parking.
           PERFORM Dealloc-Library.
           PERFORM Dealloc-Lab.
           PERFORM Dealloc-Housing.
           PERFORM Dealloc-Tuition.
           PERFORM Dealloc-Late-Fee.

       Dealloc-Insurance.
           IF WS-Alloc-Remaining < SM-Insurance-Paid
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE SM-Insurance-Paid TO WS-Alloc-Take
           END-IF.
           SUBTRACT WS-Alloc-Take FROM SM-Insurance-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Dealloc-Bookshop.
           IF WS-Alloc-Remaining < SM-Bookshop-Paid
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE SM-Bookshop-Paid TO WS-Alloc-Take
           END-IF.
           SUBTRACT WS-Alloc-Take FROM SM-Bookshop-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Dealloc-Parking.
           IF WS-Alloc-Remaining < SM-Parking-Paid
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
           ELSE
               MOVE SM-Parking-Paid TO WS-Alloc-Take
           END-IF.
           SUBTRACT WS-Alloc-Take FROM SM-Parking-Paid.
           SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

       Dealloc-Library.
           IF WS-Alloc-Remaining < SM-Library-Paid
               MOVE WS-Alloc-Remaining TO WS-Alloc-Take
