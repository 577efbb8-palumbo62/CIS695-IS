      * supervisor approve or reject each one, and only then reduces
      * SM-Amount-Paid the way StudFees would have posted a normal
      * refund.  Decided records are copied to PENDREFH.DAT (history)
      * and dropped from the working queue.  The user ID that keyed
      * the refund request rides along from PENDREF.DAT into the
      * history row beside the approver's, so the nightly
      * segregation-of-duties report can compare the two.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  Pr-Requested-Date               PIC 9(8).
           02  FILLER                          PIC X(1).
           02  Pr-Status                       PIC X(8).
           02  FILLER                          PIC X(1).
           02  Pr-Requested-By                 PIC X(8).

       FD  Pending-Refund-Work-File.
       01  Pending-Refund-Work-Rec             PIC X(54).

       FD  Refund-History-File.
       01  Refund-History-Rec.
           02  Rh-Disbursed-Date               PIC 9(8).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Rh-Disburse-Ref                 PIC X(10).
      * Stamped by StudFeesCheckVoid once a refund check is paid by
      * the bank, voided, or stale-dated - blank while outstanding.
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Rh-Check-Status                 PIC X(1).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Rh-Check-Status-Date            PIC 9(8).
      * Who keyed the refund request (carried from PENDREF.DAT) and
      * who paid it out (stamped by StudFeesRefundDisburse).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Rh-Requested-By                 PIC X(8).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Rh-Disbursed-By                 PIC X(8).

       FD  Student-Master-File.
       01  SM-Rec.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
               DISPLAY "Student " Pr-Student-Number
                   " term " Pr-Term-Code
                   " requests refund of " Pr-Refund-Amount
                   " (requested " Pr-Requested-Date
                   " by " Pr-Requested-By ")"
               DISPLAY "Approve or Reject? (A/R): " WITH NO ADVANCING
               ACCEPT WS-Decision-Reply
               EVALUATE TRUE
           END-IF.

       Deallocate-Refund.
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
           MOVE Pr-Refund-Amount TO Rh-Refund-Amount.
           MOVE Pr-Status TO Rh-Decision.
           MOVE WS-Approver-Id TO Rh-Approver-Id.
           MOVE Pr-Requested-By TO Rh-Requested-By.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Rh-Decision-Date.
           MOVE ZEROS TO Rh-Disbursed-Date.
           MOVE ZEROS TO Rh-Check-Status-Date.
           WRITE Refund-History-Rec.

       Resolve-Data-Paths.
