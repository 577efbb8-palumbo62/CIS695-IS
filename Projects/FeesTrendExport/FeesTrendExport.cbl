           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Fees-Trend-File.
       01  Ft-Rec                              PIC X(80).
      * In-memory term accumulator, one row per distinct SM-Term-Code
      * encountered, looked up and built the same way Find-Fee-Rate's
      * fixed fee-rate table is scanned.
       01  WS-Term-Table-Max                   PIC 9(3) VALUE 500.
       01  WS-Term-Count                       PIC 9(3) VALUE ZEROS.
       01  WS-Term-Table.
           02  WS-Term-Entry OCCURS 500 TIMES.
               03  Tt-Term-Code                PIC X(6).
               03  Tt-Billed                   PIC S9(9)V99.
               03  Tt-Collected                PIC S9(9)V99.

       01  WS-Find-Idx                         PIC 9(3).
       01  WS-Term-Slot                        PIC 9(3).
       01  WS-Found-Sw                         PIC X VALUE "N".
           88  Term-Found                      VALUE "Y".

       01  WS-Sort-I                           PIC 9(3).
       01  WS-Sort-J                           PIC 9(3).
       01  WS-Swap-Entry                       PIC X(28).

       01  Ct-Records-Read                     PIC 9(7) VALUE ZEROS.

       01  Ft-Header                           PIC X(42)
           DISPLAY "Fees trend export complete - see FEESTREND.CSV".
           DISPLAY "Records read : " Ct-Records-Read.
           DISPLAY "Terms found  : " WS-Term-Count.
           STOP RUN.

       Accumulate-One-Record.
      * Linear lookup of SM-Term-Code in WS-Term-Table, adding a new
      * row the first time a term is seen - the table is small enough
      * (well under a hundred terms in any real run) that a linear
      * scan on every record is not worth indexing further.  A master
      * holding more terms than the table stops the run rather than
      * export a trend with terms missing.
      * The matched row is returned in WS-Term-Slot, not in the loop
      * index - the PERFORM VARYING increments once more on its way
      * out, so the index cannot be trusted after the loop (same
               END-IF
           END-PERFORM.
           IF NOT Term-Found
               IF WS-Term-Count NOT < WS-Term-Table-Max
                   DISPLAY "*** TERM TABLE FULL *** more than "
                           WS-Term-Table-Max " terms on the master"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Term-Count
               MOVE WS-Term-Count TO WS-Term-Slot
               MOVE SM-Term-Code TO Tt-Term-Code(WS-Term-Slot)
               MOVE ZEROS TO Tt-Billed(WS-Term-Slot)
               MOVE ZEROS TO Tt-Collected(WS-Term-Slot)
               MOVE "Y" TO WS-Found-Sw
           END-IF.

      * Simple ascending bubble sort on Tt-Term-Code so the CSV reads
