           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Payment-Plan-File.
       01  Payment-Plan-Rec.
      * the same table-driven approach CreateMasterFile's Fee-Rate-Table
      * search uses, just holding a whole file instead of a constant.
       01  Payment-Plan-Table.
           02  Pt-Entry OCCURS 20000 TIMES INDEXED BY Pt-Idx.
               03  Pt-Student-Number           PIC 9(7).
               03  Pt-Term-Code                PIC X(6).
               03  Pt-Installment-Num          PIC 9(2).
                   88  Pt-Is-Pending           VALUE "PENDING".
                   88  Pt-Is-Paid              VALUE "PAID".
                   88  Pt-Is-Missed            VALUE "MISSED".
       01  WS-Plan-Count                       PIC 9(5) VALUE ZERO.

       01  Payment-Note-Table.
           02  Nt-Entry OCCURS 20000 TIMES INDEXED BY Nt-Idx.
               03  Nt-Student-Number           PIC 9(7).
               03  Nt-Term-Code                PIC X(6).
               03  Nt-Amount                   PIC 9(6)V99.
       01  WS-Note-Count                       PIC 9(5) VALUE ZERO.
       01  WS-Table-Max                        PIC 9(5) VALUE 20000.
       01  WS-Ct-Plans-Dropped                 PIC 9(5) VALUE ZERO.
       01  WS-Ct-Notes-Dropped                 PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
      * If either table overflowed, the run stops before touching
      * PAYPLAN.DAT or PLANPMT.DAT - rewriting from a truncated table
      * would destroy the overflow installments, and deleting the
      * notes file would lose the overflow payments.  The run ends
      * with return code 16 so the nightly driver raises the alarm.
       Maintain-Plan-Run.
           PERFORM Load-Payment-Plans.
           PERFORM Load-Payment-Notes.
                   " payment note(s) would not fit."
               DISPLAY "*** PAYPLAN.DAT and PLANPMT.DAT left "
                   "untouched - raise the table size and re-run."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM Apply-One-Note
                   VARYING Nt-Idx FROM 1 BY 1
                   AT END SET End-Of-Payplan TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Payplan
                   IF WS-Plan-Count < WS-Table-Max
                       ADD 1 TO WS-Plan-Count
                       MOVE Pp-Student-Number
                           TO Pt-Student-Number(WS-Plan-Count)
                   AT END SET End-Of-Notes TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Notes
                   IF WS-Note-Count < WS-Table-Max
                       ADD 1 TO WS-Note-Count
                       MOVE Note-Student-Number
                           TO Nt-Student-Number(WS-Note-Count)
                  AND Pt-Is-Pending(Pt-Idx)
                   SET Pt-Is-Paid(Pt-Idx) TO TRUE
                   ADD 1 TO Ct-Applied
                   SET Pt-Idx TO 99999
               END-IF
           END-PERFORM.

