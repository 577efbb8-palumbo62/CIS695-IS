      * File - same table-driven lookup pattern StudentEnrollment's
      * own Load-Capacity-Table uses.
       01  Capacity-Table.
           02  Mc-Entry OCCURS 2000 TIMES
                       INDEXED BY Mc-Idx.
               03  Mc-Module-Tbl             PIC X(5).
               03  Mc-Section-Tbl            PIC 9(2).
               03  Mc-Capacity-Tbl           PIC 9(5).
       01  WS-Modcap-Max               PIC 9(4) VALUE 2000.
       01  WS-Modcap-Count             PIC 9(4) VALUE ZEROS.

       01  File-Stati.
           END-IF.
           PERFORM UNTIL End-Of-Modcap-File
               PERFORM Check-Modcap-Row-Format
               IF WS-Modcap-Count NOT < WS-Modcap-Max
                   DISPLAY "*** CAPACITY TABLE FULL *** more than "
                           WS-Modcap-Max " MODCAP.DAT rows"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Modcap-Count
               MOVE Mc-Module-Code TO Mc-Module-Tbl(WS-Modcap-Count)
               MOVE Mc-Section-Num
                   TO Mc-Section-Tbl(WS-Modcap-Count)
               MOVE Mc-Capacity TO Mc-Capacity-Tbl(WS-Modcap-Count)
               READ Module-Capacity-File
                   AT END SET End-Of-Modcap-File TO TRUE
               END-READ
