      * StudentEnrollment's Add-Enrollment and TranscriptReport both
      * refuse service while an active hold exists, so placing and
      * releasing here is what actually opens and closes the gate.
      *
      * BadDebtWriteOff places a type W hold when an account is
      * written off.  It is a permanent financial hold: it cannot be
      * placed from this screen and Release-Hold refuses to lift it.
      *
      * ConductCases places a type C (conduct) hold when a hearing
      * ends in suspension or expulsion, and ConductSanctionExpiry
      * lifts it when the sanction ends.  Like W it cannot be placed
      * or released from this screen; the case behind it stays with
      * the conduct office.
      *
      * ParkingCitationLoad places an ordinary F hold, Placed-By
      * "PARKING", for citations unpaid past the parking office's
      * limit, and lifts it itself once no citation is open.  It can
      * be released here, but the next nightly run puts it back while
      * an overdue citation is still open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Financial-Hold       VALUE "F".
               88  Hd-Write-Off-Hold       VALUE "W".
               88  Hd-Advising-Hold        VALUE "A".
               88  Hd-Health-Hold          VALUE "H".
               88  Hd-Conduct-Hold         VALUE "C".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
               IF NOT Hd-Hold-Active
                   DISPLAY "That hold was already released on "
                           Hd-Release-Date "."
               ELSE
               IF Hd-Write-Off-Hold
                   DISPLAY "Bad-debt write-off holds are permanent "
                           "and cannot be released."
               ELSE
               IF Hd-Conduct-Hold
                   DISPLAY "Conduct holds are released by the conduct "
                           "office when the sanction ends."
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO Hd-Release-Date
                   REWRITE Hd-Rec
                   END-REWRITE
                   DISPLAY "Hold released."
               END-IF
               END-IF
               END-IF
           END-IF.

       List-Holds-For-Student.
               MOVE Ua-Password TO Ua-Password-Tbl(WS-User-Access-Count)
               MOVE Ua-Role     TO Ua-Role-Tbl(WS-User-Access-Count)
           ELSE
               DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                       WS-User-Access-Max " accounts on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Prompt-Login.
