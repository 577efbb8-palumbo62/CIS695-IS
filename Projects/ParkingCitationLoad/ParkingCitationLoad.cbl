       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ParkingCitationLoad.
       AUTHOR.  Jon Clark.
      * Nightly parking citation load and aging.  The parking office's
      * ticket machine software leaves the day's tickets in PARKTIX.DAT
      * (one line per ticket, fields separated by a single space).
      * Each ticket not already on the citation file and not paid at
      * the parking window is matched to a student by plate through
      * the permit file ParkingPermits maintains - the permit for the
      * term the ticket fell in is preferred, otherwise any permit on
      * that plate - and the fine posts to that student's
      * Student-Master-File term record under the parking fee category
      * (SM-Parking-Owed, GL 400080) and SM-Fees-Owed.  The term is
      * the Term-Master-File term whose start and end dates contain
      * the ticket date.  Tickets that cannot be matched to a plate,
      * a term or a fee account are listed on PARKCITE.RPT for the
      * parking office to chase and are picked up again on the next
      * run once the permit or account exists.
      *
      * The aging pass then walks every open citation.  A citation
      * whose term's parking category has been paid in full is marked
      * paid.  A citation still open more than Rp-Late-Days days after
      * it was issued (PARKCITE row of RUNPARMS.DAT, default 30 days)
      * puts a financial (F) hold on the student through Hold-File,
      * the same file StudentHolds maintains, placed by "PARKING" so
      * it can be told apart from the bursar's own holds.  Once a
      * student has no open citation left - paid, or reversed on
      * appeal in ParkingPermits - that parking hold is released.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ticket-File ASSIGN TO WS-Parktix-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tk-File-Status.

           SELECT Citation-File ASSIGN TO WS-Citation-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ci-Citation-Num
               ALTERNATE RECORD KEY IS Ci-Student-Id
                   WITH DUPLICATES
               FILE STATUS IS Ci-Status-Code.

           SELECT Permit-File ASSIGN TO WS-Parkprmt-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pp-Key
               ALTERNATE RECORD KEY IS Pp-Plate-Key
                   WITH DUPLICATES
               FILE STATUS IS Pp-Status.

           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Parkcite-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parking office ticket extract.  Tk-Paid-Flag is Y when the
      * fine was paid at the parking window before the extract ran.
       FD  Ticket-File.
       01  Tk-Rec.
           88  End-Of-Tickets              VALUE HIGH-VALUES.
           02  Tk-Citation-Num             PIC X(10).
           02  FILLER                      PIC X(1).
           02  Tk-Issue-Date               PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Tk-Plate-State              PIC X(2).
           02  FILLER                      PIC X(1).
           02  Tk-Plate-Num                PIC X(10).
           02  FILLER                      PIC X(1).
           02  Tk-Violation-Code           PIC X(4).
           02  FILLER                      PIC X(1).
           02  Tk-Fine-Amount              PIC 9(4).
           02  FILLER                      PIC X(1).
           02  Tk-Paid-Flag                PIC X(1).
               88  Tk-Paid-At-Window       VALUE "Y".

       FD  Citation-File.
       01  Ci-Rec.
           02  Ci-Citation-Num             PIC X(10).
           02  Ci-Student-Id               PIC 9(5).
           02  Ci-Term-Code                PIC X(6).
           02  Ci-Issue-Date               PIC 9(8).
           02  Ci-Plate-State              PIC X(2).
           02  Ci-Plate-Num                PIC X(10).
           02  Ci-Violation-Code           PIC X(4).
           02  Ci-Fine-Amount              PIC 9(4).
           02  Ci-Charged-Date             PIC 9(8).
           02  Ci-Status                   PIC X(1).
               88  Ci-Open                 VALUE "C".
               88  Ci-Paid                 VALUE "P".
               88  Ci-Reversed             VALUE "R".
           02  Ci-Paid-Date                PIC 9(8).
           02  Ci-Hold-Date                PIC 9(8).
               88  Ci-No-Hold              VALUE ZEROS.
           02  Ci-Appeal-Disposition       PIC X(1).
           02  Ci-Appeal-Date              PIC 9(8).
           02  Ci-Appeal-By                PIC X(10).

       FD  Permit-File.
       01  Pp-Rec.
           02  Pp-Key.
               03  Pp-Student-Id           PIC 9(5).
               03  Pp-Term-Code            PIC X(6).
               03  Pp-Vehicle-Seq          PIC 9(2).
           02  Pp-Plate-Key.
               03  Pp-Plate-State          PIC X(2).
               03  Pp-Plate-Num            PIC X(10).
           02  Pp-Vehicle-Desc             PIC X(20).
           02  Pp-Permit-Type              PIC X(1).
           02  Pp-Permit-Fee               PIC 9(4).
           02  Pp-Issue-Date               PIC 9(8).
           02  Pp-Issued-By                PIC X(10).

       FD  Student-Master-File.
       01  SM-Rec.
           02  SM-Master-Key.
               03  SM-Student-Number           PIC 9(7).
               03  SM-Term-Code                PIC X(6).
           02  SM-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(5).
           02  SM-Prior-Balance-Fwd            PIC S9(7)V99.
           02  SM-Fees-Owed                    PIC 9(7).
           02  SM-Tuition-Owed                 PIC 9(7).
           02  SM-Housing-Owed                 PIC 9(7).
           02  SM-Lab-Owed                     PIC 9(7).
           02  SM-Library-Owed                 PIC 9(7).
           02  SM-Late-Fee-Owed                PIC 9(7).
           02  SM-Late-Fee-Flag                PIC X.
               88  SM-Late-Fee-Applied         VALUE "Y".
           02  SM-Amount-Paid                  PIC S9(7)V99.
           02  SM-Tuition-Paid                 PIC 9(7)V99.
           02  SM-Housing-Paid                 PIC 9(7)V99.
           02  SM-Lab-Paid                     PIC 9(7)V99.
           02  SM-Library-Paid                 PIC 9(7)V99.
           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Term-Master-File.
       01  Tm-Rec.
           02  Tm-Term-Code            PIC X(6).
           02  Tm-Description          PIC X(20).
           02  Tm-Start-Date           PIC 9(8).
           02  Tm-End-Date             PIC 9(8).
           02  Tm-Add-Drop-Date        PIC 9(8).
           02  Tm-Fee-Due-Date         PIC 9(8).
           02  Tm-Census-Date          PIC 9(8).
           02  Tm-Waiver-Deadline      PIC 9(8).
           02  Tm-Grade-Deadline       PIC 9(8).

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Financial-Hold       VALUE "F".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

      * Unattended-run parameters - one row per program.
       FD  Run-Parameter-File.
       01  Run-Parameter-Rec.
           88  End-Of-Runparms                 VALUE HIGH-VALUES.
           02  Rp-Program-Name                 PIC X(12).
           02  Rp-Date-Range-Flag              PIC X(1).
           02  Rp-From-Date                    PIC 9(8).
           02  Rp-To-Date                      PIC 9(8).
           02  Rp-Sanity-Pct                   PIC 9(3).
           02  Rp-Refund-Threshold             PIC 9(6)V99.
           02  Rp-Late-Days                    PIC 9(3).
           02  Rp-Late-Amount                  PIC 9(4).
           02  Rp-Term-Code                    PIC X(6).
           02  Rp-Due-Days                     PIC 9(3).

       FD  Report-File.
       01  Report-Print-Line           PIC X(76).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-Parktix-Path             PIC X(260).
       01  WS-Citation-Path            PIC X(260).
       01  WS-Parkprmt-Path            PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Parkcite-Rpt-Path        PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Tk-File-Status              PIC X(2).
       01  Ci-Status-Code              PIC X(2).
           88  Ci-Rec-Found            VALUE "00" "02".
           88  Ci-Rec-Not-Found        VALUE "23".
       01  Pp-Status                   PIC X(2).
           88  Pp-Rec-Found            VALUE "00" "02".
           88  Pp-Rec-Not-Found        VALUE "23".
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00" "02".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Tm-Status                   PIC X(2).
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  End-Of-Scan-Sw              PIC X VALUE "N".
           88  End-Of-Scan             VALUE "Y".
       01  End-Of-Terms-Sw             PIC X VALUE "N".
           88  End-Of-Terms            VALUE "Y".
       01  WS-Overdue-Sw               PIC X VALUE "N".
           88  Student-Has-Overdue     VALUE "Y".
       01  WS-Open-Sw                  PIC X VALUE "N".
           88  Student-Has-Open        VALUE "Y".
       01  WS-Hold-Exists-Sw           PIC X VALUE "N".
           88  Parking-Hold-Exists     VALUE "Y".
       01  WS-Term-Permit-Sw           PIC X VALUE "N".
           88  Term-Permit-Found       VALUE "Y".

       01  WS-Today                    PIC 9(8).
       01  WS-Late-Days                PIC 9(3) VALUE 30.
       01  WS-Hold-Cutoff-Date         PIC 9(8).
       01  WS-Fee-Number               PIC 9(7).
       01  WS-Ticket-Term              PIC X(6).
       01  WS-Matched-Student          PIC 9(5).
       01  WS-Current-Student          PIC 9(5).
       01  WS-Next-Sequence            PIC 9(3).
       01  WS-Exception-Reason         PIC X(30).
       01  WS-Placed-By-Parking        PIC X(10) VALUE "PARKING".

      * Terms held in core so each ticket date can be placed in its
      * term without a pass of Term-Master-File per ticket.
       01  WS-Term-Max                 PIC 9(3) VALUE 500.
       01  WS-Term-Count               PIC 9(3) VALUE ZEROS.
       01  Term-Table.
           02  Tt-Entry OCCURS 500 TIMES INDEXED BY Tt-Idx.
               03  Tt-Term-Code        PIC X(6).
               03  Tt-Start-Date       PIC 9(8).
               03  Tt-End-Date         PIC 9(8).

       01  Run-Counts.
           02  Ct-Tickets-Read         PIC 9(5) VALUE ZEROS.
           02  Ct-Tickets-Loaded       PIC 9(5) VALUE ZEROS.
           02  Ct-Already-On-File      PIC 9(5) VALUE ZEROS.
           02  Ct-Paid-At-Window       PIC 9(5) VALUE ZEROS.
           02  Ct-Exceptions           PIC 9(5) VALUE ZEROS.
           02  Ct-Citations-Paid       PIC 9(5) VALUE ZEROS.
           02  Ct-Holds-Placed         PIC 9(5) VALUE ZEROS.
           02  Ct-Holds-Released       PIC 9(5) VALUE ZEROS.

       01  Exception-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Citation-Num         PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Issue-Date           PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Plate-State          PIC X(2).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ex-Plate-Num            PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Fine-Amount          PIC Z,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ex-Reason               PIC X(30).

       01  Count-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Cl-Label                PIC X(30).
           02  Cl-Count                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           COMPUTE WS-Hold-Cutoff-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) - WS-Late-Days).
           OPEN INPUT Permit-File.
           IF Pp-Status NOT = "00"
               DISPLAY "No permit file - citations cannot be matched."
               STOP RUN
           END-IF.
           OPEN I-O Student-Master-File.
           IF SM-File-Status NOT = "00"
               DISPLAY "No student fee master - citations not loaded."
               STOP RUN
           END-IF.
           OPEN I-O Citation-File.
           IF Ci-Status-Code = "05" OR Ci-Status-Code = "35"
               CLOSE Citation-File
               OPEN OUTPUT Citation-File
               CLOSE Citation-File
               OPEN I-O Citation-File
           END-IF.
           OPEN I-O Hold-File.
           IF Hd-Status = "05" OR Hd-Status = "35"
               CLOSE Hold-File
               OPEN OUTPUT Hold-File
               CLOSE Hold-File
               OPEN I-O Hold-File
           END-IF.
           PERFORM Load-Term-Table.

           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "PARKING  CITATION  LOAD     RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "  TICKETS NOT CHARGED" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

           OPEN INPUT Ticket-File.
           IF Tk-File-Status = "00"
               READ Ticket-File
                   AT END SET End-Of-Tickets TO TRUE
               END-READ
               PERFORM Load-One-Ticket UNTIL End-Of-Tickets
               CLOSE Ticket-File
           ELSE
               DISPLAY "No ticket file from parking - aging only."
           END-IF.
           IF Ct-Exceptions = ZEROS
               MOVE "    None." TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
           END-IF.

           MOVE ZEROS TO Ci-Student-Id.
           START Citation-File
               KEY IS >= Ci-Student-Id
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           IF NOT End-Of-Scan
               READ Citation-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
               END-READ
           END-IF.
           PERFORM Age-One-Student UNTIL End-Of-Scan.

           PERFORM Print-Run-Counts.
           CLOSE Citation-File, Permit-File, Student-Master-File,
                 Hold-File, Report-File.
           DISPLAY " ".
           DISPLAY "----  PARKING  CITATION  LOAD  COMPLETE  ----".
           DISPLAY "Tickets read        : " Ct-Tickets-Read.
           DISPLAY "Citations charged   : " Ct-Tickets-Loaded.
           DISPLAY "Already on file     : " Ct-Already-On-File.
           DISPLAY "Paid at window      : " Ct-Paid-At-Window.
           DISPLAY "Not charged         : " Ct-Exceptions.
           DISPLAY "Citations now paid  : " Ct-Citations-Paid.
           DISPLAY "Holds placed        : " Ct-Holds-Placed.
           DISPLAY "Holds released      : " Ct-Holds-Released.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "TICKETS READ" TO Cnt-Label.
           MOVE Ct-Tickets-Read TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "CITATIONS CHARGED" TO Cnt-Label.
           MOVE Ct-Tickets-Loaded TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "ALREADY ON FILE" TO Cnt-Label.
           MOVE Ct-Already-On-File TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "PARKCITE"
                   MOVE "Y" TO WS-Runparms-Sw
                   IF Rp-Late-Days > ZEROS
                       MOVE Rp-Late-Days TO WS-Late-Days
                   END-IF
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "PARKCITE run-parameter row found - hold after "
                       WS-Late-Days " days."
           END-IF.

       Load-Term-Table.
           OPEN INPUT Term-Master-File.
           IF Tm-Status NOT = "00"
               DISPLAY "No term master file - tickets cannot be "
                       "placed in a term."
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO Tm-Term-Code.
           START Term-Master-File
               KEY IS >= Tm-Term-Code
               INVALID KEY SET End-Of-Terms TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Terms
               READ Term-Master-File NEXT RECORD
                   AT END SET End-Of-Terms TO TRUE
               END-READ
               IF NOT End-Of-Terms AND WS-Term-Count NOT < WS-Term-Max
                   DISPLAY "*** TERM TABLE FULL *** more than "
                           WS-Term-Max " terms on the term master"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT End-Of-Terms
                   ADD 1 TO WS-Term-Count
                   MOVE Tm-Term-Code TO Tt-Term-Code(WS-Term-Count)
                   MOVE Tm-Start-Date TO Tt-Start-Date(WS-Term-Count)
                   MOVE Tm-End-Date TO Tt-End-Date(WS-Term-Count)
               END-IF
           END-PERFORM.
           CLOSE Term-Master-File.

       Load-One-Ticket.
           ADD 1 TO Ct-Tickets-Read.
           MOVE FUNCTION UPPER-CASE(Tk-Citation-Num) TO Tk-Citation-Num.
           MOVE FUNCTION UPPER-CASE(Tk-Plate-State) TO Tk-Plate-State.
           MOVE FUNCTION UPPER-CASE(Tk-Plate-Num) TO Tk-Plate-Num.
           PERFORM Charge-One-Ticket.
           READ Ticket-File
               AT END SET End-Of-Tickets TO TRUE
           END-READ.

       Charge-One-Ticket.
           IF Tk-Paid-At-Window
               ADD 1 TO Ct-Paid-At-Window
               EXIT PARAGRAPH
           END-IF.
           MOVE Tk-Citation-Num TO Ci-Citation-Num.
           READ Citation-File
               KEY IS Ci-Citation-Num
               INVALID KEY MOVE "23" TO Ci-Status-Code
           END-READ.
           IF Ci-Rec-Found
               ADD 1 TO Ct-Already-On-File
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find-Ticket-Term.
           IF WS-Ticket-Term = SPACES
               MOVE "NO TERM FOR TICKET DATE" TO WS-Exception-Reason
               PERFORM Print-Exception
               EXIT PARAGRAPH
           END-IF.
           PERFORM Find-Plate-Owner.
           IF WS-Matched-Student = ZEROS
               MOVE "NO PERMIT ON FILE FOR PLATE" TO WS-Exception-Reason
               PERFORM Print-Exception
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-Matched-Student TO WS-Fee-Number.
           MOVE WS-Fee-Number TO SM-Student-Number.
           MOVE WS-Ticket-Term TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Not-Found
               MOVE "NO FEE ACCOUNT FOR TERM" TO WS-Exception-Reason
               PERFORM Print-Exception
               EXIT PARAGRAPH
           END-IF.
           ADD Tk-Fine-Amount TO SM-Parking-Owed.
           ADD Tk-Fine-Amount TO SM-Fees-Owed.
           REWRITE SM-Rec
               INVALID KEY
                   MOVE SM-File-Status TO WS-Chk-Status
                   MOVE "REWRITE Student-Master-File (citation)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

           MOVE Tk-Citation-Num TO Ci-Citation-Num.
           MOVE WS-Matched-Student TO Ci-Student-Id.
           MOVE WS-Ticket-Term TO Ci-Term-Code.
           MOVE Tk-Issue-Date TO Ci-Issue-Date.
           MOVE Tk-Plate-State TO Ci-Plate-State.
           MOVE Tk-Plate-Num TO Ci-Plate-Num.
           MOVE Tk-Violation-Code TO Ci-Violation-Code.
           MOVE Tk-Fine-Amount TO Ci-Fine-Amount.
           MOVE WS-Today TO Ci-Charged-Date.
           SET Ci-Open TO TRUE.
           MOVE ZEROS TO Ci-Paid-Date, Ci-Hold-Date, Ci-Appeal-Date.
           MOVE SPACES TO Ci-Appeal-Disposition, Ci-Appeal-By.
           WRITE Ci-Rec
               INVALID KEY
                   MOVE Ci-Status-Code TO WS-Chk-Status
                   MOVE "WRITE Citation-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
               NOT INVALID KEY
                   ADD 1 TO Ct-Tickets-Loaded
           END-WRITE.

       Find-Ticket-Term.
           MOVE SPACES TO WS-Ticket-Term.
           PERFORM VARYING Tt-Idx FROM 1 BY 1
                   UNTIL Tt-Idx > WS-Term-Count
               IF Tk-Issue-Date >= Tt-Start-Date(Tt-Idx)
                   AND Tk-Issue-Date <= Tt-End-Date(Tt-Idx)
                   MOVE Tt-Term-Code(Tt-Idx) TO WS-Ticket-Term
               END-IF
           END-PERFORM.

      * A plate can be on file for several terms (and, if a car
      * changed hands, several students).  The permit for the
      * ticket's own term wins; failing that the last one read.
       Find-Plate-Owner.
           MOVE ZEROS TO WS-Matched-Student.
           MOVE "N" TO WS-Term-Permit-Sw.
           MOVE Tk-Plate-State TO Pp-Plate-State.
           MOVE Tk-Plate-Num TO Pp-Plate-Num.
           START Permit-File
               KEY IS = Pp-Plate-Key
               INVALID KEY SET Pp-Rec-Not-Found TO TRUE
           END-START.
           IF Pp-Rec-Not-Found
               EXIT PARAGRAPH
           END-IF.
           READ Permit-File NEXT RECORD
               AT END SET Pp-Rec-Not-Found TO TRUE
           END-READ.
           PERFORM UNTIL Pp-Rec-Not-Found
                   OR Pp-Plate-State NOT = Tk-Plate-State
                   OR Pp-Plate-Num NOT = Tk-Plate-Num
                   OR Term-Permit-Found
               MOVE Pp-Student-Id TO WS-Matched-Student
               IF Pp-Term-Code = WS-Ticket-Term
                   MOVE "Y" TO WS-Term-Permit-Sw
               ELSE
                   READ Permit-File NEXT RECORD
                       AT END SET Pp-Rec-Not-Found TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       Print-Exception.
           ADD 1 TO Ct-Exceptions.
           MOVE Tk-Citation-Num TO Ex-Citation-Num.
           MOVE Tk-Issue-Date TO Ex-Issue-Date.
           MOVE Tk-Plate-State TO Ex-Plate-State.
           MOVE Tk-Plate-Num TO Ex-Plate-Num.
           MOVE Tk-Fine-Amount TO Ex-Fine-Amount.
           MOVE WS-Exception-Reason TO Ex-Reason.
           WRITE Report-Print-Line FROM Exception-Line
               AFTER ADVANCING 1 LINE.

      * One student's citations at a time, in student order off the
      * alternate key, so the hold decision is made once per student
      * after all of that student's citations have been looked at.
       Age-One-Student.
           MOVE Ci-Student-Id TO WS-Current-Student.
           MOVE "N" TO WS-Overdue-Sw.
           MOVE "N" TO WS-Open-Sw.
           PERFORM UNTIL End-Of-Scan
                   OR Ci-Student-Id NOT = WS-Current-Student
               IF Ci-Open
                   PERFORM Age-One-Citation
               END-IF
               READ Citation-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
               END-READ
           END-PERFORM.
           PERFORM Check-Existing-Parking-Hold.
           IF Student-Has-Overdue
               IF NOT Parking-Hold-Exists
                   PERFORM Place-Parking-Hold
               END-IF
           ELSE
               IF NOT Student-Has-Open AND Parking-Hold-Exists
                   PERFORM Release-Parking-Hold
               END-IF
           END-IF.

      * Paid means the term's parking category is cleared - the
      * payment posting programs allocate to parking last, so that
      * only happens once everything else on the term is paid too.
       Age-One-Citation.
           MOVE Ci-Student-Id TO WS-Fee-Number.
           MOVE WS-Fee-Number TO SM-Student-Number.
           MOVE Ci-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Found AND SM-Parking-Paid >= SM-Parking-Owed
               SET Ci-Paid TO TRUE
               MOVE WS-Today TO Ci-Paid-Date
               REWRITE Ci-Rec
                   INVALID KEY
                       MOVE Ci-Status-Code TO WS-Chk-Status
                       MOVE "REWRITE Citation-File (paid)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
               ADD 1 TO Ct-Citations-Paid
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Open-Sw.
           IF Ci-Issue-Date < WS-Hold-Cutoff-Date
               MOVE "Y" TO WS-Overdue-Sw
               IF Ci-No-Hold
                   MOVE WS-Today TO Ci-Hold-Date
                   REWRITE Ci-Rec
                       INVALID KEY
                           MOVE Ci-Status-Code TO WS-Chk-Status
                           MOVE "REWRITE Citation-File (hold)"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
               END-IF
           END-IF.

       Check-Existing-Parking-Hold.
           MOVE "N" TO WS-Hold-Exists-Sw.
           MOVE WS-Current-Student TO Hd-Student-Id.
           MOVE LOW-VALUES TO Hd-Sequence-Num.
           START Hold-File
               KEY IS >= Hd-Key
               INVALID KEY SET Hd-Rec-Not-Found TO TRUE
           END-START.
           IF Hd-Rec-Found
               READ Hold-File NEXT RECORD
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Hd-Rec-Not-Found
                       OR Hd-Student-Id NOT = WS-Current-Student
                       OR Parking-Hold-Exists
                   IF Hd-Financial-Hold AND Hd-Hold-Active
                       AND Hd-Placed-By = WS-Placed-By-Parking
                       MOVE "Y" TO WS-Hold-Exists-Sw
                   ELSE
                       READ Hold-File NEXT RECORD
                           AT END SET Hd-Rec-Not-Found TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       Place-Parking-Hold.
           PERFORM Find-Next-Hold-Sequence.
           MOVE WS-Current-Student TO Hd-Student-Id.
           MOVE WS-Next-Sequence TO Hd-Sequence-Num.
           MOVE "F" TO Hd-Hold-Type.
           MOVE WS-Placed-By-Parking TO Hd-Placed-By.
           MOVE WS-Today TO Hd-Placed-Date.
           MOVE ZEROS TO Hd-Release-Date.
           WRITE Hd-Rec
               INVALID KEY
                   MOVE Hd-Status TO WS-Chk-Status
                   MOVE "WRITE Hold-File (parking)" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
               NOT INVALID KEY
                   ADD 1 TO Ct-Holds-Placed
           END-WRITE.

      * Check-Existing-Parking-Hold leaves the active parking hold as
      * the current Hold-File record.
       Release-Parking-Hold.
           MOVE WS-Today TO Hd-Release-Date.
           REWRITE Hd-Rec
               INVALID KEY
                   MOVE Hd-Status TO WS-Chk-Status
                   MOVE "REWRITE Hold-File (parking)" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
               NOT INVALID KEY
                   ADD 1 TO Ct-Holds-Released
           END-REWRITE.

       Find-Next-Hold-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE WS-Current-Student TO Hd-Student-Id.
           MOVE 999 TO Hd-Sequence-Num.
           START Hold-File
               KEY IS <= Hd-Key
               INVALID KEY SET Hd-Rec-Not-Found TO TRUE
           END-START.
           IF Hd-Rec-Found
               READ Hold-File
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
               IF Hd-Rec-Found AND Hd-Student-Id = WS-Current-Student
                   COMPUTE WS-Next-Sequence = Hd-Sequence-Num + 1
               END-IF
           END-IF.

       Print-Run-Counts.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "  RUN TOTALS" TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "Tickets read" TO Cl-Label.
           MOVE Ct-Tickets-Read TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Citations charged" TO Cl-Label.
           MOVE Ct-Tickets-Loaded TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Already on file" TO Cl-Label.
           MOVE Ct-Already-On-File TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Paid at parking window" TO Cl-Label.
           MOVE Ct-Paid-At-Window TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Not charged (listed above)" TO Cl-Label.
           MOVE Ct-Exceptions TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Citations now paid" TO Cl-Label.
           MOVE Ct-Citations-Paid TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Parking holds placed" TO Cl-Label.
           MOVE Ct-Holds-Placed TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.
           MOVE "Parking holds released" TO Cl-Label.
           MOVE Ct-Holds-Released TO Cl-Count.
           WRITE Report-Print-Line FROM Count-Line.

       Check-Fatal-Status.
           EVALUATE WS-Chk-Status
               WHEN "00" WHEN "02" WHEN "04"
               WHEN "10" WHEN "21" WHEN "22" WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** FATAL FILE ERROR *** " WS-Chk-Context
                   DISPLAY "    File status = " WS-Chk-Status
                   DISPLAY "    Run aborted - notify operator."
                   STOP RUN
           END-EVALUATE.

       Resolve-Data-Paths.
           ACCEPT WS-Parktix-Path FROM ENVIRONMENT "PARKTIX_PATH".
           IF WS-Parktix-Path = SPACES
               MOVE "PARKTIX.DAT" TO WS-Parktix-Path
           END-IF.
           ACCEPT WS-Citation-Path FROM ENVIRONMENT "CITATION_PATH".
           IF WS-Citation-Path = SPACES
               MOVE "CITATION.DAT" TO WS-Citation-Path
           END-IF.
           ACCEPT WS-Parkprmt-Path FROM ENVIRONMENT "PARKPRMT_PATH".
           IF WS-Parkprmt-Path = SPACES
               MOVE "PARKPRMT.DAT" TO WS-Parkprmt-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Parkcite-Rpt-Path
               FROM ENVIRONMENT "PARKCITE_RPT_PATH".
           IF WS-Parkcite-Rpt-Path = SPACES
               MOVE "PARKCITE.RPT" TO WS-Parkcite-Rpt-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
