       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ParkingPermits.
       AUTHOR.  Jon Clark.
      * Parking permit sales and citation appeals.  Campus parking
      * used to sell permits and write tickets on its own PC and send
      * the bursar a paper list to bill by hand.  Each vehicle a
      * student registers for a term goes on the permit file
      * (PARKPRMT.DAT, keyed by student, term and vehicle, with the
      * plate as an alternate key so ParkingCitationLoad can match a
      * ticket to its owner), and the permit fee posts straight to
      * the student's Student-Master-File record for that term under
      * the parking fee category (SM-Parking-Owed, GL 400080 on the
      * StudFees extract), plus the lump SM-Fees-Owed - the same
      * REWRITE convention LibraryFines uses for library fines.
      *
      * Citations themselves arrive on the parking office's ticket
      * file and are loaded, charged and aged by ParkingCitationLoad.
      * The appeals option here records the appeals panel's
      * decision on a charged citation: U (upheld) leaves the charge
      * standing, R (reversed) takes the fine back off the parking
      * category and SM-Fees-Owed.  A financial hold placed for
      * overdue citations is lifted by the next citation run once
      * the student has no open citation left.
      *
      * Behind the shared User-Access-File login: selling a permit
      * and recording an appeal need the Maintenance role, the two
      * listings are open to Query users.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Permit-File ASSIGN TO WS-Parkprmt-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pp-Key
               ALTERNATE RECORD KEY IS Pp-Plate-Key
                   WITH DUPLICATES
               FILE STATUS IS Pp-Status.

           SELECT Citation-File ASSIGN TO WS-Citation-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ci-Citation-Num
               ALTERNATE RECORD KEY IS Ci-Student-Id
                   WITH DUPLICATES
               FILE STATUS IS Ci-Status-Code.

           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       01 StudentRec.
           02  StudentId       PIC 9(5).
           02  StudentName.
               03 Lastname     PIC X(20).
               03 Firstname    PIC X(15).
               03 Middlename   PIC X(15).
           02  DateOfBirth.
               03 BirthYear    PIC 9(4).
               03 BirthMonth   PIC 9(2).
               03 BirthDay     PIC 9(2).
           02  StudentSSN      PIC 9(9).
           02  Gender          PIC X.
           02  StudentAddress  PIC X(30).
           02  StudentCity     PIC X(20).
           02  StudentState    PIC X(2).
           02  StudentZipCode  PIC 9(5).
           02  CourseCode      PIC X(4).
           02  Campus-Code     PIC X(4).
           02  ConfidentialFlag PIC X.
              88 Directory-Suppressed VALUE 'Y'.

      * One row per vehicle registered by a student for a term.
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

      * Citations as loaded by ParkingCitationLoad.  Ci-Status: C
      * charged and open, P paid (parking category cleared), R
      * reversed on appeal.
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
           02  Ci-Appeal-Disposition       PIC X(1).
               88  Ci-Not-Appealed         VALUE SPACE.
           02  Ci-Appeal-Date              PIC 9(8).
           02  Ci-Appeal-By                PIC X(10).

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

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Parkprmt-Path            PIC X(260).
       01  WS-Citation-Path            PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Pp-Status                   PIC X(2).
           88  Pp-Rec-Found            VALUE "00".
           88  Pp-Rec-Not-Found        VALUE "23".
       01  Ci-Status-Code              PIC X(2).
           88  Ci-Rec-Found            VALUE "00" "02".
           88  Ci-Rec-Not-Found        VALUE "23".
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Found            VALUE "00" "02".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Ua-File-Status              PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

      * Permit prices by type, whole dollars like the other fee-master
      * categories.  A fixed table, the same as CreateMasterFile's
      * Flat-Fee-Rates - parking reprices once a year at most.
       01  Permit-Rate-Values.
           02  FILLER                  PIC X(25)
                   VALUE "RRESIDENT            0180".
           02  FILLER                  PIC X(25)
                   VALUE "CCOMMUTER            0120".
           02  FILLER                  PIC X(25)
                   VALUE "EEVENING             0060".
           02  FILLER                  PIC X(25)
                   VALUE "MMOTORCYCLE          0040".
       01  Permit-Rate-Table REDEFINES Permit-Rate-Values.
           02  Pr-Entry OCCURS 4 TIMES INDEXED BY Pr-Idx.
               03  Pr-Type             PIC X(1).
               03  Pr-Description      PIC X(20).
               03  Pr-Fee              PIC 9(4).

       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Query-Term               PIC X(6).
       01  WS-Query-Citation           PIC X(10).
       01  WS-Plate-State-Entry        PIC X(2).
       01  WS-Plate-Num-Entry          PIC X(10).
       01  WS-Vehicle-Desc-Entry       PIC X(20).
       01  WS-Permit-Type-Entry        PIC X(1).
       01  WS-Disposition-Entry        PIC X(1).
           88  Valid-Disposition       VALUE "U" "R".
       01  WS-Next-Vehicle             PIC 9(2).
       01  WS-Fee-Number               PIC 9(7).
       01  WS-Permit-Fee               PIC 9(4).
       01  WS-Row-Count                PIC 9(3).
       01  WS-Today                    PIC 9(8).
       01  WS-Rate-Found-Sw            PIC X VALUE "N".
           88  Rate-Found              VALUE "Y".

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT StudentFile.
           OPEN I-O Student-Master-File.
           OPEN I-O Permit-File.
           IF Pp-Status = "05" OR Pp-Status = "35"
               CLOSE Permit-File
               OPEN OUTPUT Permit-File
               CLOSE Permit-File
               OPEN I-O Permit-File
           END-IF.
           OPEN I-O Citation-File.
           IF Ci-Status-Code = "05" OR Ci-Status-Code = "35"
               CLOSE Citation-File
               OPEN OUTPUT Citation-File
               CLOSE Citation-File
               OPEN I-O Citation-File
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 5.

           CLOSE StudentFile, Student-Master-File, Permit-File,
                 Citation-File.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  PARKING  PERMITS  AND  CITATIONS  ----".
           DISPLAY "1. Sell Permit / Register Vehicle".
           DISPLAY "2. List Permits For Student".
           DISPLAY "3. Record Citation Appeal".
           DISPLAY "4. List Citations For Student".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Sell-Permit
                      END-IF
               WHEN 2 PERFORM List-Permits-For-Student
               WHEN 3 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Record-Appeal
                      END-IF
               WHEN 4 PERFORM List-Citations-For-Student
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

       Sell-Permit.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF Student-Rec-Not-Found
               DISPLAY "No student found for ID " WS-Query-StudentId
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Student: " Firstname " " Lastname.
           DISPLAY "Term code: " WITH NO ADVANCING.
           ACCEPT WS-Query-Term.
      * The permit is billed to the term's fee record, so there has
      * to be one - CreateMasterFile or TermRollover makes it.
           MOVE WS-Query-StudentId TO WS-Fee-Number.
           MOVE WS-Fee-Number TO SM-Student-Number.
           MOVE WS-Query-Term TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Not-Found
               DISPLAY "No fee account for Student " WS-Query-StudentId
                       " term " WS-Query-Term " - permit not sold."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Permit type (R=Resident C=Commuter E=Evening "
                   "M=Motorcycle): " WITH NO ADVANCING.
           ACCEPT WS-Permit-Type-Entry.
           MOVE FUNCTION UPPER-CASE(WS-Permit-Type-Entry)
               TO WS-Permit-Type-Entry.
           MOVE "N" TO WS-Rate-Found-Sw.
           PERFORM VARYING Pr-Idx FROM 1 BY 1 UNTIL Pr-Idx > 4
               IF Pr-Type(Pr-Idx) = WS-Permit-Type-Entry
                   MOVE Pr-Fee(Pr-Idx) TO WS-Permit-Fee
                   MOVE "Y" TO WS-Rate-Found-Sw
               END-IF
           END-PERFORM.
           IF NOT Rate-Found
               DISPLAY "Invalid permit type - permit not sold."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Plate state: " WITH NO ADVANCING.
           ACCEPT WS-Plate-State-Entry.
           DISPLAY "Plate number: " WITH NO ADVANCING.
           ACCEPT WS-Plate-Num-Entry.
           MOVE FUNCTION UPPER-CASE(WS-Plate-State-Entry)
               TO WS-Plate-State-Entry.
           MOVE FUNCTION UPPER-CASE(WS-Plate-Num-Entry)
               TO WS-Plate-Num-Entry.
           IF WS-Plate-Num-Entry = SPACES
               DISPLAY "Plate number required - permit not sold."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vehicle (make/model/colour): " WITH NO ADVANCING.
           ACCEPT WS-Vehicle-Desc-Entry.

           PERFORM Find-Next-Vehicle.
           MOVE WS-Query-StudentId TO Pp-Student-Id.
           MOVE WS-Query-Term TO Pp-Term-Code.
           MOVE WS-Next-Vehicle TO Pp-Vehicle-Seq.
           MOVE WS-Plate-State-Entry TO Pp-Plate-State.
           MOVE WS-Plate-Num-Entry TO Pp-Plate-Num.
           MOVE WS-Vehicle-Desc-Entry TO Pp-Vehicle-Desc.
           MOVE WS-Permit-Type-Entry TO Pp-Permit-Type.
           MOVE WS-Permit-Fee TO Pp-Permit-Fee.
           MOVE WS-Today TO Pp-Issue-Date.
           MOVE WS-Current-User TO Pp-Issued-By.
           WRITE Pp-Rec
               INVALID KEY
                   MOVE Pp-Status TO WS-Chk-Status
                   MOVE "WRITE Permit-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

           ADD WS-Permit-Fee TO SM-Parking-Owed.
           ADD WS-Permit-Fee TO SM-Fees-Owed.
           REWRITE SM-Rec
               INVALID KEY
                   MOVE SM-File-Status TO WS-Chk-Status
                   MOVE "REWRITE Student-Master-File (permit)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           DISPLAY "Permit sold - vehicle " WS-Next-Vehicle ", fee "
                   WS-Permit-Fee " charged to term " WS-Query-Term ".".

       Find-Next-Vehicle.
           MOVE 1 TO WS-Next-Vehicle.
           MOVE WS-Query-StudentId TO Pp-Student-Id.
           MOVE WS-Query-Term TO Pp-Term-Code.
           MOVE 99 TO Pp-Vehicle-Seq.
           START Permit-File
               KEY IS <= Pp-Key
               INVALID KEY SET Pp-Rec-Not-Found TO TRUE
           END-START.
      * A READ with AT END after the START is a sequential read
      * returning the record just located - the highest vehicle
      * number on file for this student and term, same idiom as
      * StudentHolds.
           IF Pp-Rec-Found
               READ Permit-File
                   AT END SET Pp-Rec-Not-Found TO TRUE
               END-READ
               IF Pp-Rec-Found AND Pp-Student-Id = WS-Query-StudentId
                       AND Pp-Term-Code = WS-Query-Term
                   COMPUTE WS-Next-Vehicle = Pp-Vehicle-Seq + 1
               END-IF
           END-IF.

       List-Permits-For-Student.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO Pp-Student-Id.
           MOVE LOW-VALUES TO Pp-Term-Code.
           MOVE ZEROS TO Pp-Vehicle-Seq.
           START Permit-File
               KEY IS >= Pp-Key
               INVALID KEY SET Pp-Rec-Not-Found TO TRUE
           END-START.
           MOVE ZEROS TO WS-Row-Count.
           IF Pp-Rec-Found
               READ Permit-File NEXT RECORD
                   AT END SET Pp-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Pp-Rec-Not-Found
                       OR Pp-Student-Id NOT = WS-Query-StudentId
                   ADD 1 TO WS-Row-Count
                   DISPLAY "Term " Pp-Term-Code
                           "  Veh " Pp-Vehicle-Seq
                           "  " Pp-Plate-State " " Pp-Plate-Num
                           "  Type " Pp-Permit-Type
                           "  Fee " Pp-Permit-Fee
                           "  Issued " Pp-Issue-Date
                   DISPLAY "         " Pp-Vehicle-Desc
                   READ Permit-File NEXT RECORD
                       AT END SET Pp-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Row-Count = 0
               DISPLAY "No permits on file for Student "
                       WS-Query-StudentId
           END-IF.

      * An appeal is decided once.  A reversal takes the fine back
      * off the term's parking category and the lump total; if the
      * student had already paid it, the parking paid-to-date drops
      * to match and the money stays on the account as credit.
       Record-Appeal.
           DISPLAY "Enter Citation Number: " WITH NO ADVANCING.
           ACCEPT WS-Query-Citation.
           MOVE FUNCTION UPPER-CASE(WS-Query-Citation)
               TO WS-Query-Citation.
           MOVE WS-Query-Citation TO Ci-Citation-Num.
           READ Citation-File
               KEY IS Ci-Citation-Num
               INVALID KEY MOVE "23" TO Ci-Status-Code
           END-READ.
           IF Ci-Rec-Not-Found
               DISPLAY "No such citation on file."
               EXIT PARAGRAPH
           END-IF.
           IF NOT Ci-Not-Appealed
               DISPLAY "Appeal already decided on " Ci-Appeal-Date
                       " - disposition " Ci-Appeal-Disposition "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Student " Ci-Student-Id "  term " Ci-Term-Code
                   "  issued " Ci-Issue-Date "  violation "
                   Ci-Violation-Code "  fine " Ci-Fine-Amount.
           DISPLAY "Disposition (U=Upheld R=Reversed): "
               WITH NO ADVANCING.
           ACCEPT WS-Disposition-Entry.
           MOVE FUNCTION UPPER-CASE(WS-Disposition-Entry)
               TO WS-Disposition-Entry.
           IF NOT Valid-Disposition
               DISPLAY "Invalid disposition - not recorded."
               EXIT PARAGRAPH
           END-IF.
           IF WS-Disposition-Entry = "R"
               PERFORM Reverse-Citation-Charge
               IF SM-Rec-Not-Found
                   EXIT PARAGRAPH
               END-IF
               SET Ci-Reversed TO TRUE
           END-IF.
           MOVE WS-Disposition-Entry TO Ci-Appeal-Disposition.
           MOVE WS-Today TO Ci-Appeal-Date.
           MOVE WS-Current-User TO Ci-Appeal-By.
           REWRITE Ci-Rec
               INVALID KEY
                   MOVE Ci-Status-Code TO WS-Chk-Status
                   MOVE "REWRITE Citation-File (appeal)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           IF WS-Disposition-Entry = "R"
               DISPLAY "Citation reversed - " Ci-Fine-Amount
                       " taken off term " Ci-Term-Code "."
           ELSE
               DISPLAY "Appeal recorded - charge stands."
           END-IF.

       Reverse-Citation-Charge.
           MOVE Ci-Student-Id TO WS-Fee-Number.
           MOVE WS-Fee-Number TO SM-Student-Number.
           MOVE Ci-Term-Code TO SM-Term-Code.
           READ Student-Master-File
               KEY IS SM-Master-Key
               INVALID KEY MOVE "23" TO SM-File-Status
           END-READ.
           IF SM-Rec-Not-Found
               DISPLAY "No fee account for Student " Ci-Student-Id
                       " term " Ci-Term-Code " - not reversed."
               EXIT PARAGRAPH
           END-IF.
           IF SM-Parking-Owed < Ci-Fine-Amount
               MOVE ZEROS TO SM-Parking-Owed
           ELSE
               SUBTRACT Ci-Fine-Amount FROM SM-Parking-Owed
           END-IF.
           IF SM-Fees-Owed < Ci-Fine-Amount
               MOVE ZEROS TO SM-Fees-Owed
           ELSE
               SUBTRACT Ci-Fine-Amount FROM SM-Fees-Owed
           END-IF.
           IF SM-Parking-Paid > SM-Parking-Owed
               MOVE SM-Parking-Owed TO SM-Parking-Paid
           END-IF.
           REWRITE SM-Rec
               INVALID KEY
                   MOVE SM-File-Status TO WS-Chk-Status
                   MOVE "REWRITE Student-Master-File (appeal)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

       List-Citations-For-Student.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE WS-Query-StudentId TO Ci-Student-Id.
           START Citation-File
               KEY IS = Ci-Student-Id
               INVALID KEY SET Ci-Rec-Not-Found TO TRUE
           END-START.
           MOVE ZEROS TO WS-Row-Count.
           IF Ci-Rec-Found
               READ Citation-File NEXT RECORD
                   AT END SET Ci-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ci-Rec-Not-Found
                       OR Ci-Student-Id NOT = WS-Query-StudentId
                   ADD 1 TO WS-Row-Count
                   DISPLAY Ci-Citation-Num
                           "  Term " Ci-Term-Code
                           "  Issued " Ci-Issue-Date
                           "  Viol " Ci-Violation-Code
                           "  Fine " Ci-Fine-Amount
                           "  Status " Ci-Status
                           "  Appeal " Ci-Appeal-Disposition
                   READ Citation-File NEXT RECORD
                       AT END SET Ci-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Row-Count = 0
               DISPLAY "No citations on file for Student "
                       WS-Query-StudentId
           END-IF.

       Load-User-Access-Table.
           OPEN INPUT User-Access-File.
           IF Ua-File-Status = "00"
               PERFORM UNTIL Ua-File-Status = "10"
                   READ User-Access-File
                       AT END MOVE "10" TO Ua-File-Status
                       NOT AT END PERFORM Load-One-User-Access
                   END-READ
               END-PERFORM
               CLOSE User-Access-File
           ELSE
               DISPLAY "User access file not found - no logins "
                       "available."
           END-IF.

       Load-One-User-Access.
           IF WS-User-Access-Count < WS-User-Access-Max
               ADD 1 TO WS-User-Access-Count
               MOVE Ua-UserId   TO Ua-UserId-Tbl(WS-User-Access-Count)
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
           DISPLAY " ".
           DISPLAY "User ID: " WITH NO ADVANCING.
           ACCEPT WS-Login-Userid.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-Login-Password.
           MOVE "N" TO WS-Login-Ok-Sw.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Login-Userid
                   AND Ua-Password-Tbl(Ua-Idx) = WS-Login-Password
                   MOVE "Y" TO WS-Login-Ok-Sw
                   MOVE WS-Login-Userid TO WS-Current-User
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

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
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Parkprmt-Path FROM ENVIRONMENT "PARKPRMT_PATH".
           IF WS-Parkprmt-Path = SPACES
               MOVE "PARKPRMT.DAT" TO WS-Parkprmt-Path
           END-IF.
           ACCEPT WS-Citation-Path FROM ENVIRONMENT "CITATION_PATH".
           IF WS-Citation-Path = SPACES
               MOVE "CITATION.DAT" TO WS-Citation-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
