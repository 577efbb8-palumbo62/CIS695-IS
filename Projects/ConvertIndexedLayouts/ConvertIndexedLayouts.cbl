      *                  fine has been posted to the fee master yet);
      *   PRFILE.DAT   - Pr-Lecturer-Id added (seeded spaces, for
      *                  BookshopMaint to fill) plus its alternate
      *                  index; adoption status, confirm-by date and
      *                  rolled-from requisition added (seeded
      *                  confirmed, zero and zero - only
      *                  AdoptionRollover creates pending rows);
      *   FEERATE.DAT  - FR-Residency joins the key (existing rows
      *                  become "I", the long-standing in-state
      *                  default);
      *   LECTMAST.DAT - contracted and maximum credit hours per term
      *                  added (seeded zero, meaning no load agreed
      *                  yet and no limit checked), and the
      *                  department-head flag (seeded "N" until
      *                  LecturerMaint names each department's head);
      *   TEACHASGN.DAT - overload override user and date added
      *                  (seeded blank - nothing was approved over
      *                  a limit before there were limits);
      *   TERMMAST.DAT - census date, health insurance waiver
      *                  deadline and grade submission deadline added
      *                  (all seeded zero - no term has a census
      *                  snapshot, an open waiver window or a grading
      *                  deadline until TermMaint sets its dates);
      *   STUDMAST.DAT - parking, bookshop and health insurance
      *                  charged and paid added as fee categories of
      *                  their own (seeded zero - nothing has been
      *                  billed to any of them yet);
      *                  the .G1-.G3 generation copies are converted
      *                  too;
      *   PROSPECT.DAT - entry term and the inquiry, application and
      *                  admission dates added (seeded blank and zero
      *                  - nobody knows when an existing prospect
      *                  reached each stage, and AdmissionsFunnel
      *                  falls back on the deposit's entry term).
      *
      * Each file is read sequentially in its old layout, written to
      * a <file>.CNV companion in the new layout with the new key
               RECORD KEY IS FR-Key
               FILE STATUS IS New-Status.

           SELECT Old-Lecturer-File ASSIGN TO WS-Old-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Om-Lecturer-Id
               FILE STATUS IS Old-Status.

           SELECT New-Lecturer-File ASSIGN TO WS-New-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Lm-Lecturer-Id
               FILE STATUS IS New-Status.

           SELECT Old-Assignment-File ASSIGN TO WS-Old-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Oa-Key
               FILE STATUS IS Old-Status.

           SELECT New-Assignment-File ASSIGN TO WS-New-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ta-Key
               FILE STATUS IS New-Status.

           SELECT Old-Term-File ASSIGN TO WS-Old-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ot-Term-Code
               FILE STATUS IS Old-Status.

           SELECT New-Term-File ASSIGN TO WS-New-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS New-Status.

           SELECT Old-Prospect-File ASSIGN TO WS-Old-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ox-Prospect-Id
               FILE STATUS IS Old-Status.

           SELECT New-Prospect-File ASSIGN TO WS-New-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ps-Prospect-Id
               FILE STATUS IS New-Status.

           SELECT Old-Master-File ASSIGN TO WS-Old-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Os-Master-Key
               ALTERNATE RECORD KEY IS Os-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Os-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS Old-Status.

           SELECT New-Master-File ASSIGN TO WS-New-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS New-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Enrollment-File.
           02  Pr-Copies-Required          PIC 9(3).
           02  Pr-Semester                 PIC 9.
           02  Pr-Academic-Year            PIC 9(4).
           02  Pr-Adoption-Status          PIC X(1).
               88  Pr-Pending-Confirm      VALUE "P".
           02  Pr-Confirm-By-Date          PIC 9(8).
           02  Pr-Rolled-From-Num          PIC 9(4).

       FD  Old-Fee-Rate-File.
       01  Of-Rec.
               03  FR-Effective-Term       PIC X(6).
           02  FR-Amount                   PIC 9(4).

       FD  Old-Lecturer-File.
       01  Om-Rec.
           88  End-Of-Old-Lecturers        VALUE HIGH-VALUES.
           02  Om-Lecturer-Id              PIC X(6).
           02  Om-Lecturer-Name            PIC X(20).
           02  Om-Department               PIC X(4).
           02  Om-Campus-Code              PIC X(4).

       FD  New-Lecturer-File.
       01  Lm-Rec.
           02  Lm-Lecturer-Id              PIC X(6).
           02  Lm-Lecturer-Name            PIC X(20).
           02  Lm-Department               PIC X(4).
           02  Lm-Campus-Code              PIC X(4).
           02  Lm-Contract-Hours           PIC 9(2).
           02  Lm-Max-Hours                PIC 9(2).
           02  Lm-Dept-Head                PIC X(1).

       FD  Old-Assignment-File.
       01  Oa-Rec.
           88  End-Of-Old-Assignments      VALUE HIGH-VALUES.
           02  Oa-Key.
               03  Oa-Lecturer-Id          PIC X(6).
               03  Oa-Module-Code          PIC X(5).
               03  Oa-Term-Code            PIC X(6).
               03  Oa-Section-Num          PIC 9(2).

       FD  New-Assignment-File.
       01  Ta-Rec.
           02  Ta-Key.
               03  Ta-Lecturer-Id          PIC X(6).
               03  Ta-Module-Code          PIC X(5).
               03  Ta-Term-Code            PIC X(6).
               03  Ta-Section-Num          PIC 9(2).
           02  Ta-Override-By              PIC X(10).
           02  Ta-Override-Date            PIC 9(8).

       FD  Old-Term-File.
       01  Ot-Rec.
           88  End-Of-Old-Terms            VALUE HIGH-VALUES.
           02  Ot-Term-Code                PIC X(6).
           02  Ot-Description              PIC X(20).
           02  Ot-Start-Date               PIC 9(8).
           02  Ot-End-Date                 PIC 9(8).
           02  Ot-Add-Drop-Date            PIC 9(8).
           02  Ot-Fee-Due-Date             PIC 9(8).

       FD  New-Term-File.
       01  Tm-Rec.
           02  Tm-Term-Code                PIC X(6).
           02  Tm-Description              PIC X(20).
           02  Tm-Start-Date               PIC 9(8).
           02  Tm-End-Date                 PIC 9(8).
           02  Tm-Add-Drop-Date            PIC 9(8).
           02  Tm-Fee-Due-Date             PIC 9(8).
           02  Tm-Census-Date              PIC 9(8).
           02  Tm-Waiver-Deadline          PIC 9(8).
           02  Tm-Grade-Deadline           PIC 9(8).

       FD  Old-Prospect-File.
       01  Ox-Rec.
           88  End-Of-Old-Prospects        VALUE HIGH-VALUES.
           02  Ox-Prospect-Id              PIC 9(5).
           02  Ox-Details                  PIC X(135).

       FD  New-Prospect-File.
       01  Ps-Rec.
           02  Ps-Prospect-Id              PIC 9(5).
           02  Ps-Details                  PIC X(135).
           02  Ps-Entry-Term               PIC X(6).
           02  Ps-Inquiry-Date             PIC 9(8).
           02  Ps-Applied-Date             PIC 9(8).
           02  Ps-Admitted-Date            PIC 9(8).

       FD  Old-Master-File.
       01  Os-Rec.
           88  End-Of-Old-Master           VALUE HIGH-VALUES.
           02  Os-Master-Key.
               03  Os-Student-Number       PIC 9(7).
               03  Os-Term-Code            PIC X(6).
           02  Os-Student-Name             PIC X(30).
           02  FILLER                      PIC X(5).
           02  Os-Prior-Balance-Fwd        PIC S9(7)V99.
           02  Os-Fees-Owed                PIC 9(7).
           02  Os-Tuition-Owed             PIC 9(7).
           02  Os-Housing-Owed             PIC 9(7).
           02  Os-Lab-Owed                 PIC 9(7).
           02  Os-Library-Owed             PIC 9(7).
           02  Os-Late-Fee-Owed            PIC 9(7).
           02  Os-Late-Fee-Flag            PIC X.
           02  Os-Amount-Paid              PIC S9(7)V99.
           02  Os-Tuition-Paid             PIC 9(7)V99.
           02  Os-Housing-Paid             PIC 9(7)V99.
           02  Os-Lab-Paid                 PIC 9(7)V99.
           02  Os-Library-Paid             PIC 9(7)V99.
           02  Os-Late-Fee-Paid            PIC 9(7)V99.
           02  Os-Fee-Due-Date             PIC 9(8).
           02  Os-Collection-Flag          PIC X.

       FD  New-Master-File.
       01  SM-Rec.
           02  SM-Master-Key.
               03  SM-Student-Number       PIC 9(7).
               03  SM-Term-Code            PIC X(6).
           02  SM-Student-Name             PIC X(30).
           02  FILLER                      PIC X(5).
           02  SM-Prior-Balance-Fwd        PIC S9(7)V99.
           02  SM-Fees-Owed                PIC 9(7).
           02  SM-Tuition-Owed             PIC 9(7).
           02  SM-Housing-Owed             PIC 9(7).
           02  SM-Lab-Owed                 PIC 9(7).
           02  SM-Library-Owed             PIC 9(7).
           02  SM-Late-Fee-Owed            PIC 9(7).
           02  SM-Late-Fee-Flag            PIC X.
           02  SM-Amount-Paid              PIC S9(7)V99.
           02  SM-Tuition-Paid             PIC 9(7)V99.
           02  SM-Housing-Paid             PIC 9(7)V99.
           02  SM-Lab-Paid                 PIC 9(7)V99.
           02  SM-Library-Paid             PIC 9(7)V99.
           02  SM-Late-Fee-Paid            PIC 9(7)V99.
           02  SM-Fee-Due-Date             PIC 9(8).
           02  SM-Collection-Flag          PIC X.
           02  SM-Parking-Owed             PIC 9(7).
           02  SM-Parking-Paid             PIC 9(7)V99.
           02  SM-Bookshop-Owed            PIC 9(7).
           02  SM-Bookshop-Paid            PIC 9(7)V99.
           02  SM-Insurance-Owed           PIC 9(7).
           02  SM-Insurance-Paid           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Loanfile-Path            PIC X(260).
       01  WS-Prfile-Path              PIC X(260).
       01  WS-Feerate-Path             PIC X(260).
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Prospect-Path            PIC X(260).
       01  WS-Old-Path                 PIC X(260).
       01  WS-New-Path                 PIC X(260).

       01  WS-Open-Ok-Sw               PIC X VALUE "N".
           88  Old-Open-Ok             VALUE "Y".

      * The student admin and fee masters plus the three GDG-style
      * generations their backups keep - a restore from .G1-.G3 must
      * come back in the new layout too.
       01  Generation-Suffix-Table.
           02  FILLER                  PIC X(4) VALUE "    ".
           PERFORM Convert-Loan-File.
           PERFORM Convert-Purchase-Req-File.
           PERFORM Convert-Fee-Rate-File.
           PERFORM Convert-Lecturer-File.
           PERFORM Convert-Assignment-File.
           PERFORM Convert-Term-File.
           PERFORM Convert-Studmast-Generations.
           PERFORM Convert-Prospect-File.
           DISPLAY " ".
           DISPLAY "Files converted : " Ct-Files-Converted.
           DISPLAY "Files skipped   : " Ct-Files-Skipped.
           MOVE Op-Copies-Required   TO Pr-Copies-Required.
           MOVE Op-Semester          TO Pr-Semester.
           MOVE Op-Academic-Year     TO Pr-Academic-Year.
           MOVE "C"                  TO Pr-Adoption-Status.
           MOVE ZEROS                TO Pr-Confirm-By-Date.
           MOVE ZEROS                TO Pr-Rolled-From-Num.
           WRITE Pr-Rec
               INVALID KEY PERFORM Abort-On-Write-Failure
               NOT INVALID KEY
               AT END SET End-Of-Old-Rates TO TRUE
           END-READ.

      * Neither file carries an amount - the section number is the
      * only numeric field on the assignment, so it is the hash; the
      * lecturer master proves on record count alone.
       Convert-Lecturer-File.
           MOVE WS-Lectmast-Path TO WS-Old-Path.
           OPEN INPUT Old-Lecturer-File.
           PERFORM Start-One-Conversion.
           IF NOT Old-Open-Ok
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT New-Lecturer-File.
           MOVE SPACES TO Om-Rec.
           READ Old-Lecturer-File NEXT RECORD
               AT END SET End-Of-Old-Lecturers TO TRUE
           END-READ.
           PERFORM Convert-One-Lecturer UNTIL End-Of-Old-Lecturers.
           CLOSE Old-Lecturer-File, New-Lecturer-File.
           PERFORM Prove-And-Replace.

       Convert-One-Lecturer.
           ADD 1 TO Ct-Before-Records.
           MOVE Om-Lecturer-Id       TO Lm-Lecturer-Id.
           MOVE Om-Lecturer-Name     TO Lm-Lecturer-Name.
           MOVE Om-Department        TO Lm-Department.
           MOVE Om-Campus-Code       TO Lm-Campus-Code.
           MOVE ZEROS                TO Lm-Contract-Hours.
           MOVE ZEROS                TO Lm-Max-Hours.
           MOVE "N"                  TO Lm-Dept-Head.
           WRITE Lm-Rec
               INVALID KEY PERFORM Abort-On-Write-Failure
               NOT INVALID KEY
                   ADD 1 TO Ct-After-Records
           END-WRITE.
           READ Old-Lecturer-File NEXT RECORD
               AT END SET End-Of-Old-Lecturers TO TRUE
           END-READ.

       Convert-Assignment-File.
           MOVE WS-Teachasgn-Path TO WS-Old-Path.
           OPEN INPUT Old-Assignment-File.
           PERFORM Start-One-Conversion.
           IF NOT Old-Open-Ok
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT New-Assignment-File.
           MOVE SPACES TO Oa-Rec.
           READ Old-Assignment-File NEXT RECORD
               AT END SET End-Of-Old-Assignments TO TRUE
           END-READ.
           PERFORM Convert-One-Assignment
               UNTIL End-Of-Old-Assignments.
           CLOSE Old-Assignment-File, New-Assignment-File.
           PERFORM Prove-And-Replace.

       Convert-One-Assignment.
           ADD 1 TO Ct-Before-Records.
           ADD Oa-Section-Num TO Tot-Before-Hash.
           MOVE Oa-Key               TO Ta-Key.
           MOVE SPACES               TO Ta-Override-By.
           MOVE ZEROS                TO Ta-Override-Date.
           WRITE Ta-Rec
               INVALID KEY PERFORM Abort-On-Write-Failure
               NOT INVALID KEY
                   ADD 1 TO Ct-After-Records
                   ADD Ta-Section-Num TO Tot-After-Hash
           END-WRITE.
           READ Old-Assignment-File NEXT RECORD
               AT END SET End-Of-Old-Assignments TO TRUE
           END-READ.

      * The term start date is the hash - every term has one.
       Convert-Term-File.
           MOVE WS-Termmast-Path TO WS-Old-Path.
           OPEN INPUT Old-Term-File.
           PERFORM Start-One-Conversion.
           IF NOT Old-Open-Ok
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT New-Term-File.
           MOVE SPACES TO Ot-Rec.
           READ Old-Term-File NEXT RECORD
               AT END SET End-Of-Old-Terms TO TRUE
           END-READ.
           PERFORM Convert-One-Term UNTIL End-Of-Old-Terms.
           CLOSE Old-Term-File, New-Term-File.
           PERFORM Prove-And-Replace.

       Convert-One-Term.
           ADD 1 TO Ct-Before-Records.
           ADD Ot-Start-Date TO Tot-Before-Hash.
           MOVE Ot-Term-Code         TO Tm-Term-Code.
           MOVE Ot-Description       TO Tm-Description.
           MOVE Ot-Start-Date        TO Tm-Start-Date.
           MOVE Ot-End-Date          TO Tm-End-Date.
           MOVE Ot-Add-Drop-Date     TO Tm-Add-Drop-Date.
           MOVE Ot-Fee-Due-Date      TO Tm-Fee-Due-Date.
           MOVE ZEROS                TO Tm-Census-Date.
           MOVE ZEROS                TO Tm-Waiver-Deadline.
           MOVE ZEROS                TO Tm-Grade-Deadline.
           WRITE Tm-Rec
               INVALID KEY PERFORM Abort-On-Write-Failure
               NOT INVALID KEY
                   ADD 1 TO Ct-After-Records
                   ADD Tm-Start-Date TO Tot-After-Hash
           END-WRITE.
           READ Old-Term-File NEXT RECORD
               AT END SET End-Of-Old-Terms TO TRUE
           END-READ.

      * Fees owed is the hash, the same total ConvertStudentMaster
      * proved its own conversion on.
       Convert-Studmast-Generations.
           PERFORM VARYING WS-Gen-Idx FROM 1 BY 1
                   UNTIL WS-Gen-Idx > 4
               PERFORM Convert-One-Studmast-File
           END-PERFORM.

       Convert-One-Studmast-File.
           MOVE SPACES TO WS-Old-Path.
           IF Gen-Suffix(WS-Gen-Idx) = SPACES
               MOVE WS-Studmast-Path TO WS-Old-Path
           ELSE
               STRING FUNCTION TRIM(WS-Studmast-Path)
                          DELIMITED BY SIZE
                      FUNCTION TRIM(Gen-Suffix(WS-Gen-Idx))
                          DELIMITED BY SIZE
                   INTO WS-Old-Path
           END-IF.
           OPEN INPUT Old-Master-File.
           PERFORM Start-One-Conversion.
           IF NOT Old-Open-Ok
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT New-Master-File.
           MOVE SPACES TO Os-Rec.
           READ Old-Master-File NEXT RECORD
               AT END SET End-Of-Old-Master TO TRUE
           END-READ.
           PERFORM Convert-One-Master UNTIL End-Of-Old-Master.
           CLOSE Old-Master-File, New-Master-File.
           PERFORM Prove-And-Replace.

       Convert-One-Master.
           ADD 1 TO Ct-Before-Records.
           ADD Os-Fees-Owed TO Tot-Before-Hash.
           MOVE Os-Student-Number    TO SM-Student-Number.
           MOVE Os-Term-Code         TO SM-Term-Code.
           MOVE Os-Student-Name      TO SM-Student-Name.
           MOVE Os-Prior-Balance-Fwd TO SM-Prior-Balance-Fwd.
           MOVE Os-Fees-Owed         TO SM-Fees-Owed.
           MOVE Os-Tuition-Owed      TO SM-Tuition-Owed.
           MOVE Os-Housing-Owed      TO SM-Housing-Owed.
           MOVE Os-Lab-Owed          TO SM-Lab-Owed.
           MOVE Os-Library-Owed      TO SM-Library-Owed.
           MOVE Os-Late-Fee-Owed     TO SM-Late-Fee-Owed.
           MOVE Os-Late-Fee-Flag     TO SM-Late-Fee-Flag.
           MOVE Os-Amount-Paid       TO SM-Amount-Paid.
           MOVE Os-Tuition-Paid      TO SM-Tuition-Paid.
           MOVE Os-Housing-Paid      TO SM-Housing-Paid.
           MOVE Os-Lab-Paid          TO SM-Lab-Paid.
           MOVE Os-Library-Paid      TO SM-Library-Paid.
           MOVE Os-Late-Fee-Paid     TO SM-Late-Fee-Paid.
           MOVE Os-Fee-Due-Date      TO SM-Fee-Due-Date.
           MOVE Os-Collection-Flag   TO SM-Collection-Flag.
           MOVE ZEROS                TO SM-Parking-Owed.
           MOVE ZEROS                TO SM-Parking-Paid.
           MOVE ZEROS                TO SM-Bookshop-Owed.
           MOVE ZEROS                TO SM-Bookshop-Paid.
           MOVE ZEROS                TO SM-Insurance-Owed.
           MOVE ZEROS                TO SM-Insurance-Paid.
           WRITE SM-Rec
               INVALID KEY PERFORM Abort-On-Write-Failure
               NOT INVALID KEY
                   ADD 1 TO Ct-After-Records
                   ADD SM-Fees-Owed TO Tot-After-Hash
           END-WRITE.
           READ Old-Master-File NEXT RECORD
               AT END SET End-Of-Old-Master TO TRUE
           END-READ.

      * The prospect id is the hash.  Nothing ahead of the new fields
      * moves, so the old record is carried across whole.
       Convert-Prospect-File.
           MOVE WS-Prospect-Path TO WS-Old-Path.
           OPEN INPUT Old-Prospect-File.
           PERFORM Start-One-Conversion.
           IF NOT Old-Open-Ok
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT New-Prospect-File.
           MOVE SPACES TO Ox-Rec.
           READ Old-Prospect-File NEXT RECORD
               AT END SET End-Of-Old-Prospects TO TRUE
           END-READ.
           PERFORM Convert-One-Prospect UNTIL End-Of-Old-Prospects.
           CLOSE Old-Prospect-File, New-Prospect-File.
           PERFORM Prove-And-Replace.

       Convert-One-Prospect.
           ADD 1 TO Ct-Before-Records.
           ADD Ox-Prospect-Id TO Tot-Before-Hash.
           MOVE Ox-Prospect-Id       TO Ps-Prospect-Id.
           MOVE Ox-Details           TO Ps-Details.
           MOVE SPACES               TO Ps-Entry-Term.
           MOVE ZEROS                TO Ps-Inquiry-Date.
           MOVE ZEROS                TO Ps-Applied-Date.
           MOVE ZEROS                TO Ps-Admitted-Date.
           WRITE Ps-Rec
               INVALID KEY PERFORM Abort-On-Write-Failure
               NOT INVALID KEY
                   ADD 1 TO Ct-After-Records
                   ADD Ps-Prospect-Id TO Tot-After-Hash
           END-WRITE.
           READ Old-Prospect-File NEXT RECORD
               AT END SET End-Of-Old-Prospects TO TRUE
           END-READ.

       Abort-On-Write-Failure.
           DISPLAY "*** WRITE failed on "
               FUNCTION TRIM(WS-New-Path)
               MOVE "c:\users\peebs\data\FEERATE.DAT"
                   TO WS-Feerate-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
           END-IF.
           ACCEPT WS-Teachasgn-Path FROM ENVIRONMENT "TEACHASGN_PATH".
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Prospect-Path FROM ENVIRONMENT "PROSPECT_PATH".
           IF WS-Prospect-Path = SPACES
               MOVE "PROSPECT.DAT" TO WS-Prospect-Path
           END-IF.
