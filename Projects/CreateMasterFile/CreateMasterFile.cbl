        RECORD KEY IS Tm-Term-Code
        FILE STATUS IS Tm-Status.

    SELECT Credit-Rate-File ASSIGN TO WS-Credrate-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS Cr-Key
        FILE STATUS IS Cr-Status.

    SELECT Course-Fee-File ASSIGN TO WS-Coursefee-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Cf-Module-Code
        FILE STATUS IS Cf-Status.

    SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Se-Key
        ALTERNATE RECORD KEY IS Se-Module-Code
            WITH DUPLICATES
        FILE STATUS IS Se-Status.

    SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Cc-Course-Code
        FILE STATUS IS Cc-Status.

    SELECT Billing-Basis-File ASSIGN TO WS-Billbasis-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Bb-Master-Key
        FILE STATUS IS Bb-Status.

    SELECT Enrollment-Deposit-File ASSIGN TO WS-Enrdep-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Ed-Prospect-Id
        FILE STATUS IS Ed-Status.

    SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Lt-File-Status.

    SELECT Insurance-Waiver-File ASSIGN TO WS-Inswaiver-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Iw-Key
        FILE STATUS IS Iw-Status.

    SELECT Gl-Extract-File ASSIGN TO WS-Glextrct-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Gx-File-Status.

    SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
        ORGANIZATION IS LINE SEQUENTIAL.



DATA DIVISION.
    02  SM-Fee-Due-Date                 PIC 9(8).
    02  SM-Collection-Flag              PIC X.
        88  SM-In-Collections           VALUE "C".
    02  SM-Parking-Owed                 PIC 9(7).
    02  SM-Parking-Paid                 PIC 9(7)V99.
    02  SM-Bookshop-Owed                PIC 9(7).
    02  SM-Bookshop-Paid                PIC 9(7)V99.
    02  SM-Insurance-Owed               PIC 9(7).
    02  SM-Insurance-Paid               PIC 9(7)V99.

FD  Checkpoint-File.
01  Ckp-Rec                             PIC X(7).
    02  Tm-End-Date                     PIC 9(8).
    02  Tm-Add-Drop-Date                PIC 9(8).
    02  Tm-Fee-Due-Date                 PIC 9(8).
    02  Tm-Census-Date                   PIC 9(8).
    02  Tm-Waiver-Deadline               PIC 9(8).
    02  Tm-Grade-Deadline                PIC 9(8).

*> Per-credit-hour tuition rates, keyed exactly like Fee-Rate-File.
*> A category/residency with a row here is billed hours x rate for
*> the term, capped at its flat FR-Amount (the full-time charge);
*> one without a row keeps the flat charge.  An absent CREDRATE.DAT
*> means everybody is billed flat, as before.
FD  Credit-Rate-File.
01  Cr-Rec.
    02  Cr-Key.
        03  Cr-Category                 PIC X(2).
        03  Cr-Residency                PIC X(1).
        03  Cr-Effective-Term           PIC X(6).
    02  Cr-Per-Credit-Rate              PIC 9(4)V99.

*> Per-module course (lab) fees.  When COURSEFEE.DAT is present
*> SM-Lab-Owed is the sum of the fees for the modules the student
*> is enrolled in for the term - a module with no row carries no
*> fee - instead of the flat FFR-Lab-Rate charged to everybody.
FD  Course-Fee-File.
01  Cf-Rec.
    02  Cf-Module-Code                  PIC X(5).
    02  Cf-Lab-Fee                      PIC 9(4).

*> StudentEnrollment's enrollments and the course catalog's credit
*> hours, read to total the term's hours and module fees.  A module
*> missing from COURSECAT.DAT counts the standard three hours, the
*> same fallback the GPA calculation uses.
FD  Student-Enrollment-File.
01  Se-Rec.
    02  Se-Key.
        03  Se-Student-Id               PIC 9(5).
        03  Se-Module-Code              PIC X(5).
        03  Se-Term-Code                PIC X(6).
        03  Se-Section-Num              PIC 9(2).
    02  Se-Enrolled-Date                PIC 9(8).
    02  Se-Grade                        PIC X(1).
    02  Se-Sessions-Held                PIC 9(3).
    02  Se-Sessions-Attended            PIC 9(3).
    02  Se-Campus-Code                  PIC X(4).

FD  Course-Catalog-File.
01  Cc-Rec.
    02  Cc-Course-Code                  PIC X(5).
    02  Cc-Title                        PIC X(30).
    02  Cc-Department                   PIC X(4).
    02  Cc-Credit-Hours                 PIC 9(2).

*> How each enrollment-billed master record was priced, so that
*> StudentEnrollment can re-bill the term when a module is added
*> or dropped after the master is built.  Bb-Billed-Tuition and
*> Bb-Billed-Lab are the charges the bill stands at once every
*> queued adjustment has posted.  Flat-billed records get no row.
FD  Billing-Basis-File.
01  Bb-Rec.
    02  Bb-Master-Key.
        03  Bb-Student-Number           PIC 9(7).
        03  Bb-Term-Code                PIC X(6).
    02  Bb-Tuition-Basis                PIC X(1).
        88  Bb-Per-Credit               VALUE "C".
    02  Bb-Credit-Rate                  PIC 9(4)V99.
    02  Bb-Tuition-Cap                  PIC 9(7).
    02  Bb-Lab-Basis                    PIC X(1).
        88  Bb-Module-Fees              VALUE "M".
    02  Bb-Billed-Tuition               PIC 9(7).
    02  Bb-Billed-Lab                   PIC 9(7).

*> Enrollment deposits taken at the cashier counter from accepted
*> prospects, keyed by prospect id.  A promoted prospect's admin id
*> is their prospect id, so a held deposit is found from the low five
*> digits of the new master record's student number.
FD  Enrollment-Deposit-File.
01  Ed-Rec.
    02  Ed-Prospect-Id                  PIC 9(5).
    02  Ed-Prospect-Name                PIC X(30).
    02  Ed-Entry-Term                   PIC X(6).
    02  Ed-Amount                       PIC 9(4)V99.
    02  Ed-Payment-Method               PIC X(5).
    02  Ed-Received-Date                PIC 9(8).
    02  Ed-Taken-By                     PIC X(10).
    02  Ed-Deposit-Status               PIC X(1).
        88  Ed-Held                     VALUE "H".
        88  Ed-Applied                  VALUE "A".
        88  Ed-Forfeited                VALUE "F".
        88  Ed-Refund-Due               VALUE "R".
    02  Ed-Applied-Student              PIC 9(7).
    02  Ed-Applied-Term                 PIC X(6).
    02  Ed-Status-Date                  PIC 9(8).
    02  Ed-Status-By                    PIC X(10).

*> Credit-load thresholds, in hours - a row for a term wins over the
*> ****** row.  Only the full-time figure matters here: it decides
*> who carries the student health insurance premium.
FD  Load-Threshold-File.
01  Load-Threshold-Rec.
    88  End-Of-Load-Thresholds          VALUE HIGH-VALUES.
    02  Lt-Term-Code                    PIC X(6).
        88  Lt-Default-Row              VALUE "******".
    02  FILLER                          PIC X(1).
    02  Lt-Full-Time-Hours              PIC 9(2).
    02  FILLER                          PIC X(1).
    02  Lt-Three-Qtr-Hours              PIC 9(2).
    02  FILLER                          PIC X(1).
    02  Lt-Half-Time-Hours              PIC 9(2).
    02  FILLER                          PIC X(1).
    02  Lt-Max-Hours                    PIC 9(2).

*> Health insurance waivers maintained by InsuranceWaiver, keyed
*> student + term.  A waiver already approved when the master is
*> built means the premium is never charged in the first place.
FD  Insurance-Waiver-File.
01  Iw-Rec.
    02  Iw-Key.
        03  Iw-Student-Id               PIC 9(5).
        03  Iw-Term-Code                PIC X(6).
    02  Iw-Submitted-Date               PIC 9(8).
    02  Iw-Carrier-Name                 PIC X(30).
    02  Iw-Policy-Number                PIC X(20).
    02  Iw-Waiver-Status                PIC X(1).
        88  Iw-Pending                  VALUE "P".
        88  Iw-Approved                 VALUE "A".
        88  Iw-Denied                   VALUE "D".
    02  Iw-Entered-By                   PIC X(10).
    02  Iw-Decided-Date                 PIC 9(8).
    02  Iw-Decided-By                   PIC X(10).
    02  Iw-Reversed-Amount              PIC 9(7).

*> Same line layout StudFees and DeferredRevenue write.
FD  Gl-Extract-File.
01  Gl-Extract-Rec.
    02  Gl-Code                         PIC X(6).
    02  FILLER                          PIC X(1).
    02  Gl-Description                  PIC X(20).
    02  FILLER                          PIC X(1).
    02  Gl-Basis                        PIC X(7).
    02  FILLER                          PIC X(1).
    02  Gl-Amount                       PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
    02  FILLER                          PIC X(1).
    02  Gl-Run-Date                     PIC 9(8).

*> Count hand-back for the nightly driver's run history - the
*> control totals, label and count, one per line.
FD  Step-Count-File.
01  Step-Count-Rec.
    02  Cnt-Label                       PIC X(20).
    02  FILLER                          PIC X(1).
    02  Cnt-Count                       PIC 9(9).


WORKING-STORAGE SECTION.
01  WS-Feerate-Path                     PIC X(260).
01  WS-Housasgn-Path                    PIC X(260).
01  WS-Housrate-Path                    PIC X(260).
01  WS-Stepcnt-Path                     PIC X(260).

01  Ha-Status                           PIC XX.
    88  Ha-Rec-Found                    VALUE "00".
*> loads, so each slot ends up holding the rate in force for the
*> run's term.
01  Housing-Rate-Table.
    02  Housing-Rate-Entry OCCURS 100 TIMES
                INDEXED BY WS-Hrt-Idx.
        03  HRT-Room-Type               PIC X(2).
        03  HRT-Amount                  PIC 9(4).
01  WS-Housing-Rate-Max                 PIC 9(3) VALUE 100.
01  WS-Housing-Rate-Count               PIC 9(3) VALUE ZEROS.
01  WS-Housing-Rate-Found-Sw            PIC X VALUE "N".
    88  Housing-Rate-Found              VALUE "Y".
01  WS-Ha-Lookup-Id                     PIC 9(5).
    88  Initial-Term-Valid              VALUE "Y".
01  WS-Student-Residency                PIC X(1).

*> Enrollment-driven billing items.
01  WS-Credrate-Path                    PIC X(260).
01  WS-Coursefee-Path                   PIC X(260).
01  WS-Studenr-Path                     PIC X(260).
01  WS-Coursecat-Path                   PIC X(260).
01  WS-Billbasis-Path                   PIC X(260).
01  Cr-Status                           PIC XX.
    88  CR-File-Not-Found               VALUE "35".
    88  CR-End-Of-File                  VALUE "10".
01  Cf-Status                           PIC XX.
    88  Cf-Rec-Found                    VALUE "00".
01  Se-Status                           PIC XX.
    88  Se-Rec-Found                    VALUE "00".
    88  Se-Rec-Not-Found                VALUE "23".
01  Cc-Status                           PIC XX.
    88  Cc-Rec-Found                    VALUE "00".
01  Bb-Status                           PIC XX.
01  WS-Course-Fee-Sw                    PIC X VALUE "N".
    88  Course-Fee-File-Available       VALUE "Y".
01  WS-Enrollment-Sw                    PIC X VALUE "N".
    88  Enrollment-File-Available       VALUE "Y".
01  WS-Catalog-Sw                       PIC X VALUE "N".
    88  Catalog-Available               VALUE "Y".
01  WS-Billbasis-Sw                     PIC X VALUE "N".
    88  Billing-Basis-Available         VALUE "Y".

*> Enrollment-deposit application items.  The deposit is moved off
*> the deposit liability account onto the receivable with one GL
*> line for the run's total.
01  WS-Enrdep-Path                      PIC X(260).
01  WS-Glextrct-Path                    PIC X(260).
01  Ed-Status                           PIC XX.
    88  Ed-Rec-Found                    VALUE "00".
01  Gx-File-Status                      PIC XX.
01  WS-Enrdep-Sw                        PIC X VALUE "N".
    88  Deposit-File-Available          VALUE "Y".
01  WS-Deposit-Sw                       PIC X VALUE "N".
    88  Deposit-To-Apply                VALUE "Y".
01  WS-Ed-Lookup-Id                     PIC 9(5).
01  WS-Alloc-Remaining                  PIC 9(7)V99.
01  WS-Alloc-Open                       PIC S9(7)V99.
01  WS-Alloc-Take                       PIC 9(7)V99.
01  Gl-Deposit-Code                     PIC X(6) VALUE "200040".

*> Student health insurance items.  The premium is the "HI" row of
*> the fee rate table for the student's residency, charged to anyone
*> enrolled for at least the full-time credit load who has no
*> approved waiver.  With no HI row on file nobody is charged.
01  WS-Loadthresh-Path                  PIC X(260).
01  WS-Inswaiver-Path                   PIC X(260).
01  Lt-File-Status                      PIC XX.
01  Iw-Status                           PIC XX.
    88  Iw-Rec-Found                    VALUE "00".
01  WS-Full-Time-Hours                  PIC 9(2) VALUE 12.
01  WS-Term-Limit-Sw                    PIC X VALUE "N".
    88  Term-Limit-Found                VALUE "Y".
01  WS-Insurance-Rate-Sw                PIC X VALUE "N".
    88  Insurance-Rates-On-File         VALUE "Y".
01  WS-Inswaiver-Sw                     PIC X VALUE "N".
    88  Waiver-File-Available           VALUE "Y".
01  WS-Insurance-Premium                PIC 9(4).

01  Credit-Rate-Table.
    02  Credit-Rate-Entry OCCURS 500 TIMES
                DEPENDING ON WS-Credit-Rate-Count
                INDEXED BY WS-Crt-Idx.
        03  CRT-Category                PIC X(2).
        03  CRT-Residency               PIC X(1).
        03  CRT-Rate                    PIC 9(4)V99.
01  WS-Credit-Rate-Max                  PIC 9(3) VALUE 500.
01  WS-Credit-Rate-Count                PIC 9(3) VALUE ZEROS.
01  WS-Credit-Rate-Found-Sw             PIC X VALUE "N".
    88  Credit-Rate-Found               VALUE "Y".
01  WS-Student-Credit-Rate              PIC 9(4)V99.
01  WS-Tuition-Cap                      PIC 9(7).
01  WS-Credit-Tuition                   PIC 9(7).
01  WS-Default-Credit-Hours             PIC 9(2) VALUE 3.
01  WS-Term-Credit-Hours                PIC 9(3).
01  WS-Term-Module-Fees                 PIC 9(7).
01  WS-Se-Lookup-Id                     PIC 9(5).

01  FR-Status                           PIC XX.
    88  FR-File-Not-Found               VALUE "35".
    88  FR-End-Of-File                  VALUE "10".
    02  Ct-Records-Written              PIC 9(7) VALUE ZEROS.
    02  Ct-Records-Rejected             PIC 9(7) VALUE ZEROS.
    02  Ct-Records-Already-On-File      PIC 9(7) VALUE ZEROS.
    02  Ct-Per-Credit-Billed            PIC 9(7) VALUE ZEROS.
    02  Ct-Module-Fee-Billed            PIC 9(7) VALUE ZEROS.
    02  Ct-Deposits-Applied             PIC 9(7) VALUE ZEROS.
    02  Total-Deposits-Applied          PIC 9(7)V99 VALUE ZEROS.
    02  Ct-Insurance-Charged            PIC 9(7) VALUE ZEROS.
    02  Ct-Insurance-Waived             PIC 9(7) VALUE ZEROS.
    02  Total-Insurance-Charged         PIC 9(9) VALUE ZEROS.

01  WS-Initial-Term-Code                PIC X(6) VALUE SPACES.
01  WS-Due-Days-Offset                  PIC 9(3) VALUE 30.
*> that term - replaces the old fixed table that required a
*> recompile to change a rate.
01  Fee-Rate-Table.
    02  Fee-Rate-Entry OCCURS 500 TIMES
                DEPENDING ON WS-Fee-Rate-Count
                INDEXED BY WS-Fee-Idx.
        03  FRT-Category                PIC X(2).
        03  FRT-Residency               PIC X(1).
        03  FRT-Amount                  PIC 9(4).

01  WS-Fee-Rate-Max                     PIC 9(3) VALUE 500.
01  WS-Fee-Rate-Count                   PIC 9(3) VALUE ZEROS.
01  WS-Fee-Rate-Found-Sw                PIC X VALUE "N".
    88  Fee-Rate-Found                  VALUE "Y".
    PERFORM Get-Due-Days-Offset.
    PERFORM Load-Fee-Rate-Table.
    PERFORM Load-Housing-Rate-Table.
    PERFORM Load-Credit-Rate-Table.
    PERFORM Backup-Master-File.

    OPEN I-O Student-Master-File.
    ELSE
        DISPLAY "No residency file - every student priced in-state."
    END-IF.
    PERFORM Open-Enrollment-Billing-Files.
    PERFORM Open-Insurance-Files.
    PERFORM Open-Deposit-File.
    OPEN INPUT Studs-In-File.
    READ Studs-In-File
        AT END SET End-Of-SPF TO TRUE
    IF Residency-File-Available
        CLOSE Residency-File
    END-IF.
    PERFORM Close-Enrollment-Billing-Files.
    IF Waiver-File-Available
        CLOSE Insurance-Waiver-File
    END-IF.
    IF Deposit-File-Available
        CLOSE Enrollment-Deposit-File
    END-IF.
    PERFORM Write-Deposit-Gl-Line.
    CALL "CBL_DELETE_FILE" USING WS-Checkpoint-Path
        RETURNING WS-Backup-Rc.
    PERFORM Display-Control-Report.
    PERFORM Write-Step-Counts.
    STOP RUN.

Write-Step-Counts.
    OPEN OUTPUT Step-Count-File.
    MOVE SPACES TO Step-Count-Rec.
    MOVE "RECORDS READ" TO Cnt-Label.
    MOVE Ct-Records-Read TO Cnt-Count.
    WRITE Step-Count-Rec.
    MOVE SPACES TO Step-Count-Rec.
    MOVE "RECORDS WRITTEN" TO Cnt-Label.
    MOVE Ct-Records-Written TO Cnt-Count.
    WRITE Step-Count-Rec.
    MOVE SPACES TO Step-Count-Rec.
    MOVE "RECORDS REJECTED" TO Cnt-Label.
    MOVE Ct-Records-Rejected TO Cnt-Count.
    WRITE Step-Count-Rec.
    CLOSE Step-Count-File.

Read-Checkpoint.
    OPEN INPUT Checkpoint-File.
    IF Ckp-File-Not-Found
    IF WS-Termmast-Path = SPACES
        MOVE "TERMMAST.DAT" TO WS-Termmast-Path
    END-IF.
    ACCEPT WS-Credrate-Path FROM ENVIRONMENT "CREDRATE_PATH".
    IF WS-Credrate-Path = SPACES
        MOVE "CREDRATE.DAT" TO WS-Credrate-Path
    END-IF.
    ACCEPT WS-Coursefee-Path FROM ENVIRONMENT "COURSEFEE_PATH".
    IF WS-Coursefee-Path = SPACES
        MOVE "COURSEFEE.DAT" TO WS-Coursefee-Path
    END-IF.
    ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
    IF WS-Studenr-Path = SPACES
        MOVE "STUDENR.DAT" TO WS-Studenr-Path
    END-IF.
    ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
    IF WS-Coursecat-Path = SPACES
        MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
    END-IF.
    ACCEPT WS-Billbasis-Path FROM ENVIRONMENT "BILLBASIS_PATH".
    IF WS-Billbasis-Path = SPACES
        MOVE "BILLBASIS.DAT" TO WS-Billbasis-Path
    END-IF.
    ACCEPT WS-Enrdep-Path FROM ENVIRONMENT "ENRDEP_PATH".
    IF WS-Enrdep-Path = SPACES
        MOVE "ENRDEP.DAT" TO WS-Enrdep-Path
    END-IF.
    ACCEPT WS-Glextrct-Path FROM ENVIRONMENT "GLEXTRACT_PATH".
    IF WS-Glextrct-Path = SPACES
        MOVE "c:\users\peebs\data\GLEXTRCT.DAT" TO WS-Glextrct-Path
    END-IF.
    ACCEPT WS-Loadthresh-Path FROM ENVIRONMENT "LOADTHRESH_PATH".
    IF WS-Loadthresh-Path = SPACES
        MOVE "LOADTHRESH.DAT" TO WS-Loadthresh-Path
    END-IF.
    ACCEPT WS-Inswaiver-Path FROM ENVIRONMENT "INSWAIVER_PATH".
    IF WS-Inswaiver-Path = SPACES
        MOVE "INSWAIVER.DAT" TO WS-Inswaiver-Path
    END-IF.
    ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
    IF WS-Stepcnt-Path = SPACES
        MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
    END-IF.

Open-Term-Master-File.
    OPEN INPUT Term-Master-File.
            SET Fee-Rate-Found TO TRUE
        END-IF
    END-PERFORM.
    IF NOT Fee-Rate-Found AND WS-Fee-Rate-Count NOT < WS-Fee-Rate-Max
        DISPLAY "*** FEE RATE TABLE FULL *** more than "
            WS-Fee-Rate-Max " category/residency rates"
        DISPLAY "    Run aborted - notify operator."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Fee-Rate-Found
        ADD 1 TO WS-Fee-Rate-Count
        MOVE FR-Category TO FRT-Category(WS-Fee-Rate-Count)
    MOVE ZEROS TO SM-Late-Fee-Owed.
    MOVE "N" TO SM-Late-Fee-Flag.
    MOVE "N" TO SM-Collection-Flag.
    MOVE ZEROS TO SM-Parking-Owed.
    MOVE ZEROS TO SM-Parking-Paid.
    MOVE ZEROS TO SM-Bookshop-Owed.
    MOVE ZEROS TO SM-Bookshop-Paid.
    MOVE ZEROS TO SM-Insurance-Owed.
    MOVE ZEROS TO SM-Insurance-Paid.
    MOVE WS-Default-Due-Date TO SM-Fee-Due-Date.
    PERFORM Find-Fee-Rate.
    PERFORM Find-Enrollment-Deposit.
    WRITE SM-Rec
          INVALID KEY
              MOVE SM-File-Status TO WS-Chk-Status
              ADD 1 TO Ct-Records-Rejected
          NOT INVALID KEY
              ADD 1 TO Ct-Records-Written
              IF Deposit-To-Apply
                  PERFORM Mark-Deposit-Applied
              END-IF
    END-WRITE.

*> A deposit still held for this student is credited to the new bill
*> as a payment, allocated across the charges in the order StudFees
*> allocates payments (no late fee can exist yet on a new record).
*> Anything over the bill stays in SM-Amount-Paid as a credit.
Find-Enrollment-Deposit.
    MOVE "N" TO WS-Deposit-Sw.
    IF NOT Deposit-File-Available
        EXIT PARAGRAPH
    END-IF.
    MOVE SM-Student-Number(3:5) TO WS-Ed-Lookup-Id.
    MOVE WS-Ed-Lookup-Id TO Ed-Prospect-Id.
    READ Enrollment-Deposit-File
        KEY IS Ed-Prospect-Id
        INVALID KEY MOVE "23" TO Ed-Status
    END-READ.
    IF NOT Ed-Rec-Found OR NOT Ed-Held
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-Deposit-Sw.
    ADD Ed-Amount TO SM-Amount-Paid.
    MOVE Ed-Amount TO WS-Alloc-Remaining.
    COMPUTE WS-Alloc-Open = SM-Tuition-Owed - SM-Tuition-Paid.
    PERFORM Take-Deposit-Allocation.
    ADD WS-Alloc-Take TO SM-Tuition-Paid.
    COMPUTE WS-Alloc-Open = SM-Housing-Owed - SM-Housing-Paid.
    PERFORM Take-Deposit-Allocation.
    ADD WS-Alloc-Take TO SM-Housing-Paid.
    COMPUTE WS-Alloc-Open = SM-Lab-Owed - SM-Lab-Paid.
    PERFORM Take-Deposit-Allocation.
    ADD WS-Alloc-Take TO SM-Lab-Paid.
    COMPUTE WS-Alloc-Open = SM-Library-Owed - SM-Library-Paid.
    PERFORM Take-Deposit-Allocation.
    ADD WS-Alloc-Take TO SM-Library-Paid.
    COMPUTE WS-Alloc-Open = SM-Insurance-Owed - SM-Insurance-Paid.
    PERFORM Take-Deposit-Allocation.
    ADD WS-Alloc-Take TO SM-Insurance-Paid.

Take-Deposit-Allocation.
    IF WS-Alloc-Open < ZERO
        MOVE ZEROS TO WS-Alloc-Open
    END-IF.
    IF WS-Alloc-Remaining < WS-Alloc-Open
        MOVE WS-Alloc-Remaining TO WS-Alloc-Take
    ELSE
        MOVE WS-Alloc-Open TO WS-Alloc-Take
    END-IF.
    SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

Mark-Deposit-Applied.
    SET Ed-Applied TO TRUE.
    MOVE SM-Student-Number TO Ed-Applied-Student.
    MOVE SM-Term-Code TO Ed-Applied-Term.
    MOVE WS-Today TO Ed-Status-Date.
    MOVE "CREATEMAST" TO Ed-Status-By.
    REWRITE Ed-Rec
        INVALID KEY
            MOVE Ed-Status TO WS-Chk-Status
            MOVE "REWRITE Enrollment-Deposit-File" TO WS-Chk-Context
            PERFORM Check-Fatal-Status
        NOT INVALID KEY
            ADD 1 TO Ct-Deposits-Applied
            ADD Ed-Amount TO Total-Deposits-Applied
    END-REWRITE.

Open-Deposit-File.
    OPEN I-O Enrollment-Deposit-File.
    IF Ed-Status = "00"
        MOVE "Y" TO WS-Enrdep-Sw
    ELSE
        DISPLAY "No enrollment deposit ledger - no deposits applied "
            "this run."
    END-IF.

*> Applied deposits come off the deposit liability account.  The
*> close pairs every line with the receivable control account, so a
*> negative liability line debits the liability and credits the
*> receivable the deposits were just credited against.
Write-Deposit-Gl-Line.
    IF Total-Deposits-Applied = ZERO
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND Gl-Extract-File.
    IF Gx-File-Status = "05" OR Gx-File-Status = "35"
        OPEN OUTPUT Gl-Extract-File
    END-IF.
    MOVE SPACES TO Gl-Extract-Rec.
    MOVE Gl-Deposit-Code TO Gl-Code.
    MOVE "DEPOSITS APPLIED" TO Gl-Description.
    MOVE "MOVEMNT" TO Gl-Basis.
    COMPUTE Gl-Amount = Total-Deposits-Applied * -1.
    MOVE WS-Today TO Gl-Run-Date.
    WRITE Gl-Extract-Rec.
    CLOSE Gl-Extract-File.

Find-Fee-Rate.
    MOVE ZEROS TO SM-Tuition-Owed.
    PERFORM Get-Student-Residency.
    PERFORM Find-Housing-Charge.
    MOVE FFR-Lab-Rate     TO SM-Lab-Owed.
    MOVE FFR-Library-Rate TO SM-Library-Owed.
    PERFORM Apply-Enrollment-Billing.
    PERFORM Assess-Health-Insurance.
    COMPUTE SM-Fees-Owed =
        SM-Tuition-Owed + SM-Housing-Owed + SM-Lab-Owed + SM-Library-Owed
        + SM-Insurance-Owed.

*> Enrollment-driven billing.  A student whose category/residency
*> has a per-credit rate is charged the term's enrolled hours at
*> that rate, never more than the flat full-time charge just looked
*> up; with COURSEFEE.DAT on file the lab charge is the sum of the
*> enrolled modules' course fees.  Either way the basis is recorded
*> on BILLBASIS.DAT for StudentEnrollment's add/drop re-bill.
Apply-Enrollment-Billing.
    PERFORM Find-Credit-Rate.
    IF NOT Credit-Rate-Found AND NOT Course-Fee-File-Available
        EXIT PARAGRAPH
    END-IF.
    PERFORM Total-Term-Enrollments.
    MOVE SPACES TO Bb-Rec.
    MOVE SM-Master-Key TO Bb-Master-Key.
    MOVE "F" TO Bb-Tuition-Basis.
    MOVE ZEROS TO Bb-Credit-Rate.
    MOVE ZEROS TO Bb-Tuition-Cap.
    MOVE "F" TO Bb-Lab-Basis.
    IF Credit-Rate-Found
        IF Fee-Rate-Found
            MOVE SM-Tuition-Owed TO WS-Tuition-Cap
        ELSE
            MOVE ZEROS TO WS-Tuition-Cap
        END-IF
        COMPUTE WS-Credit-Tuition ROUNDED =
            WS-Term-Credit-Hours * WS-Student-Credit-Rate
        IF WS-Tuition-Cap > ZERO AND WS-Credit-Tuition > WS-Tuition-Cap
            MOVE WS-Tuition-Cap TO WS-Credit-Tuition
        END-IF
        MOVE WS-Credit-Tuition TO SM-Tuition-Owed
        MOVE "C" TO Bb-Tuition-Basis
        MOVE WS-Student-Credit-Rate TO Bb-Credit-Rate
        MOVE WS-Tuition-Cap TO Bb-Tuition-Cap
        ADD 1 TO Ct-Per-Credit-Billed
    END-IF.
    IF Course-Fee-File-Available
        MOVE WS-Term-Module-Fees TO SM-Lab-Owed
        MOVE "M" TO Bb-Lab-Basis
        ADD 1 TO Ct-Module-Fee-Billed
    END-IF.
    MOVE SM-Tuition-Owed TO Bb-Billed-Tuition.
    MOVE SM-Lab-Owed TO Bb-Billed-Lab.
    IF Billing-Basis-Available
        WRITE Bb-Rec
            INVALID KEY
                REWRITE Bb-Rec
                    INVALID KEY
                        MOVE Bb-Status TO WS-Chk-Status
                        MOVE "REWRITE Billing-Basis-File"
                            TO WS-Chk-Context
                        PERFORM Check-Fatal-Status
                END-REWRITE
        END-WRITE
    END-IF.

Find-Credit-Rate.
    MOVE "N" TO WS-Credit-Rate-Found-Sw.
    MOVE ZEROS TO WS-Student-Credit-Rate.
    PERFORM VARYING WS-Crt-Idx FROM 1 BY 1
            UNTIL WS-Crt-Idx > WS-Credit-Rate-Count
        IF CRT-Category(WS-Crt-Idx) = SP-Fee-Category
           AND CRT-Residency(WS-Crt-Idx) = WS-Student-Residency
            MOVE CRT-Rate(WS-Crt-Idx) TO WS-Student-Credit-Rate
            SET Credit-Rate-Found TO TRUE
        END-IF
    END-PERFORM.

*> Hours and module fees over every enrollment the student holds
*> for the run's term.
Total-Term-Enrollments.
    MOVE ZEROS TO WS-Term-Credit-Hours.
    MOVE ZEROS TO WS-Term-Module-Fees.
    IF NOT Enrollment-File-Available
        EXIT PARAGRAPH
    END-IF.
    MOVE SM-Student-Number(3:5) TO WS-Se-Lookup-Id.
    MOVE WS-Se-Lookup-Id TO Se-Student-Id.
    MOVE LOW-VALUES TO Se-Module-Code.
    MOVE LOW-VALUES TO Se-Term-Code.
    MOVE ZEROS TO Se-Section-Num.
    START Student-Enrollment-File
        KEY IS >= Se-Key
        INVALID KEY MOVE "23" TO Se-Status
    END-START.
    IF Se-Rec-Found
        READ Student-Enrollment-File NEXT RECORD
            AT END MOVE "23" TO Se-Status
        END-READ
    END-IF.
    PERFORM UNTIL Se-Rec-Not-Found
            OR Se-Student-Id NOT = WS-Se-Lookup-Id
        IF Se-Term-Code = WS-Initial-Term-Code
            PERFORM Add-Enrollment-Charges
        END-IF
        READ Student-Enrollment-File NEXT RECORD
            AT END MOVE "23" TO Se-Status
        END-READ
    END-PERFORM.

Add-Enrollment-Charges.
    MOVE Se-Module-Code TO Cc-Course-Code.
    MOVE "23" TO Cc-Status.
    IF Catalog-Available
        READ Course-Catalog-File
            KEY IS Cc-Course-Code
            INVALID KEY MOVE "23" TO Cc-Status
        END-READ
    END-IF.
    IF Cc-Rec-Found AND Cc-Credit-Hours > 0
        ADD Cc-Credit-Hours TO WS-Term-Credit-Hours
    ELSE
        ADD WS-Default-Credit-Hours TO WS-Term-Credit-Hours
    END-IF.
    IF Course-Fee-File-Available
        MOVE Se-Module-Code TO Cf-Module-Code
        READ Course-Fee-File
            KEY IS Cf-Module-Code
            INVALID KEY MOVE "23" TO Cf-Status
        END-READ
        IF Cf-Rec-Found
            ADD Cf-Lab-Fee TO WS-Term-Module-Fees
        END-IF
    END-IF.

Load-Credit-Rate-Table.
*>  Same ascending-key overwrite load as the tuition table.
    MOVE ZEROS TO WS-Credit-Rate-Count.
    OPEN INPUT Credit-Rate-File.
    IF Cr-Status NOT = "00"
        DISPLAY "No per-credit rate file - tuition billed at the "
            "flat category rates."
    ELSE
        READ Credit-Rate-File NEXT RECORD
            AT END SET CR-End-Of-File TO TRUE
        END-READ
        PERFORM UNTIL CR-End-Of-File
            IF Cr-Effective-Term NOT > WS-Initial-Term-Code
                PERFORM Store-Credit-Rate
            END-IF
            READ Credit-Rate-File NEXT RECORD
                AT END SET CR-End-Of-File TO TRUE
            END-READ
        END-PERFORM
        CLOSE Credit-Rate-File
    END-IF.

Store-Credit-Rate.
    MOVE "N" TO WS-Credit-Rate-Found-Sw.
    PERFORM VARYING WS-Crt-Idx FROM 1 BY 1
            UNTIL WS-Crt-Idx > WS-Credit-Rate-Count
        IF CRT-Category(WS-Crt-Idx) = Cr-Category
           AND CRT-Residency(WS-Crt-Idx) = Cr-Residency
            MOVE Cr-Per-Credit-Rate TO CRT-Rate(WS-Crt-Idx)
            SET Credit-Rate-Found TO TRUE
        END-IF
    END-PERFORM.
    IF NOT Credit-Rate-Found
       AND WS-Credit-Rate-Count NOT < WS-Credit-Rate-Max
        DISPLAY "*** PER-CREDIT RATE TABLE FULL *** more than "
            WS-Credit-Rate-Max " category/residency rates"
        DISPLAY "    Run aborted - notify operator."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Credit-Rate-Found
        ADD 1 TO WS-Credit-Rate-Count
        MOVE Cr-Category TO CRT-Category(WS-Credit-Rate-Count)
        MOVE Cr-Residency TO CRT-Residency(WS-Credit-Rate-Count)
        MOVE Cr-Per-Credit-Rate TO CRT-Rate(WS-Credit-Rate-Count)
    END-IF.

Open-Enrollment-Billing-Files.
    OPEN INPUT Course-Fee-File.
    IF Cf-Status = "00"
        MOVE "Y" TO WS-Course-Fee-Sw
    ELSE
        DISPLAY "No course fee file - lab charged at the flat rate."
    END-IF.
    PERFORM Check-Insurance-Rates.
    IF WS-Credit-Rate-Count = ZEROS AND NOT Course-Fee-File-Available
       AND NOT Insurance-Rates-On-File
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT Student-Enrollment-File.
    IF Se-Status = "00"
        MOVE "Y" TO WS-Enrollment-Sw
    ELSE
        DISPLAY "No enrollment file - enrollment-billed students "
            "carry no hours or module fees this run."
    END-IF.
    OPEN INPUT Course-Catalog-File.
    IF Cc-Status = "00"
        MOVE "Y" TO WS-Catalog-Sw
    END-IF.
    OPEN I-O Billing-Basis-File.
    IF Bb-Status = "35"
        OPEN OUTPUT Billing-Basis-File
        CLOSE Billing-Basis-File
        OPEN I-O Billing-Basis-File
    END-IF.
    IF Bb-Status = "00"
        MOVE "Y" TO WS-Billbasis-Sw
    ELSE
        MOVE Bb-Status TO WS-Chk-Status
        MOVE "OPEN Billing-Basis-File" TO WS-Chk-Context
        PERFORM Check-Fatal-Status
    END-IF.

Close-Enrollment-Billing-Files.
    IF Course-Fee-File-Available
        CLOSE Course-Fee-File
    END-IF.
    IF Enrollment-File-Available
        CLOSE Student-Enrollment-File
    END-IF.
    IF Catalog-Available
        CLOSE Course-Catalog-File
    END-IF.
    IF Billing-Basis-Available
        CLOSE Billing-Basis-File
    END-IF.

*> The premium is assessed only when some residency has an HI row -
*> the enrollment files are then needed even for a flat-billed run.
Check-Insurance-Rates.
    MOVE "N" TO WS-Insurance-Rate-Sw.
    PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
            UNTIL WS-Fee-Idx > WS-Fee-Rate-Count
        IF FRT-Category(WS-Fee-Idx) = "HI"
            MOVE "Y" TO WS-Insurance-Rate-Sw
        END-IF
    END-PERFORM.

Open-Insurance-Files.
    IF NOT Insurance-Rates-On-File
        DISPLAY "No HI rate on the fee rate file - no health "
            "insurance charged this run."
        EXIT PARAGRAPH
    END-IF.
    PERFORM Load-Term-Thresholds.
    OPEN INPUT Insurance-Waiver-File.
    IF Iw-Status = "00"
        MOVE "Y" TO WS-Inswaiver-Sw
    END-IF.

*> A row for the run's term wins over the ****** row; an absent
*> LOADTHRESH.DAT leaves 12 hours as the full-time load.
Load-Term-Thresholds.
    MOVE 12 TO WS-Full-Time-Hours.
    MOVE "N" TO WS-Term-Limit-Sw.
    OPEN INPUT Load-Threshold-File.
    IF Lt-File-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ Load-Threshold-File
        AT END SET End-Of-Load-Thresholds TO TRUE
    END-READ.
    PERFORM UNTIL End-Of-Load-Thresholds
        IF Lt-Term-Code = WS-Initial-Term-Code
            OR (Lt-Default-Row AND NOT Term-Limit-Found)
            MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
        END-IF
        IF Lt-Term-Code = WS-Initial-Term-Code
            MOVE "Y" TO WS-Term-Limit-Sw
        END-IF
        READ Load-Threshold-File
            AT END SET End-Of-Load-Thresholds TO TRUE
        END-READ
    END-PERFORM.
    CLOSE Load-Threshold-File.

*> Full-time students carry the health insurance premium unless a
*> waiver for the term has already been approved.  A waiver approved
*> later reverses the charge through InsuranceWaiver instead.
Assess-Health-Insurance.
    MOVE ZEROS TO SM-Insurance-Owed.
    IF NOT Insurance-Rates-On-File
        EXIT PARAGRAPH
    END-IF.
    MOVE ZEROS TO WS-Insurance-Premium.
    PERFORM VARYING WS-Fee-Idx FROM 1 BY 1
            UNTIL WS-Fee-Idx > WS-Fee-Rate-Count
        IF FRT-Category(WS-Fee-Idx) = "HI"
           AND FRT-Residency(WS-Fee-Idx) = WS-Student-Residency
            MOVE FRT-Amount(WS-Fee-Idx) TO WS-Insurance-Premium
        END-IF
    END-PERFORM.
    IF WS-Insurance-Premium = ZERO
        EXIT PARAGRAPH
    END-IF.
    PERFORM Total-Term-Enrollments.
    IF WS-Term-Credit-Hours < WS-Full-Time-Hours
        EXIT PARAGRAPH
    END-IF.
    IF Waiver-File-Available
        MOVE SM-Student-Number(3:5) TO WS-Ha-Lookup-Id
        MOVE WS-Ha-Lookup-Id TO Iw-Student-Id
        MOVE WS-Initial-Term-Code TO Iw-Term-Code
        READ Insurance-Waiver-File
            KEY IS Iw-Key
            INVALID KEY MOVE "23" TO Iw-Status
        END-READ
        IF Iw-Rec-Found AND Iw-Approved
            ADD 1 TO Ct-Insurance-Waived
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE WS-Insurance-Premium TO SM-Insurance-Owed.
    ADD 1 TO Ct-Insurance-Charged.
    ADD WS-Insurance-Premium TO Total-Insurance-Charged.

Load-Housing-Rate-Table.
*>  Same ascending-key overwrite load as the tuition table: reading
            SET Housing-Rate-Found TO TRUE
        END-IF
    END-PERFORM.
    IF NOT Housing-Rate-Found
       AND WS-Housing-Rate-Count NOT < WS-Housing-Rate-Max
        DISPLAY "*** HOUSING RATE TABLE FULL *** more than "
            WS-Housing-Rate-Max " room types"
        DISPLAY "    Run aborted - notify operator."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT Housing-Rate-Found
        ADD 1 TO WS-Housing-Rate-Count
        MOVE Hr-Room-Type TO HRT-Room-Type(WS-Housing-Rate-Count)
            WS-Initial-Term-Code "  DUE DAYS " WS-Due-Days-Offset
    END-IF.
    DISPLAY Control-Report-Line.
    IF WS-Credit-Rate-Count > ZEROS OR Course-Fee-File-Available
        DISPLAY "BILLED PER CREDIT HOUR: " Ct-Per-Credit-Billed
            "  BILLED MODULE COURSE FEES: " Ct-Module-Fee-Billed
    END-IF.
    IF Ct-Deposits-Applied > ZEROS
        DISPLAY "ENROLLMENT DEPOSITS APPLIED: " Ct-Deposits-Applied
            "  AMOUNT: " Total-Deposits-Applied
    END-IF.
    IF Insurance-Rates-On-File
        DISPLAY "HEALTH INSURANCE CHARGED: " Ct-Insurance-Charged
            "  AMOUNT: " Total-Insurance-Charged
            "  WAIVED: " Ct-Insurance-Waived
    END-IF.

