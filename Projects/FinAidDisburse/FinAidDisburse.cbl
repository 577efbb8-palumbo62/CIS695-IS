       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FinAidDisburse.
       AUTHOR.  Jon Clark.
      * Financial aid disbursement run.  Reads every accepted award
      * for the run's term off FINAWARD.DAT (packaged and accepted in
      * FinAidAwardMaint) and pays out whatever has been accepted but
      * not yet disbursed - but only to a student who is still
      * eligible.  Eligibility is three checks, in order:
      *   - no active financial hold on HOLDFILE.DAT;
      *   - satisfactory academic progress: the latest standing
      *     AcademicStanding appended to Status-History-File is not
      *     suspension, and the latest lifecycle status is not
      *     withdrawn;
      *   - an enrolled load for the term, Cc-Credit-Hours summed over
      *     the student's Student-Enrollment-File rows, of at least
      *     the aid minimum (half-time, 6 hours, unless overridden).
      * Eligible disbursements are appended to STUDPAY.DAT as one
      * wrapped HDR/TRL batch of "F" (financial aid) rows, so StudFees
      * credits Student-Master-File through its normal batch path and
      * keeps aid apart from cash on the balancing report and the GL
      * extract.  The award's disbursed figure is bumped as each row
      * is written, so a rerun never pays the same award twice.
      * Students who fail a check are listed with the reason on the
      * ineligible-for-disbursement report for the aid office.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Aid-Award-File ASSIGN TO WS-Finaward-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fa-Key
               FILE STATUS IS Fa-Status.

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

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT Student-Payment-File ASSIGN TO WS-Studpay-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sp-File-Status.

           SELECT Ineligible-Report-File ASSIGN TO WS-Finaidinel-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Aid-Award-File.
       01  Fa-Rec.
           88  End-Of-Awards           VALUE HIGH-VALUES.
           02  Fa-Key.
               03  Fa-Student-Number   PIC 9(7).
               03  Fa-Term-Code        PIC X(6).
               03  Fa-Award-Type       PIC X(4).
           02  Fa-Offered-Amount       PIC 9(6)V99.
           02  Fa-Accepted-Amount      PIC 9(6)V99.
           02  Fa-Disbursed-Amount     PIC 9(6)V99.
           02  Fa-Award-Status         PIC X(1).
               88  Fa-Status-Offered   VALUE "O".
               88  Fa-Status-Accepted  VALUE "A".
               88  Fa-Status-Declined  VALUE "D".
               88  Fa-Status-Cancelled VALUE "C".
           02  Fa-Packaged-By          PIC X(10).
           02  Fa-Packaged-Date        PIC 9(8).
           02  Fa-Last-Disb-Date       PIC 9(8).

       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
               88  Se-Not-Graded            VALUE SPACE.
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Financial-Hold       VALUE "F" "W".
               88  Hd-Advising-Hold        VALUE "A".
               88  Hd-Health-Hold          VALUE "H".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

      * Lifecycle codes from StudentStatusHistory and standing codes
      * from AcademicStanding share the one history file.
       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
               88  Sh-Active               VALUE "A".
               88  Sh-Withdrawn            VALUE "W".
               88  Sh-On-Leave             VALUE "L".
               88  Sh-Graduated            VALUE "G".
               88  Sh-Deans-List           VALUE "D".
               88  Sh-Good-Standing        VALUE "N".
               88  Sh-Probation            VALUE "P".
               88  Sh-Suspension           VALUE "X".
               88  Sh-Is-Standing-Code     VALUE "D" "N" "P" "X".
           02  Sh-Effective-Date           PIC 9(8).

       FD  Student-Payment-File.
       01  SP-Rec.
           02  SP-Student-Number               PIC 9(7).
           02  SP-Term-Code                    PIC X(6).
           02  SP-Payment                      PIC S9(4)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  SP-Transaction-Type             PIC X.
               88  SP-Is-Payment                VALUE "P".
               88  SP-Is-Refund                 VALUE "R".
               88  SP-Is-Waiver                 VALUE "W".
               88  SP-Is-Aid-Disbursement       VALUE "F".
           02  SP-Payment-Date                 PIC 9(8).
           02  SP-Approver-Id                  PIC X(8).
           02  SP-Payment-Method               PIC X(5).
           02  SP-Fund-Code                    PIC X(4).

      * Batch control records - same header/trailer convention
      * StudFees' Validate-Payment-Batches proves out before posting.
       01  SP-Batch-Header-Rec.
           02  Sph-Record-Tag                  PIC X(3).
               88  Sph-Is-Header               VALUE "HDR".
           02  Sph-Batch-Number                PIC 9(6).
           02  Sph-Origin                      PIC X(8).
           02  Sph-Business-Date               PIC 9(8).
           02  FILLER                          PIC X(21).

       01  SP-Batch-Trailer-Rec.
           02  Spt-Record-Tag                  PIC X(3).
               88  Spt-Is-Trailer              VALUE "TRL".
           02  Spt-Batch-Number                PIC 9(6).
           02  Spt-Record-Count                PIC 9(6).
           02  Spt-Hash-Total                  PIC S9(9)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(19).

       FD  Ineligible-Report-File.
       01  Ineligible-Print-Line       PIC X(76).

      * Unattended-run parameters - one row per program, read instead
      * of prompting when present so NightlyBatchDriver can run this as
      * a sequenced step; ad-hoc runs without a row still prompt.
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

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Finaward-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Studpay-Path             PIC X(260).
       01  WS-Finaidinel-Path          PIC X(260).
       01  WS-Runparms-Path            PIC X(260).

       01  Fa-Status                   PIC X(2).
           88  Fa-Rec-Found            VALUE "00".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
           88  Cc-Rec-Not-Found        VALUE "23".
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".
       01  Sp-File-Status              PIC X(2).
       01  Rp-File-Status              PIC X(2).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

      * Optional inputs - an absent hold or history file means that
      * check has nothing to refuse on, noted once at start-up.
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Holdfile-Sw              PIC X VALUE "N".
           88  Hold-File-Available     VALUE "Y".
       01  WS-Stathist-Sw              PIC X VALUE "N".
           88  Stathist-Available      VALUE "Y".
       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).

       01  WS-Term-Code                PIC X(6) VALUE SPACES.
       01  WS-Min-Aid-Hours            PIC 9(2) VALUE 6.
       01  WS-Today                    PIC 9(8).

      * Eligibility is worked out once per student and reused for
      * every award type that student holds for the term.
       01  WS-Elig-Student             PIC 9(7) VALUE ZEROS.
       01  WS-Lookup-Id                PIC 9(5).
       01  WS-Term-Hours               PIC 9(3).
       01  WS-Last-Standing            PIC X(1).
       01  WS-Last-Lifecycle           PIC X(1).
       01  WS-Eligible-Sw              PIC X VALUE "N".
           88  Student-Eligible        VALUE "Y".
       01  WS-Inelig-Reason            PIC X(24).

       01  WS-Disb-Remaining           PIC 9(6)V99.
       01  WS-Disb-Amount              PIC 9(6)V99.
       01  WS-Disb-Max-Row             PIC 9(4)V99 VALUE 9999.99.

       01  WS-Batch-Number             PIC 9(6).
       01  WS-Batch-Rec-Count          PIC 9(6) VALUE ZEROS.
       01  WS-Batch-Hash-Total         PIC S9(9)V99 VALUE ZEROS.

       01  Control-Totals.
           02  Ct-Awards-Read          PIC 9(5) VALUE ZEROS.
           02  Ct-Awards-Disbursed     PIC 9(5) VALUE ZEROS.
           02  Ct-Awards-Ineligible    PIC 9(5) VALUE ZEROS.
           02  Ct-Probation-Paid       PIC 9(5) VALUE ZEROS.
           02  Ct-Rows-Written         PIC 9(5) VALUE ZEROS.
           02  Tot-Disbursed           PIC 9(8)V99 VALUE ZEROS.
           02  Tot-Withheld            PIC 9(8)V99 VALUE ZEROS.

       01  Inel-Heading1.
           02  FILLER                  PIC X(14) VALUE SPACES.
           02  FILLER                  PIC X(44) VALUE
               "INELIGIBLE  FOR  AID  DISBURSEMENT  LISTING".
       01  Inel-Heading3.
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(6)  VALUE "TYPE".
           02  FILLER                  PIC X(14) VALUE "    WITHHELD".
           02  FILLER                  PIC X(7)  VALUE "  HRS".
           02  FILLER                  PIC X(26) VALUE "  REASON".

       01  Inel-Detail-Line.
           02  Id-Student-Number       PIC 9(7).
           02  Id-Award-Type           PIC BBX(4).
           02  Id-Amount               PIC BB$$$,$$9.99.
           02  Id-Hours                PIC BBBBZZ9.
           02  Id-Reason               PIC BBX(24).

       01  Inel-Total-Line.
           02  FILLER                  PIC X(13) VALUE "TOTAL HELD".
           02  It-Amount               PIC BB$$,$$$,$$9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  It-Count                PIC ZZZZ9.
           02  FILLER                  PIC X(7) VALUE " AWARDS".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term code to disburse: "
                   WITH NO ADVANCING
               ACCEPT WS-Term-Code
               DISPLAY "Minimum credit hours for aid (blank = 6): "
                   WITH NO ADVANCING
               ACCEPT WS-Min-Aid-Hours
               IF WS-Min-Aid-Hours = ZERO
                   MOVE 6 TO WS-Min-Aid-Hours
               END-IF
           END-IF.
           IF WS-Term-Code = SPACES
               DISPLAY "No term code given - nothing disbursed."
               STOP RUN
           END-IF.

           OPEN I-O Aid-Award-File.
           IF Fa-Status NOT = "00"
               DISPLAY "No award file - nothing to disburse."
               STOP RUN
           END-IF.
           OPEN INPUT Student-Enrollment-File.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           ELSE
               DISPLAY "No course catalog - enrolled load counted at "
                       "the standard module load."
           END-IF.
           OPEN INPUT Hold-File.
           IF Hd-Status = "00"
               MOVE "Y" TO WS-Holdfile-Sw
           ELSE
               DISPLAY "No hold file - financial holds not checked."
           END-IF.
           OPEN INPUT Status-History-File.
           IF Sh-Status = "00"
               MOVE "Y" TO WS-Stathist-Sw
           ELSE
               DISPLAY "No status history - academic progress not "
                       "checked."
           END-IF.
           OPEN EXTEND Student-Payment-File.
           IF Sp-File-Status = "05" OR Sp-File-Status = "35"
               OPEN OUTPUT Student-Payment-File
           END-IF.
           OPEN OUTPUT Ineligible-Report-File.
           PERFORM Write-Report-Headings.
           PERFORM Write-Batch-Header.

           MOVE LOW-VALUES TO Fa-Key.
           START Aid-Award-File
               KEY IS >= Fa-Key
               INVALID KEY SET End-Of-Awards TO TRUE
           END-START.
           IF NOT End-Of-Awards
               READ Aid-Award-File NEXT RECORD
                   AT END SET End-Of-Awards TO TRUE
               END-READ
           END-IF.
           PERFORM Process-One-Award UNTIL End-Of-Awards.

           PERFORM Write-Batch-Trailer.
           MOVE Tot-Withheld TO It-Amount.
           MOVE Ct-Awards-Ineligible TO It-Count.
           WRITE Ineligible-Print-Line FROM Inel-Total-Line
               AFTER ADVANCING 2 LINES.
           CLOSE Aid-Award-File, Student-Enrollment-File,
                 Student-Payment-File, Ineligible-Report-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Hold-File-Available
               CLOSE Hold-File
           END-IF.
           IF Stathist-Available
               CLOSE Status-History-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  FINANCIAL  AID  DISBURSEMENT  COMPLETE  ----".
           IF Parms-From-File
               DISPLAY "PARAMETERS (RUNPARMS.DAT): TERM " WS-Term-Code
                       "  MIN HOURS " WS-Min-Aid-Hours
           ELSE
               DISPLAY "PARAMETERS (PROMPTED): TERM " WS-Term-Code
                       "  MIN HOURS " WS-Min-Aid-Hours
           END-IF.
           DISPLAY "Awards read           : " Ct-Awards-Read.
           DISPLAY "Awards disbursed      : " Ct-Awards-Disbursed.
           DISPLAY "  (on probation)      : " Ct-Probation-Paid.
           DISPLAY "Awards ineligible     : " Ct-Awards-Ineligible.
           DISPLAY "STUDPAY rows written  : " Ct-Rows-Written.
           DISPLAY "Total disbursed       : " Tot-Disbursed.
           DISPLAY "Total withheld        : " Tot-Withheld.
           STOP RUN.

      * Only an accepted award for the run's term with something still
      * undisbursed is a candidate; everything else is passed over.
       Process-One-Award.
           IF Fa-Term-Code = WS-Term-Code AND Fa-Status-Accepted
                   AND Fa-Accepted-Amount > Fa-Disbursed-Amount
               ADD 1 TO Ct-Awards-Read
               COMPUTE WS-Disb-Remaining =
                   Fa-Accepted-Amount - Fa-Disbursed-Amount
               IF Fa-Student-Number NOT = WS-Elig-Student
                   MOVE Fa-Student-Number TO WS-Elig-Student
                   PERFORM Check-Aid-Eligibility
               END-IF
               IF Student-Eligible
                   PERFORM Disburse-Award
               ELSE
                   PERFORM Write-Ineligible-Line
               END-IF
           END-IF.
           READ Aid-Award-File NEXT RECORD
               AT END SET End-Of-Awards TO TRUE
           END-READ.

      * The admin-side student id is the low five digits of the fees
      * number - the zero-extension convention BuildFeeXref records.
       Check-Aid-Eligibility.
           MOVE "Y" TO WS-Eligible-Sw.
           MOVE SPACES TO WS-Inelig-Reason.
           MOVE Fa-Student-Number(3:5) TO WS-Lookup-Id.
           PERFORM Sum-Term-Credit-Hours.
           PERFORM Check-Financial-Hold.
           IF Student-Eligible
               PERFORM Check-Academic-Progress
           END-IF.
           IF Student-Eligible AND WS-Term-Hours < WS-Min-Aid-Hours
               MOVE "N" TO WS-Eligible-Sw
               MOVE "BELOW MINIMUM LOAD" TO WS-Inelig-Reason
           END-IF.

       Check-Financial-Hold.
           IF Hold-File-Available
               MOVE WS-Lookup-Id TO Hd-Student-Id
               MOVE ZEROS TO Hd-Sequence-Num
               START Hold-File
                   KEY IS >= Hd-Key
                   INVALID KEY SET Hd-Rec-Not-Found TO TRUE
               END-START
               IF Hd-Rec-Found
                   READ Hold-File NEXT RECORD
                       AT END SET Hd-Rec-Not-Found TO TRUE
                   END-READ
                   PERFORM UNTIL Hd-Rec-Not-Found
                           OR Hd-Student-Id NOT = WS-Lookup-Id
                       IF Hd-Hold-Active AND Hd-Financial-Hold
                           MOVE "N" TO WS-Eligible-Sw
                           MOVE "ACTIVE FINANCIAL HOLD"
                               TO WS-Inelig-Reason
                       END-IF
                       READ Hold-File NEXT RECORD
                           AT END SET Hd-Rec-Not-Found TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

      * History rows are in sequence order, so the last standing code
      * and the last lifecycle code seen are the current ones.
       Check-Academic-Progress.
           MOVE SPACE TO WS-Last-Standing.
           MOVE SPACE TO WS-Last-Lifecycle.
           IF Stathist-Available
               MOVE WS-Lookup-Id TO Sh-Student-Id
               MOVE ZEROS TO Sh-Sequence-Num
               START Status-History-File
                   KEY IS >= Sh-Key
                   INVALID KEY SET Sh-Rec-Not-Found TO TRUE
               END-START
               IF Sh-Rec-Found
                   READ Status-History-File NEXT RECORD
                       AT END SET Sh-Rec-Not-Found TO TRUE
                   END-READ
                   PERFORM UNTIL Sh-Rec-Not-Found
                           OR Sh-Student-Id NOT = WS-Lookup-Id
                       IF Sh-Is-Standing-Code
                           MOVE Sh-Status-Code TO WS-Last-Standing
                       ELSE
                           MOVE Sh-Status-Code TO WS-Last-Lifecycle
                       END-IF
                       READ Status-History-File NEXT RECORD
                           AT END SET Sh-Rec-Not-Found TO TRUE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-Last-Standing = "X"
                   MOVE "N" TO WS-Eligible-Sw
                   MOVE "SAP - ACADEMIC SUSPENSION" TO WS-Inelig-Reason
               WHEN WS-Last-Lifecycle = "W"
                   MOVE "N" TO WS-Eligible-Sw
                   MOVE "WITHDRAWN" TO WS-Inelig-Reason
           END-EVALUATE.

       Sum-Term-Credit-Hours.
           MOVE ZEROS TO WS-Term-Hours.
           MOVE WS-Lookup-Id TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code.
           MOVE LOW-VALUES TO Se-Term-Code.
           MOVE ZEROS TO Se-Section-Num.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Student-Id NOT = WS-Lookup-Id
                   IF Se-Term-Code = WS-Term-Code
                       PERFORM Get-Module-Credit-Hours
                       ADD WS-Module-Credit-Hours TO WS-Term-Hours
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Get-Module-Credit-Hours.
           MOVE WS-Default-Credit-Hours TO WS-Module-Credit-Hours.
           IF Catalog-Available
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Credit-Hours > 0
                   MOVE Cc-Credit-Hours TO WS-Module-Credit-Hours
               END-IF
           END-IF.

      * SP-Payment only holds 4 integer digits, so a large award goes
      * out as several rows rather than being truncated.  The award
      * type rides in SP-Fund-Code so the posting can be traced back.
       Disburse-Award.
           ADD 1 TO Ct-Awards-Disbursed.
           IF WS-Last-Standing = "P"
               ADD 1 TO Ct-Probation-Paid
           END-IF.
           ADD WS-Disb-Remaining TO Tot-Disbursed.
           PERFORM Write-Disbursement-Row
               UNTIL WS-Disb-Remaining = ZERO.
           MOVE WS-Today TO Fa-Last-Disb-Date.
           REWRITE Fa-Rec
               INVALID KEY
                   MOVE Fa-Status TO WS-Chk-Status
                   MOVE "REWRITE Aid-Award-File (disbursed)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

       Write-Disbursement-Row.
           IF WS-Disb-Remaining > WS-Disb-Max-Row
               MOVE WS-Disb-Max-Row TO WS-Disb-Amount
           ELSE
               MOVE WS-Disb-Remaining TO WS-Disb-Amount
           END-IF.
           MOVE SPACES TO SP-Rec.
           MOVE Fa-Student-Number TO SP-Student-Number.
           MOVE Fa-Term-Code TO SP-Term-Code.
           MOVE WS-Disb-Amount TO SP-Payment.
           SET SP-Is-Aid-Disbursement TO TRUE.
           MOVE WS-Today TO SP-Payment-Date.
           MOVE "FINAID" TO SP-Approver-Id.
           MOVE "AID" TO SP-Payment-Method.
           MOVE Fa-Award-Type TO SP-Fund-Code.
           WRITE SP-Rec.
           ADD 1 TO WS-Batch-Rec-Count.
           ADD SP-Payment TO WS-Batch-Hash-Total.
           ADD 1 TO Ct-Rows-Written.
           ADD WS-Disb-Amount TO Fa-Disbursed-Amount.
           SUBTRACT WS-Disb-Amount FROM WS-Disb-Remaining.

       Write-Ineligible-Line.
           ADD 1 TO Ct-Awards-Ineligible.
           ADD WS-Disb-Remaining TO Tot-Withheld.
           MOVE Fa-Student-Number TO Id-Student-Number.
           MOVE Fa-Award-Type TO Id-Award-Type.
           MOVE WS-Disb-Remaining TO Id-Amount.
           MOVE WS-Term-Hours TO Id-Hours.
           MOVE WS-Inelig-Reason TO Id-Reason.
           WRITE Ineligible-Print-Line FROM Inel-Detail-Line
               AFTER ADVANCING 1 LINE.

       Write-Report-Headings.
           MOVE SPACES TO Ineligible-Print-Line.
           WRITE Ineligible-Print-Line.
           WRITE Ineligible-Print-Line FROM Inel-Heading1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Ineligible-Print-Line.
           STRING "TERM: " WS-Term-Code "   RUN: " WS-Today
               "   MIN HOURS: " WS-Min-Aid-Hours
               DELIMITED BY SIZE INTO Ineligible-Print-Line.
           WRITE Ineligible-Print-Line AFTER ADVANCING 1 LINE.
           WRITE Ineligible-Print-Line FROM Inel-Heading3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Ineligible-Print-Line.
           WRITE Ineligible-Print-Line AFTER ADVANCING 1 LINE.

      * The batch number is the run date's YYMMDD, origin FINAID - the
      * (origin, number) pair StudFees identifies a batch by.
       Write-Batch-Header.
           MOVE WS-Today(3:6) TO WS-Batch-Number.
           MOVE SPACES TO SP-Batch-Header-Rec.
           MOVE "HDR" TO Sph-Record-Tag.
           MOVE WS-Batch-Number TO Sph-Batch-Number.
           MOVE "FINAID" TO Sph-Origin.
           MOVE WS-Today TO Sph-Business-Date.
           WRITE SP-Batch-Header-Rec.

       Write-Batch-Trailer.
           MOVE SPACES TO SP-Batch-Trailer-Rec.
           MOVE "TRL" TO Spt-Record-Tag.
           MOVE WS-Batch-Number TO Spt-Batch-Number.
           MOVE WS-Batch-Rec-Count TO Spt-Record-Count.
           MOVE WS-Batch-Hash-Total TO Spt-Hash-Total.
           WRITE SP-Batch-Trailer-Rec.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               CONTINUE
           ELSE
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Runparms
                   IF Rp-Program-Name = "FINAIDDISB"
                       MOVE "Y" TO WS-Runparms-Sw
                       MOVE Rp-Term-Code TO WS-Term-Code
                   END-IF
                   READ Run-Parameter-File
                       AT END SET End-Of-Runparms TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Run-Parameter-File
           END-IF.
           IF Parms-From-File
               DISPLAY "Run parameters loaded from control file - "
                       "prompts skipped."
           END-IF.

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
           ACCEPT WS-Finaward-Path FROM ENVIRONMENT "FINAWARD_PATH".
           IF WS-Finaward-Path = SPACES
               MOVE "FINAWARD.DAT" TO WS-Finaward-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Studpay-Path FROM ENVIRONMENT "STUDPAY_PATH".
           IF WS-Studpay-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDPAY.DAT"
                   TO WS-Studpay-Path
           END-IF.
           ACCEPT WS-Finaidinel-Path FROM ENVIRONMENT "FINAIDINEL_PATH".
           IF WS-Finaidinel-Path = SPACES
               MOVE "FINAIDINEL.RPT" TO WS-Finaidinel-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
