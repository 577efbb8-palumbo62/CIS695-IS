        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Exc-File-Status.
    SELECT Receipt-File ASSIGN TO WS-Receipt-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rc-File-Status.
    SELECT Duplicate-Payment-File ASSIGN TO WS-Duppmt-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Dp-File-Status.
    SELECT Fx-Rate-File ASSIGN TO WS-Fxrate-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Fx-Key
        FILE STATUS IS Fx-Status.
    SELECT Posted-Payment-File ASSIGN TO WS-Posthist-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Pst-Key
        FILE STATUS IS Pst-Status.
    SELECT Waiver-File ASSIGN TO WS-Waiver-Path
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT Pending-Refund-File ASSIGN TO WS-Pendref-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Pendref-File-Status.
    SELECT Refund-Post-File ASSIGN TO WS-Refpost-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Refpost-File-Status.
    SELECT Plan-Payment-File ASSIGN TO WS-Planpmt-Path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Planpmt-File-Status.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Ah-Key
        FILE STATUS IS Ah-Status.
    SELECT Bad-Address-File ASSIGN TO WS-Badaddr-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Ba-Address-Key
        FILE STATUS IS Ba-Status.
    SELECT Fund-Master-File ASSIGN TO WS-Fundmast-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Fd-Key
        FILE STATUS IS Fd-Status.
    SELECT Write-Off-File ASSIGN TO WS-Writeoff-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Wo-Key
        FILE STATUS IS Wo-File-Status.
    SELECT Sponsor-Link-File ASSIGN TO WS-Sponlink-Path
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
             WITH DUPLICATES
        FILE STATUS IS SM-File-Status.
        
    SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
        ORGANIZATION IS LINE SEQUENTIAL.


DATA DIVISION.
        88  SP-Is-Payment                VALUE "P".
        88  SP-Is-Refund                 VALUE "R".
        88  SP-Is-Waiver                 VALUE "W".
*> Charge adjustment - StudentEnrollment's add/drop proration and
*> enrollment re-bill queue these; a positive amount reduces the
*> charge and SM-Fees-Owed, a negative one raises them, instead of
*> touching the paid side.  SP-Payment-Method "LAB" aims the
*> adjustment at SM-Lab-Owed; anything else adjusts tuition.
        88  SP-Is-Adjustment             VALUE "A".
*> Financial aid disbursement - FinAidDisburse queues these once a
*> student has passed the aid eligibility checks.  Credits the
*> account like a waiver, but is booked to its own GL line.
        88  SP-Is-Aid-Disbursement       VALUE "F".
    02  SP-Payment-Date                 PIC 9(8).
*> Populated only for SP-Is-Waiver - the staff member who authorized
*> the credit - and for refunds, the staff member who asked for one.
*> FINAID on aid disbursements.
    02  SP-Approver-Id                  PIC X(8).
*> How the payment was taken - CASH/CHECK/CARD/ACH - so cashiers can
*> reconcile a drawer against what the system recorded.
*> Scholarship fund the credit draws from - populated only for
*> SP-Is-Waiver; Post-Waiver-Credit rejects the waiver when the
*> fund's remaining term budget cannot cover it.  Blank on older
*> batches, which still post as unfunded waivers.  On an aid
*> disbursement it carries the award type instead (PELL, INST...).
    02  SP-Fund-Code                    PIC X(4).
*> Foreign-currency wires - the ISO currency the sponsor sent and the
*> amount in that currency.  SP-Payment still carries the dollars the
*> bank actually credited; the account is credited at the dated rate
*> on FXRATE.DAT and the difference is an exchange gain or loss.
*> Blank currency (every older batch) is a dollar payment.
    02  SP-Currency-Code                PIC X(3).
    02  SP-Original-Amount              PIC 9(7)V99.

*> Batch control records, same 58-byte slot as SP-Rec.  Every deposit
*> batch on STUDPAY.DAT is wrapped in a header (batch number, origin,
*> business date) and trailer (record count, hash total of
*> SP-Payment), so a concatenated or truncated transfer is caught by
    02  Sph-Batch-Number                PIC 9(6).
    02  Sph-Origin                      PIC X(8).
    02  Sph-Business-Date               PIC 9(8).
    02  FILLER                          PIC X(33).

01  SP-Batch-Trailer-Rec.
    02  Spt-Record-Tag                  PIC X(3).
    02  Spt-Record-Count                PIC 9(6).
    02  Spt-Hash-Total                  PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
    02  FILLER                          PIC X(31).

FD  Pending-Refund-File.
01  Pending-Refund-Rec.
    02  Pr-Requested-Date               PIC 9(8).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Pr-Status                       PIC X(8) VALUE "PENDING".
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Pr-Requested-By                 PIC X(8).

*> Refunds at or under the approval threshold post straight to the
*> account without a supervisor, so this log is the only record of
*> who asked for them - SodExceptions checks it each night.
FD  Refund-Post-File.
01  Refund-Post-Rec.
    02  Rf-Student-Number               PIC 9(7).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rf-Term-Code                    PIC X(6).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rf-Refund-Amount                PIC 9(6)V99.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rf-Posted-Date                  PIC 9(8).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rf-Requested-By                 PIC X(8).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rf-Payment-Method               PIC X(5).

FD  Plan-Payment-File.
01  Plan-Payment-Rec.
*> same item can never be released twice.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Um-Disposition                  PIC X(8).
*> Foreign payments only - the currency, amount sent and payment date
*> SP-Rec carried, so a released item is converted at the rate for
*> the day the money arrived.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Um-Currency-Code                PIC X(3).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Um-Original-Amount              PIC 9(7)V99.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Um-Payment-Date                 PIC 9(8).

FD  Exception-Payment-File.
01  Exception-Payment-Rec.
*> Um-Disposition on Unmatched-Payment-Rec.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Exc-Disposition                 PIC X(8).
*> Foreign payments only - as on Unmatched-Payment-Rec.  Exc-Payment
*> is the bank's dollars even when the rejected amount was the
*> converted one, so the release converts afresh.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Exc-Currency-Code               PIC X(3).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Exc-Original-Amount             PIC 9(7)V99.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Exc-Payment-Date                PIC 9(8).

FD  Receipt-File.
01  Receipt-Rec.
    02  Rc-Gl-Code                      PIC X(6).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rc-Payment-Method               PIC X(5).
*> Foreign receipts only - Rc-Payment stays the dollars deposited so
*> the deposit journal and bank reconciliation still tie to cash.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rc-Currency-Code                PIC X(3).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rc-Original-Amount              PIC 9(7)V99.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Rc-Exchange-Rate                PIC 9(4)V9(6).

*> Probable duplicate payments - a payment row matching one already
*> posted (or already taken at the cashier's counter) on student,
*> term, amount, payment date and method is held here instead of
*> posting.  Worked by SuspenseWorkbench - same open/RELEASED
*> lifecycle as Um-Disposition on Unmatched-Payment-Rec.
FD  Duplicate-Payment-File.
01  Duplicate-Payment-Rec.
    02  Dp-Student-Number               PIC 9(7).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Term-Code                    PIC X(6).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Payment                      PIC S9(4)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Transaction-Type             PIC X.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Payment-Date                 PIC 9(8).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Payment-Method               PIC X(5).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Batch-Number                 PIC 9(6).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Matched-Source               PIC X(8).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Matched-Batch                PIC 9(6).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Date-Processed               PIC 9(8).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Disposition                  PIC X(8).
*> Foreign payments only - as on Unmatched-Payment-Rec.
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Currency-Code                PIC X(3).
    02  FILLER                          PIC X(1) VALUE SPACE.
    02  Dp-Original-Amount              PIC 9(7)V99.

*> Rolling history of posted payments, keyed on exactly the fields a
*> resent transfer or re-keyed check repeats.  Every payment this run
*> posts is added, and so is every counter payment StudFeesCashier
*> left on RECEIPT.DAT since the last run; entries older than
*> WS-Posthist-Retention-Days are aged off at the start of each run.
FD  Posted-Payment-File.
01  Posted-Payment-Rec.
    02  Pst-Key.
        03  Pst-Student-Number          PIC 9(7).
        03  Pst-Term-Code               PIC X(6).
        03  Pst-Payment-Date            PIC 9(8).
        03  Pst-Payment-Method          PIC X(5).
        03  Pst-Payment                 PIC S9(4)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.
    02  Pst-Source                      PIC X(1).
        88  Pst-From-Batch              VALUE "B".
        88  Pst-From-Cashier            VALUE "C".
    02  Pst-Batch-Number                PIC 9(6).
    02  Pst-Posted-Date                 PIC 9(8).
*> Foreign receipts - what was sent, the rate applied and the dollars
*> credited to the account (Pst-Payment is the dollars deposited).
    02  Pst-Currency-Code               PIC X(3).
    02  Pst-Original-Amount             PIC 9(7)V99.
    02  Pst-Exchange-Rate               PIC 9(4)V9(6).
    02  Pst-Credited-Amount             PIC S9(7)V99.

*> Dated exchange rates, maintained in FxRateMaint.  A rate applies
*> from its effective date until the next one for the currency.
FD  Fx-Rate-File.
01  Fx-Rate-Rec.
    02  Fx-Key.
        03  Fx-Currency-Code            PIC X(3).
        03  Fx-Effective-Date           PIC 9(8).
    02  Fx-Currency-Name                PIC X(20).
    02  Fx-Rate                         PIC 9(4)V9(6).
    02  Fx-Entered-By                   PIC X(10).
    02  Fx-Entered-Date                 PIC 9(8).

*> Unattended-run parameters - one row per program.  When a row
*> for this program is present its values are used instead of the
    02  Ah-State                        PIC X(2).
    02  Ah-Zip-Code                     PIC 9(5).

*> Address rows ReturnedMail has flagged undeliverable, keyed the
*> same as Address-History-File - a dunning letter is not printed
*> to one.
FD  Bad-Address-File.
01  Ba-Rec.
    02  Ba-Address-Key.
        03  Ba-Student-Id               PIC 9(5).
        03  Ba-Address-Type             PIC X(1).
        03  Ba-Effective-Date           PIC 9(8).
    02  Ba-Flagged-Date                 PIC 9(8).
    02  Ba-Flagged-By                   PIC X(10).
    02  Ba-Return-Count                 PIC 9(3).
    02  Ba-Last-Return-Date             PIC 9(8).
    02  Ba-Last-Mail-Piece              PIC X(10).

*> Scholarship fund master maintained by ScholarshipFundMaint - the
*> budget each waiver draws down.  Post-Waiver-Credit adds every
*> accepted waiver to Fd-Committed so the fund-balance report and
    02  Fd-Term-Budget                  PIC 9(7)V99.
    02  Fd-Committed                    PIC 9(7)V99.

*> Write-off register maintained by BadDebtWriteOff.  Money arriving
*> on a written-off account is added to Wo-Amount-Recovered here so
*> the register shows what has come back since the write-off.
FD  Write-Off-File.
01  Wo-Rec.
    02  Wo-Key.
        03  Wo-Student-Number           PIC 9(7).
        03  Wo-Term-Code                PIC X(6).
    02  Wo-Student-Name                 PIC X(30).
    02  Wo-Agency-Code                  PIC X(4).
    02  Wo-Amount                       PIC 9(7)V99.
    02  Wo-Reason                       PIC X(30).
    02  Wo-Writeoff-Status              PIC X(1).
        88  Wo-Written-Off              VALUE "W".
    02  Wo-Requested-By                 PIC X(10).
    02  Wo-Requested-Date               PIC 9(8).
    02  Wo-Approver-Id                  PIC X(10).
    02  Wo-Decision-Date                PIC 9(8).
    02  Wo-Amount-Recovered             PIC 9(7)V99.
    02  Wo-Last-Recovery-Date           PIC 9(8).

*> Sponsor coverage links maintained by SponsorMaint - one row per
*> sponsor/student/term authorizing the sponsor to cover a percentage
*> of that student/term's SM-Fees-Owed.  Loaded into a table at
    02  SM-Fee-Due-Date                 PIC 9(8).
    02  SM-Collection-Flag              PIC X.
        88  SM-In-Collections           VALUE "C".
        88  SM-Written-Off              VALUE "W".
    02  SM-Parking-Owed                 PIC 9(7).
    02  SM-Parking-Paid                 PIC 9(7)V99.
    02  SM-Bookshop-Owed                PIC 9(7).
    02  SM-Bookshop-Paid                PIC 9(7)V99.
    02  SM-Insurance-Owed               PIC 9(7).
    02  SM-Insurance-Paid               PIC 9(7)V99.

*> Count hand-back for the nightly driver's run history - label
*> and count, one per line.
FD  Step-Count-File.
01  Step-Count-Rec.
    02  Cnt-Label                       PIC X(20).
    02  FILLER                          PIC X(1).
    02  Cnt-Count                       PIC 9(9).



01  WS-Waiver-Path                      PIC X(260).
01  WS-Pendref-Path                     PIC X(260).
01  Pendref-File-Status                 PIC XX.
01  WS-Refpost-Path                     PIC X(260).
01  Refpost-File-Status                 PIC XX.
01  Planpmt-File-Status                 PIC XX.
01  WS-Planpmt-Path                     PIC X(260).
01  WS-Glextrct-Path                    PIC X(260).
01  WS-Sponlink-Path                    PIC X(260).
01  Sl-Status                           PIC XX.
01  WS-Fundmast-Path                    PIC X(260).
01  WS-Writeoff-Path                    PIC X(260).
01  WS-Duppmt-Path                      PIC X(260).
01  WS-Posthist-Path                    PIC X(260).
01  WS-Fxrate-Path                      PIC X(260).
01  WS-Addrhist-Path                    PIC X(260).
01  WS-Notifyq-Path                     PIC X(260).
01  Nq-File-Status                      PIC X(2).
01  WS-Runparms-Path                    PIC X(260).
01  Rp-File-Status                      PIC X(2).
01  WS-Stepcnt-Path                     PIC X(260).
01  WS-Runparms-Sw                      PIC X VALUE "N".
    88  Parms-From-File                 VALUE "Y".

*> as they printed before the history existed.
01  WS-Addrhist-Sw                      PIC X VALUE "N".
    88  Addrhist-Available              VALUE "Y".
01  WS-Badaddr-Path                     PIC X(260).
01  Ba-Status                           PIC XX.
    88  Ba-Rec-Found                    VALUE "00".
01  WS-Badaddr-Sw                       PIC X VALUE "N".
    88  Badaddr-Available               VALUE "Y".
01  Address-Resolution-Items.
    02  WS-Addr-Lookup-Id               PIC 9(5).
    02  WS-Addr-Found-Sw                PIC X.
        88  Mailing-Address-Found       VALUE "Y".
    02  WS-Addr-Bad-Sw                  PIC X.
        88  Address-Undeliverable       VALUE "Y".
    02  WS-Addr-Want-Type               PIC X(1).
    02  WS-Resolved-Key                 PIC X(14).
    02  WS-Resolved-Address             PIC X(30).
    02  WS-Resolved-City                PIC X(20).
    02  WS-Resolved-State               PIC X(2).
    88  Waiver-Accepted                 VALUE "Y".
01  Ct-Waivers-Rejected                 PIC 9(5) VALUE ZEROS.
01  Ct-Adjustments-Posted               PIC 9(5) VALUE ZEROS.
01  Ct-Aid-Disbursements                PIC 9(5) VALUE ZEROS.
01  Total-Aid-Disbursed                 PIC 9(7)V99 VALUE ZEROS.
01  Total-Adjustments                   PIC S9(8)V99 VALUE ZEROS.
01  Rc-File-Status                      PIC XX.
01  Dp-File-Status                      PIC XX.
01  Pst-Status                          PIC XX.
    88  Pst-Rec-Found                   VALUE "00".
    88  Pst-Rec-Not-Found               VALUE "23".
    88  End-Of-Posthist                 VALUE "10".

*> How long a posted payment stays on the history to be matched
*> against - long enough to cover a bank resending a transfer a few
*> weeks late, short enough that the file stays a working set.
01  WS-Posthist-Retention-Days          PIC 9(3) VALUE 120.
01  WS-Posthist-Purge-Date              PIC 9(8).
01  WS-Duplicate-Sw                     PIC X VALUE "N".
    88  Probable-Duplicate              VALUE "Y".
01  WS-Own-Receipt-Sw                   PIC X VALUE "N".
    88  Own-Receipt                     VALUE "Y".
01  Fx-Status                           PIC XX.
01  WS-Fxrate-Sw                        PIC X VALUE "N".
    88  Fxrate-File-Available           VALUE "Y".
01  WS-Fx-Sw                            PIC X VALUE "N".
    88  Fx-Converted                    VALUE "Y".
    88  Fx-No-Rate                      VALUE "X".
01  WS-Fx-Rate                          PIC 9(4)V9(6).
01  WS-Fx-Rate-Date                     PIC 9(8).
01  WS-Fx-Credit                        PIC S9(7)V99.
01  WS-Fx-Deposited                     PIC S9(4)V99.
01  WS-Fx-Gain-Loss                     PIC S9(7)V99.
01  WS-Fx-Posted-Before                 PIC S9(7)V99.
01  Ct-Fx-Payments                      PIC 9(5) VALUE ZEROS.
01  Total-Fx-Gain-Loss                  PIC S9(7)V99 VALUE ZEROS.
01  Ct-Posthist-Aged                    PIC 9(7) VALUE ZEROS.
01  Ct-Cashier-Receipts-Loaded          PIC 9(5) VALUE ZEROS.
01  Wo-File-Status                      PIC XX.
    88  Wo-Rec-Found                    VALUE "00".

*> An absent WRITEOFF.DAT still books recoveries correctly - only
*> the register's recovered column goes unmaintained.
01  WS-Writeoff-Sw                      PIC X VALUE "N".
    88  Writeoff-File-Available         VALUE "Y".
01  Ct-Baddebt-Recoveries               PIC 9(5) VALUE ZEROS.
01  Total-Baddebt-Recovered             PIC 9(7)V99 VALUE ZEROS.
01  WS-Adjustment-Amount                PIC 9(7)V99.
01  WS-Adjustment-Charge                PIC 9(7).

*> Sponsor coverage table, loaded once at startup from
*> Sponsor-Link-File - same table-driven lookup pattern as the
*> fee-rate table in CreateMasterFile.  An absent link file simply
*> means no sponsored students.  A link file that outgrows the table
*> stops the run rather than bill a sponsored student in full.
01  Sponsor-Link-Table.
    02  Spl-Entry OCCURS 20000 TIMES
                INDEXED BY Spl-Idx.
        03  Spl-Student-Number          PIC 9(7).
        03  Spl-Term-Code               PIC X(6).
        03  Spl-Coverage-Pct            PIC 9(3).
01  WS-Sponlink-Max                     PIC 9(5) VALUE 20000.
01  WS-Sponlink-Count                   PIC 9(5) VALUE ZEROS.
01  WS-Spon-Pct                         PIC 9(3).
01  WS-Spon-Share                       PIC 9(7)V99.
01  WS-Stud-Share                       PIC 9(7)V99.
    02  Gl-Cash-Code                    PIC X(6) VALUE "100010".
    02  Gl-Waiver-Code                  PIC X(6) VALUE "600010".
    02  Gl-Pendref-Code                 PIC X(6) VALUE "200010".
    02  Gl-Aid-Code                     PIC X(6) VALUE "600020".
    02  Gl-Baddebt-Code                 PIC X(6) VALUE "600030".
    02  Gl-Fxgain-Code                  PIC X(6) VALUE "400060".
    02  Gl-Parking-Code                 PIC X(6) VALUE "400080".
    02  Gl-Bookshop-Chg-Code            PIC X(6) VALUE "400090".
    02  Gl-Insurance-Code               PIC X(6) VALUE "400100".

01  Heading1.
    02  FILLER                          PIC X(24)  VALUE SPACES.
    02  GT-Housing-Paid                 PIC 9(9)V99 VALUE ZEROS.
    02  GT-Lab-Paid                     PIC 9(9)V99 VALUE ZEROS.
    02  GT-Library-Paid                 PIC 9(9)V99 VALUE ZEROS.
    02  GT-Parking                      PIC 9(9) VALUE ZEROS.
    02  GT-Parking-Paid                 PIC 9(9)V99 VALUE ZEROS.
    02  GT-Bookshop                     PIC 9(9) VALUE ZEROS.
    02  GT-Bookshop-Paid                PIC 9(9)V99 VALUE ZEROS.
    02  GT-Insurance                    PIC 9(9) VALUE ZEROS.
    02  GT-Insurance-Paid               PIC 9(9)V99 VALUE ZEROS.

01  Category-Paid-Total-Line.
    02  FILLER                          PIC X(28) VALUE SPACES.
    02  FILLER                          PIC XX VALUE SPACES.
    02  Cat-Tot-Library-Paid            PIC $$$,$$9.

*> Parking and bookshop charges are billed by their own offices
*> rather than assessed with the term, so each totals on a line of
*> its own beneath the four assessed categories instead of taking
*> another column.  The student health insurance premium, which only
*> full-time students carry and a waiver can remove, is treated the
*> same way.
01  Category-Parking-Total-Line.
    02  FILLER                          PIC X(28) VALUE SPACES.
    02  FILLER                          PIC X(9)  VALUE "PARKING: ".
    02  Cat-Tot-Parking                 PIC $$,$$$,$$9.
    02  FILLER                          PIC X(9)  VALUE "   PAID: ".
    02  Cat-Tot-Parking-Paid            PIC $$,$$$,$$9.

01  Category-Bookshop-Total-Line.
    02  FILLER                          PIC X(27) VALUE SPACES.
    02  FILLER                          PIC X(10) VALUE "BOOKSHOP: ".
    02  Cat-Tot-Bookshop                PIC $$,$$$,$$9.
    02  FILLER                          PIC X(9)  VALUE "   PAID: ".
    02  Cat-Tot-Bookshop-Paid           PIC $$,$$$,$$9.

01  Category-Insurance-Total-Line.
    02  FILLER                          PIC X(26) VALUE SPACES.
    02  FILLER                          PIC X(11) VALUE "INSURANCE: ".
    02  Cat-Tot-Insurance               PIC $$,$$$,$$9.
    02  FILLER                          PIC X(9)  VALUE "   PAID: ".
    02  Cat-Tot-Insurance-Paid          PIC $$,$$$,$$9.

01  Aging-Bucket-Totals.
    02  Ct-Current-Bucket               PIC 9(5) VALUE ZEROS.
    02  Amt-Current-Bucket              PIC 9(7)V99 VALUE ZEROS.
    02  Amt-60-Bucket                   PIC 9(7)V99 VALUE ZEROS.
    02  Ct-90-Bucket                    PIC 9(5) VALUE ZEROS.
    02  Amt-90-Bucket                   PIC 9(7)V99 VALUE ZEROS.
    02  Ct-Letters-Withheld             PIC 9(5) VALUE ZEROS.
    02  Amt-Letters-Withheld            PIC 9(7)V99 VALUE ZEROS.

01  WS-Aging-Items.
    02  WS-Today                        PIC 9(8).
    02  Total-Credits                   PIC 9(9)V99 VALUE ZEROS.
    02  Credit-Amount                   PIC 9(8)V99.
    02  Exception-Payment-Count         PIC 9(5) VALUE ZEROS.
    02  Duplicate-Payment-Count         PIC 9(5) VALUE ZEROS.
    02  Waiver-Count                    PIC 9(5) VALUE ZEROS.
    02  Total-Waivers                   PIC 9(7)V99 VALUE ZEROS.
    02  Total-Pendref-Amount            PIC 9(7)V99 VALUE ZEROS.

*> Payment-allocation work items.  A posted credit is spread over
*> the fee categories in the shop's priority order - late fees
*> first, then tuition, housing, lab, library, parking, bookshop - so
*> a partial payment provably covered specific charges.  A negative amount (a
*> refund) unwinds in the reverse order.  Anything left after every category
*> is satisfied stays unallocated and shows as overpayment credit.
01  Allocation-Items.
    02  WS-Alloc-Amount                 PIC S9(6)V99.
*> posting loop.  Payments outside any header/trailer wrap (older
*> unbatched files) post exactly as they always have.
01  Batch-Control-Items.
    02  WS-Refused-Batch-Max            PIC 9(2) VALUE 99.
    02  WS-Refused-Batch-Count          PIC 9(2) VALUE ZEROS.
*> Every producer stamps the business date as its batch number, so
*> the number alone is shared across same-day origins - a refused
*> batch is identified by (origin, number), never number alone.
    02  Refused-Batch-Table.
        03  Refused-Batch-Entry OCCURS 99 TIMES
                    INDEXED BY Rb-Idx.
            04  Refused-Batch-Num       PIC 9(6).
            04  Refused-Batch-Origin    PIC X(8).
        03  FILLER                      PIC X(40)
              VALUE "SANITY-THRESHOLD REJECTS (EXCPPMT.DAT):".
        03  Prn-Exception-Count         PIC ZZZZ9.
    02  Bal-Duplicate-Line.
        03  FILLER                      PIC X(40)
              VALUE "PROBABLE DUPLICATES (SEE DUPPMT.DAT) : ".
        03  Prn-Duplicate-Count         PIC ZZZZ9.
    02  Bal-Pendref-Line.
        03  FILLER                      PIC X(40)
              VALUE "REFUNDS AWAITING APPROVAL (PENDREF.DAT):".
        03  Prn-Waivers-Rejected        PIC ZZZZ9.
    02  Bal-Adjustment-Line.
        03  FILLER                      PIC X(40)
              VALUE "CHARGE ADJUSTMENTS POSTED (NET) .....: ".
        03  Prn-Adjustments-Posted      PIC ZZZZ9.
        03  FILLER                      PIC X(5) VALUE " AT  ".
        03  Prn-Total-Adjustments       PIC -$$,$$$,$$9.99.
    02  Bal-Aid-Line.
        03  FILLER                      PIC X(40)
              VALUE "FINANCIAL AID DISBURSED .............: ".
        03  Prn-Aid-Count               PIC ZZZZ9.
        03  FILLER                      PIC X(5) VALUE " AT  ".
        03  Prn-Total-Aid               PIC $$,$$$,$$9.99.
    02  Bal-Recovery-Line.
        03  FILLER                      PIC X(40)
              VALUE "BAD-DEBT RECOVERIES (IN POSTED) .....: ".
        03  Prn-Recovery-Count          PIC ZZZZ9.
        03  FILLER                      PIC X(5) VALUE " AT  ".
        03  Prn-Total-Recovered         PIC $$,$$$,$$9.99.
    02  Bal-Fx-Line.
        03  FILLER                      PIC X(40)
              VALUE "FOREIGN RECEIPTS - EXCH GAIN/(LOSS) .: ".
        03  Prn-Fx-Count                PIC ZZZZ9.
        03  FILLER                      PIC X(5) VALUE " AT  ".
        03  Prn-Total-Fx-Gain-Loss      PIC -$$,$$$,$$9.99.

PROCEDURE DIVISION.
Update-And-Report.
    IF Ah-Status = "00"
        MOVE "Y" TO WS-Addrhist-Sw
    END-IF.
    OPEN INPUT Bad-Address-File.
    IF Ba-Status = "00"
        MOVE "Y" TO WS-Badaddr-Sw
    END-IF.
    OPEN I-O Fund-Master-File.
    IF Fd-Status = "00"
        MOVE "Y" TO WS-Fund-File-Sw
        DISPLAY "No scholarship fund file - waiver budgets not "
            "enforced."
    END-IF.
    OPEN I-O Write-Off-File.
    IF Wo-File-Status = "00"
        MOVE "Y" TO WS-Writeoff-Sw
    END-IF.
    OPEN INPUT Student-Payment-File.
    OPEN OUTPUT Print-File.
    PERFORM Echo-Run-Parameters.
    IF Exc-File-Status = "05" OR Exc-File-Status = "35"
        OPEN OUTPUT Exception-Payment-File
    END-IF.
    OPEN EXTEND Duplicate-Payment-File.
    IF Dp-File-Status = "05" OR Dp-File-Status = "35"
        OPEN OUTPUT Duplicate-Payment-File
    END-IF.
*> The payment history must take in the cashier's counter receipts
*> before this run's OPEN OUTPUT starts RECEIPT.DAT afresh.
    PERFORM Open-Posted-Payments.
    OPEN INPUT Fx-Rate-File.
    IF Fx-Status = "00"
        MOVE "Y" TO WS-Fxrate-Sw
    END-IF.
    PERFORM Load-Cashier-Receipts.
    OPEN OUTPUT Receipt-File.
    OPEN OUTPUT Waiver-File.
*> The pending-approval queue persists across runs - refunds still
    IF Pendref-File-Status = "35"
        OPEN OUTPUT Pending-Refund-File
    END-IF.
*> Kept across runs too - the segregation-of-duties report reads
*> the whole history.
    OPEN EXTEND Refund-Post-File.
    IF Refpost-File-Status = "35"
        OPEN OUTPUT Refund-Post-File
    END-IF.
*> Same cross-run queue lifecycle as PENDREF.DAT above: payment
*> notes StudFeesPaymentPlan's maintenance mode has not consumed
*> yet must survive the next nightly run - it deletes the file
    MOVE GT-Library-Paid TO Cat-Tot-Library-Paid.
    WRITE Print-Line FROM Category-Paid-Total-Line
        AFTER ADVANCING 1 LINE.
    MOVE GT-Parking TO Cat-Tot-Parking.
    MOVE GT-Parking-Paid TO Cat-Tot-Parking-Paid.
    WRITE Print-Line FROM Category-Parking-Total-Line
        AFTER ADVANCING 1 LINE.
    MOVE GT-Bookshop TO Cat-Tot-Bookshop.
    MOVE GT-Bookshop-Paid TO Cat-Tot-Bookshop-Paid.
    WRITE Print-Line FROM Category-Bookshop-Total-Line
        AFTER ADVANCING 1 LINE.
    MOVE GT-Insurance TO Cat-Tot-Insurance.
    MOVE GT-Insurance-Paid TO Cat-Tot-Insurance-Paid.
    WRITE Print-Line FROM Category-Insurance-Total-Line
        AFTER ADVANCING 1 LINE.

    PERFORM Print-Balancing-Report.
    PERFORM Print-GL-Extract.
    CLOSE Student-Master-File, Print-File, Student-Payment-File,
          Unmatched-Payment-File, Exception-Payment-File, Receipt-File,
          Waiver-File, Pending-Refund-File, Refund-Post-File,
          Plan-Payment-File, Gl-Extract-File, Dunning-Letter-File,
          Posting-Journal-File, Duplicate-Payment-File,
          Posted-Payment-File.
    IF Fxrate-File-Available
        CLOSE Fx-Rate-File
    END-IF.
    IF Fund-File-Available
        CLOSE Fund-Master-File
    END-IF.
    IF Writeoff-File-Available
        CLOSE Write-Off-File
    END-IF.
    IF Addrhist-Available
        CLOSE Address-History-File
    END-IF.
    IF Badaddr-Available
        CLOSE Bad-Address-File
    END-IF.
    PERFORM Write-Step-Counts.
    STOP RUN.

Write-Step-Counts.
    OPEN OUTPUT Step-Count-File.
    MOVE SPACES TO Step-Count-Rec.
    MOVE "PAYMENT BATCHES" TO Cnt-Label.
    MOVE Ct-Batches-Seen TO Cnt-Count.
    WRITE Step-Count-Rec.
    MOVE SPACES TO Step-Count-Rec.
    MOVE "PAYMENTS UNMATCHED" TO Cnt-Label.
    MOVE Unmatched-Payment-Count TO Cnt-Count.
    WRITE Step-Count-Rec.
    MOVE SPACES TO Step-Count-Rec.
    MOVE "PAYMENT EXCEPTIONS" TO Cnt-Label.
    MOVE Exception-Payment-Count TO Cnt-Count.
    WRITE Step-Count-Rec.
    CLOSE Step-Count-File.


Update-Master-File.
    EVALUATE TRUE
    END-PERFORM.

Post-One-Payment.
    MOVE "N" TO WS-Fx-Sw.
    IF (SP-Is-Payment AND SP-Payment < ZERO)
       OR (SP-Is-Refund AND SP-Payment > ZERO)
       OR (SP-Is-Waiver AND SP-Payment < ZERO)
       OR (SP-Is-Aid-Disbursement AND SP-Payment < ZERO)
        DISPLAY "Warning: transaction type/sign mismatch for student "
            SP-Student-Number
    END-IF.
*>      Cash read accrues before the master lookup so a payment that
*>      matches no student still shows up in READ and throws the
*>      balancing report out - that mismatch is exactly what the
*>      reconciliation exists to catch.  Waivers, aid and queued
*>      refunds are excluded; they have their own balancing lines.
        IF NOT SP-Is-Waiver AND NOT SP-Is-Adjustment
           AND NOT SP-Is-Aid-Disbursement
           AND NOT (SP-Is-Refund
               AND WS-Refund-Amount-Abs > WS-Refund-Approval-Threshold)
            ADD SP-Payment TO Bal-Payments-Read
        END-READ
        MOVE SM-Rec TO WS-Before-Image
        IF SM-Rec-Found
            PERFORM Check-Duplicate-Payment
            IF Probable-Duplicate
                PERFORM Write-Duplicate-Payment
            ELSE
            MOVE Bal-Payments-Posted TO WS-Fx-Posted-Before
            IF SP-Is-Payment AND SP-Currency-Code NOT = SPACES
               AND SP-Currency-Code NOT = "USD"
                PERFORM Convert-Foreign-Payment
            END-IF
            IF Fx-No-Rate
                PERFORM Write-Fx-Exception
            ELSE
            IF SP-Is-Adjustment
                PERFORM Post-Charge-Adjustment
            ELSE
            IF SP-Is-Waiver
                PERFORM Post-Waiver-Credit
            ELSE
            IF SP-Is-Aid-Disbursement
                PERFORM Post-Aid-Credit
            ELSE
            IF SP-Is-Payment AND SM-Written-Off
                PERFORM Post-Bad-Debt-Recovery
            ELSE
                IF SP-Is-Refund
                   AND WS-Refund-Amount-Abs > WS-Refund-Approval-Threshold
                                PERFORM Write-Payment-Receipt
                                IF SP-Is-Payment
                                    PERFORM Write-Plan-Payment-Note
                                    PERFORM Record-Posted-Payment
                                END-IF
                                IF SP-Is-Refund
                                    PERFORM Write-Refund-Post
                                END-IF
                        END-REWRITE
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        ELSE
            PERFORM Write-Unmatched-Payment
        END-IF
        IF Fx-Converted AND Bal-Payments-Posted NOT = WS-Fx-Posted-Before
            PERFORM Book-Exchange-Difference
        END-IF
    END-IF.

Post-Charge-Adjustment.
*>  A drop credit: reduces the tuition (or lab) charge, and the
*>  lump SM-Fees-Owed with it, capped at what is actually still
*>  charged so a stale adjustment can never drive a charge
*>  negative.  A negative amount is an add re-bill and raises the
*>  charge instead.
    MOVE SP-Payment TO WS-Adjustment-Amount.
    IF SP-Payment-Method = "LAB"
        MOVE SM-Lab-Owed TO WS-Adjustment-Charge
    ELSE
        MOVE SM-Tuition-Owed TO WS-Adjustment-Charge
    END-IF.
    IF SP-Payment < ZERO
        ADD WS-Adjustment-Amount TO WS-Adjustment-Charge
        ADD WS-Adjustment-Amount TO SM-Fees-Owed
    ELSE
        IF WS-Adjustment-Amount > WS-Adjustment-Charge
            MOVE WS-Adjustment-Charge TO WS-Adjustment-Amount
        END-IF
        SUBTRACT WS-Adjustment-Amount FROM WS-Adjustment-Charge
        SUBTRACT WS-Adjustment-Amount FROM SM-Fees-Owed
    END-IF.
    IF SP-Payment-Method = "LAB"
        MOVE WS-Adjustment-Charge TO SM-Lab-Owed
    ELSE
        MOVE WS-Adjustment-Charge TO SM-Tuition-Owed
    END-IF.
    MOVE SP-Transaction-Type TO WS-Jrn-Type.
    MOVE SP-Payment TO WS-Jrn-Amount.
    PERFORM Write-Journal-Entry.
            PERFORM Check-Fatal-Status
        NOT INVALID KEY
            ADD 1 TO Ct-Adjustments-Posted
            IF SP-Payment < ZERO
                SUBTRACT WS-Adjustment-Amount FROM Total-Adjustments
            ELSE
                ADD WS-Adjustment-Amount TO Total-Adjustments
            END-IF
    END-REWRITE.

Validate-Payment-Batches.
    ELSE
        DISPLAY "WARNING: refused-batch table full - batch "
            WS-Current-Batch-Num " cannot be tracked; run aborted."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Ct-Batches-Refused.
    IF WS-Pendref-Path = SPACES
        MOVE "C:\Users\peebs\data\PENDREF.DAT" TO WS-Pendref-Path
    END-IF.
    ACCEPT WS-Refpost-Path FROM ENVIRONMENT "REFPOST_PATH".
    IF WS-Refpost-Path = SPACES
        MOVE "REFPOST.DAT" TO WS-Refpost-Path
    END-IF.
    ACCEPT WS-Planpmt-Path FROM ENVIRONMENT "PLANPMT_PATH".
    IF WS-Planpmt-Path = SPACES
        MOVE "C:\Users\peebs\data\PLANPMT.DAT" TO WS-Planpmt-Path
    IF WS-Fundmast-Path = SPACES
        MOVE "C:\Users\peebs\data\FUNDMAST.DAT" TO WS-Fundmast-Path
    END-IF.
    ACCEPT WS-Duppmt-Path FROM ENVIRONMENT "DUPPMT_PATH".
    IF WS-Duppmt-Path = SPACES
        MOVE "C:\Users\peebs\data\DUPPMT.DAT" TO WS-Duppmt-Path
    END-IF.
    ACCEPT WS-Fxrate-Path FROM ENVIRONMENT "FXRATE_PATH".
    IF WS-Fxrate-Path = SPACES
        MOVE "C:\Users\peebs\data\FXRATE.DAT" TO WS-Fxrate-Path
    END-IF.
    ACCEPT WS-Posthist-Path FROM ENVIRONMENT "POSTHIST_PATH".
    IF WS-Posthist-Path = SPACES
        MOVE "C:\Users\peebs\data\POSTHIST.DAT" TO WS-Posthist-Path
    END-IF.
    ACCEPT WS-Writeoff-Path FROM ENVIRONMENT "WRITEOFF_PATH".
    IF WS-Writeoff-Path = SPACES
        MOVE "WRITEOFF.DAT" TO WS-Writeoff-Path
    END-IF.
    ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
    IF WS-Addrhist-Path = SPACES
        MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
    END-IF.
    ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
    IF WS-Badaddr-Path = SPACES
        MOVE "BADADDR.DAT" TO WS-Badaddr-Path
    END-IF.
    ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
    IF WS-Notifyq-Path = SPACES
        MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
    IF WS-Runparms-Path = SPACES
        MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
    END-IF.
    ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
    IF WS-Stepcnt-Path = SPACES
        MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
    END-IF.

Get-As-Of-Date-Range.
    IF Parms-From-File
        END-REWRITE
    END-IF.

Post-Aid-Credit.
*> Aid was already proven eligible by FinAidDisburse, so it posts
*> straight through - allocated like any credit, but kept out of the
*> cash totals and booked to the aid GL line, so Finance can tell
*> aid from money the student actually paid.
    ADD SP-Payment TO SM-Amount-Paid.
    MOVE SP-Payment TO WS-Alloc-Amount.
    PERFORM Allocate-Payment-To-Categories.
    MOVE SP-Transaction-Type TO WS-Jrn-Type.
    MOVE SP-Payment TO WS-Jrn-Amount.
    PERFORM Write-Journal-Entry.
    REWRITE SM-Rec
        INVALID KEY
            MOVE SM-File-Status TO WS-Chk-Status
            MOVE "REWRITE Student-Master-File (posting aid)"
                TO WS-Chk-Context
            PERFORM Check-Fatal-Status
        NOT INVALID KEY
            ADD 1 TO Ct-Aid-Disbursements
            ADD SP-Payment TO Total-Aid-Disbursed
    END-REWRITE.

Post-Bad-Debt-Recovery.
*> The balance on a written-off account was already cleared to bad
*> debt, so money that turns up later must not reduce it again.  The
*> cash is posted and receipted like any payment - it is in the bank
*> - but the master record is left alone and the amount is booked
*> back against the bad-debt expense line instead of receivables.
    ADD SP-Payment TO Bal-Payments-Posted.
    ADD 1 TO Ct-Baddebt-Recoveries.
    ADD SP-Payment TO Total-Baddebt-Recovered.
    PERFORM Write-Payment-Receipt.
    PERFORM Record-Posted-Payment.
    IF Writeoff-File-Available
        MOVE SM-Student-Number TO Wo-Student-Number
        MOVE SM-Term-Code TO Wo-Term-Code
        READ Write-Off-File
            KEY IS Wo-Key
            INVALID KEY MOVE "23" TO Wo-File-Status
        END-READ
        IF Wo-Rec-Found
            ADD SP-Payment TO Wo-Amount-Recovered
            MOVE SP-Payment-Date TO Wo-Last-Recovery-Date
            REWRITE Wo-Rec
                INVALID KEY
                    MOVE Wo-File-Status TO WS-Chk-Status
                    MOVE "REWRITE Write-Off-File (recovery)"
                        TO WS-Chk-Context
                    PERFORM Check-Fatal-Status
            END-REWRITE
        END-IF
    END-IF.

Check-Waiver-Fund.
    MOVE "Y" TO WS-Waiver-Ok-Sw.
    MOVE ZEROS TO WS-Fund-Remaining.
        PERFORM Alloc-Housing
        PERFORM Alloc-Lab
        PERFORM Alloc-Library
        PERFORM Alloc-Parking
        PERFORM Alloc-Bookshop
        PERFORM Alloc-Insurance
    ELSE
        COMPUTE WS-Alloc-Remaining = WS-Alloc-Amount * -1
        PERFORM Dealloc-Insurance
        PERFORM Dealloc-Bookshop
        PERFORM Dealloc-Parking
        PERFORM Dealloc-Library
        PERFORM Dealloc-Lab
        PERFORM Dealloc-Housing
    ADD WS-Alloc-Take TO SM-Library-Paid.
    SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

Alloc-Parking.
    COMPUTE WS-Alloc-Open = SM-Parking-Owed - SM-Parking-Paid.
    IF WS-Alloc-Open < ZERO
        MOVE ZEROS TO WS-Alloc-Open
    END-IF.
    IF WS-Alloc-Remaining < WS-Alloc-Open
        MOVE WS-Alloc-Remaining TO WS-Alloc-Take
    ELSE
        MOVE WS-Alloc-Open TO WS-Alloc-Take
    END-IF.
    ADD WS-Alloc-Take TO SM-Parking-Paid.
    SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

Alloc-Bookshop.
    COMPUTE WS-Alloc-Open = SM-Bookshop-Owed - SM-Bookshop-Paid.
    IF WS-Alloc-Open < ZERO
        MOVE ZEROS TO WS-Alloc-Open
    END-IF.
    IF WS-Alloc-Remaining < WS-Alloc-Open
        MOVE WS-Alloc-Remaining TO WS-Alloc-Take
    ELSE
        MOVE WS-Alloc-Open TO WS-Alloc-Take
    END-IF.
    ADD WS-Alloc-Take TO SM-Bookshop-Paid.
    SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

Alloc-Insurance.
    COMPUTE WS-Alloc-Open = SM-Insurance-Owed - SM-Insurance-Paid.
    IF WS-Alloc-Open < ZERO
        MOVE ZEROS TO WS-Alloc-Open
    END-IF.
    IF WS-Alloc-Remaining < WS-Alloc-Open
        MOVE WS-Alloc-Remaining TO WS-Alloc-Take
    ELSE
        MOVE WS-Alloc-Open TO WS-Alloc-Take
    END-IF.
    ADD WS-Alloc-Take TO SM-Insurance-Paid.
    SUBTRACT WS-Alloc-Take FROM WS-Alloc-Remaining.

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
    MOVE WS-Refund-Amount-Abs TO Pr-Refund-Amount.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Pr-Requested-Date.
    MOVE "PENDING" TO Pr-Status.
    MOVE SP-Approver-Id TO Pr-Requested-By.
    WRITE Pending-Refund-Rec.

Write-Refund-Post.
    MOVE SPACES TO Refund-Post-Rec.
    MOVE SP-Student-Number TO Rf-Student-Number.
    MOVE SP-Term-Code TO Rf-Term-Code.
    MOVE WS-Refund-Amount-Abs TO Rf-Refund-Amount.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Rf-Posted-Date.
    MOVE SP-Approver-Id TO Rf-Requested-By.
    MOVE SP-Payment-Method TO Rf-Payment-Method.
    WRITE Refund-Post-Rec.

Write-Unmatched-Payment.
    MOVE SPACES TO Unmatched-Payment-Rec.
    ADD 1 TO Unmatched-Payment-Count.
    MOVE SP-Payment TO Um-Payment.
    MOVE SP-Transaction-Type TO Um-Transaction-Type.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Um-Date-Processed.
    IF SP-Currency-Code NOT = SPACES AND SP-Currency-Code NOT = "USD"
        MOVE SP-Currency-Code TO Um-Currency-Code
        MOVE SP-Original-Amount TO Um-Original-Amount
        MOVE SP-Payment-Date TO Um-Payment-Date
    END-IF.
    WRITE Unmatched-Payment-Rec.

*> Only ordinary payments are matched - refunds, waivers, aid and
*> adjustments are system-generated.  An item SuspenseWorkbench has
*> released (method SUSP) was already judged by a clerk and posts.
Check-Duplicate-Payment.
    MOVE "N" TO WS-Duplicate-Sw.
    IF SP-Is-Payment AND SP-Payment-Method NOT = "SUSP"
        MOVE SP-Student-Number TO Pst-Student-Number
        MOVE SP-Term-Code TO Pst-Term-Code
        MOVE SP-Payment-Date TO Pst-Payment-Date
        MOVE SP-Payment-Method TO Pst-Payment-Method
        MOVE SP-Payment TO Pst-Payment
        READ Posted-Payment-File
            KEY IS Pst-Key
            INVALID KEY MOVE "23" TO Pst-Status
        END-READ
        IF Pst-Rec-Found
            MOVE "Y" TO WS-Duplicate-Sw
        END-IF
    END-IF.

Write-Duplicate-Payment.
    MOVE SPACES TO Duplicate-Payment-Rec.
    ADD 1 TO Duplicate-Payment-Count.
    MOVE SP-Student-Number TO Dp-Student-Number.
    MOVE SP-Term-Code TO Dp-Term-Code.
    MOVE SP-Payment TO Dp-Payment.
    MOVE SP-Transaction-Type TO Dp-Transaction-Type.
    MOVE SP-Payment-Date TO Dp-Payment-Date.
    MOVE SP-Payment-Method TO Dp-Payment-Method.
    MOVE WS-Current-Batch-Num TO Dp-Batch-Number.
    IF Pst-From-Cashier
        MOVE "CASHIER" TO Dp-Matched-Source
    ELSE
        MOVE "POSTED" TO Dp-Matched-Source
    END-IF.
    MOVE Pst-Batch-Number TO Dp-Matched-Batch.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Dp-Date-Processed.
    IF SP-Currency-Code NOT = SPACES AND SP-Currency-Code NOT = "USD"
        MOVE SP-Currency-Code TO Dp-Currency-Code
        MOVE SP-Original-Amount TO Dp-Original-Amount
    END-IF.
    WRITE Duplicate-Payment-Rec.
    DISPLAY "Probable duplicate payment held for student "
        SP-Student-Number " - see DUPPMT.DAT".

*> A key already on file means the same payment was taken twice in
*> a way the check above let through (a released suspense item
*> matching its own original) - the first entry is enough.
Record-Posted-Payment.
    MOVE SP-Student-Number TO Pst-Student-Number.
    MOVE SP-Term-Code TO Pst-Term-Code.
    MOVE SP-Payment-Date TO Pst-Payment-Date.
    MOVE SP-Payment-Method TO Pst-Payment-Method.
    MOVE SP-Payment TO Pst-Payment.
    MOVE "B" TO Pst-Source.
    MOVE WS-Current-Batch-Num TO Pst-Batch-Number.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Pst-Posted-Date.
    MOVE SPACES TO Pst-Currency-Code.
    MOVE ZEROS TO Pst-Original-Amount Pst-Exchange-Rate.
    MOVE SP-Payment TO Pst-Credited-Amount.
    IF Fx-Converted
        MOVE WS-Fx-Deposited TO Pst-Payment
        MOVE SP-Currency-Code TO Pst-Currency-Code
        MOVE SP-Original-Amount TO Pst-Original-Amount
        MOVE WS-Fx-Rate TO Pst-Exchange-Rate
    END-IF.
    WRITE Posted-Payment-Rec
        INVALID KEY
            MOVE Pst-Status TO WS-Chk-Status
            MOVE "WRITE Posted-Payment-File" TO WS-Chk-Context
            PERFORM Check-Fatal-Status
    END-WRITE.

Open-Posted-Payments.
    OPEN I-O Posted-Payment-File.
    IF Pst-Status = "05" OR Pst-Status = "35"
        CLOSE Posted-Payment-File
        OPEN OUTPUT Posted-Payment-File
        CLOSE Posted-Payment-File
        OPEN I-O Posted-Payment-File
    END-IF.
    MOVE Pst-Status TO WS-Chk-Status.
    MOVE "OPEN Posted-Payment-File" TO WS-Chk-Context.
    PERFORM Check-Fatal-Status.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
    COMPUTE WS-Posthist-Purge-Date = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-Today)
        - WS-Posthist-Retention-Days).
    MOVE LOW-VALUES TO Pst-Key.
    START Posted-Payment-File
        KEY IS NOT LESS THAN Pst-Key
        INVALID KEY MOVE "10" TO Pst-Status
    END-START.
    PERFORM UNTIL End-Of-Posthist
        READ Posted-Payment-File NEXT RECORD
            AT END MOVE "10" TO Pst-Status
            NOT AT END
                IF Pst-Posted-Date < WS-Posthist-Purge-Date
                    DELETE Posted-Payment-File RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                    ADD 1 TO Ct-Posthist-Aged
                END-IF
        END-READ
    END-PERFORM.

*> Counter payments never pass through STUDPAY.DAT, so the receipt
*> line StudFeesCashier appended is the only record of them.  The
*> receipt's processed date is the day the cashier took the money.
*> RECEIPT.DAT also still holds the last run's own receipts; those
*> are already on the history as batch entries and are passed over.
Load-Cashier-Receipts.
    OPEN INPUT Receipt-File.
    IF Rc-File-Status = "00"
        PERFORM UNTIL Rc-File-Status NOT = "00"
            READ Receipt-File
                AT END MOVE "10" TO Rc-File-Status
                NOT AT END PERFORM Load-One-Cashier-Receipt
            END-READ
        END-PERFORM
        CLOSE Receipt-File
    END-IF.

Load-One-Cashier-Receipt.
    PERFORM Check-Own-Receipt.
    IF Own-Receipt
        EXIT PARAGRAPH
    END-IF.
    MOVE Rc-Student-Number TO Pst-Student-Number.
    MOVE Rc-Term-Code TO Pst-Term-Code.
    MOVE Rc-Date-Processed TO Pst-Payment-Date.
    MOVE Rc-Payment-Method TO Pst-Payment-Method.
    MOVE Rc-Payment TO Pst-Payment.
    MOVE "C" TO Pst-Source.
    MOVE ZEROS TO Pst-Batch-Number.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Pst-Posted-Date.
    MOVE SPACES TO Pst-Currency-Code.
    MOVE ZEROS TO Pst-Original-Amount Pst-Exchange-Rate.
    MOVE Rc-Payment TO Pst-Credited-Amount.
    WRITE Posted-Payment-Rec
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO Ct-Cashier-Receipts-Loaded
    END-WRITE.

Check-Own-Receipt.
    MOVE "N" TO WS-Own-Receipt-Sw.
    MOVE LOW-VALUES TO Pst-Key.
    MOVE Rc-Student-Number TO Pst-Student-Number.
    MOVE Rc-Term-Code TO Pst-Term-Code.
    START Posted-Payment-File
        KEY IS NOT LESS THAN Pst-Key
        INVALID KEY MOVE "10" TO Pst-Status
        NOT INVALID KEY MOVE "00" TO Pst-Status
    END-START.
    PERFORM UNTIL Pst-Status NOT = "00" OR Own-Receipt
        READ Posted-Payment-File NEXT RECORD
            AT END MOVE "10" TO Pst-Status
            NOT AT END
                IF Pst-Student-Number NOT = Rc-Student-Number
                   OR Pst-Term-Code NOT = Rc-Term-Code
                    MOVE "10" TO Pst-Status
                ELSE
                    IF Pst-From-Batch
                       AND Pst-Posted-Date = Rc-Date-Processed
                       AND Pst-Payment = Rc-Payment
                       AND Pst-Payment-Method = Rc-Payment-Method
                        MOVE "Y" TO WS-Own-Receipt-Sw
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Credits the account at the rate in effect on the payment date -
*> the latest FXRATE.DAT row for the currency not after that date.
*> From here on SP-Payment is the credited amount, so the posting
*> chain below allocates, journals and threshold-checks it as usual;
*> WS-Fx-Deposited keeps the bank's dollars for cash and history.
Convert-Foreign-Payment.
    MOVE "X" TO WS-Fx-Sw.
    MOVE ZEROS TO WS-Fx-Rate WS-Fx-Rate-Date.
    IF NOT Fxrate-File-Available
        EXIT PARAGRAPH
    END-IF.
    MOVE SP-Currency-Code TO Fx-Currency-Code.
    MOVE ZEROS TO Fx-Effective-Date.
    START Fx-Rate-File
        KEY IS NOT LESS THAN Fx-Key
        INVALID KEY MOVE "10" TO Fx-Status
        NOT INVALID KEY MOVE "00" TO Fx-Status
    END-START.
    PERFORM UNTIL Fx-Status NOT = "00"
        READ Fx-Rate-File NEXT RECORD
            AT END MOVE "10" TO Fx-Status
            NOT AT END
                IF Fx-Currency-Code NOT = SP-Currency-Code
                   OR Fx-Effective-Date > SP-Payment-Date
                    MOVE "10" TO Fx-Status
                ELSE
                    MOVE Fx-Rate TO WS-Fx-Rate
                    MOVE Fx-Effective-Date TO WS-Fx-Rate-Date
                END-IF
        END-READ
    END-PERFORM.
    IF WS-Fx-Rate = ZEROS
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-Fx-Credit ROUNDED = SP-Original-Amount * WS-Fx-Rate.
    IF WS-Fx-Credit > 9999.99
        EXIT PARAGRAPH
    END-IF.
    MOVE SP-Payment TO WS-Fx-Deposited.
    MOVE WS-Fx-Credit TO SP-Payment.
    MOVE "Y" TO WS-Fx-Sw.

Write-Fx-Exception.
    MOVE ZEROS TO WS-Would-Be-Paid WS-Threshold-Amount.
    IF WS-Fx-Rate = ZEROS
        MOVE "NO EXCHANGE RATE ON FILE" TO WS-Exception-Reason
    ELSE
        MOVE "CONVERTED AMOUNT TOO LARGE" TO WS-Exception-Reason
    END-IF.
    PERFORM Write-Exception-Payment.
    DISPLAY "Foreign payment held for student " SP-Student-Number
        " (" SP-Currency-Code ") - see EXCPPMT.DAT".

*> Cash is what the bank credited, the account what the rate says
*> was sent; the gap is booked as exchange gain (bank gave more) or
*> loss (rate moved against us, or a correspondent bank took a fee).
*> It goes into Bal-Payments-Posted so POSTED still balances to the
*> deposited dollars READ counted.
Book-Exchange-Difference.
    COMPUTE WS-Fx-Gain-Loss = WS-Fx-Deposited - WS-Fx-Credit.
    ADD WS-Fx-Gain-Loss TO Bal-Payments-Posted.
    ADD WS-Fx-Gain-Loss TO Total-Fx-Gain-Loss.
    ADD 1 TO Ct-Fx-Payments.

Write-Exception-Payment.
    MOVE SPACES TO Exception-Payment-Rec.
    ADD 1 TO Exception-Payment-Count.
    MOVE WS-Threshold-Amount TO Exc-Threshold-Amount.
    MOVE FUNCTION CURRENT-DATE(1:8) TO Exc-Date-Processed.
    MOVE WS-Exception-Reason TO Exc-Reason.
    IF SP-Currency-Code NOT = SPACES AND SP-Currency-Code NOT = "USD"
        MOVE SP-Currency-Code TO Exc-Currency-Code
        MOVE SP-Original-Amount TO Exc-Original-Amount
        MOVE SP-Payment-Date TO Exc-Payment-Date
        IF Fx-Converted
            MOVE WS-Fx-Deposited TO Exc-Payment
        END-IF
    END-IF.
    WRITE Exception-Payment-Rec.
    MOVE "EXCEEDS SANITY THRESHOLD" TO WS-Exception-Reason.

    MOVE FUNCTION CURRENT-DATE(1:8) TO Rc-Date-Processed.
    MOVE Gl-Cash-Code TO Rc-Gl-Code.
    MOVE SP-Payment-Method TO Rc-Payment-Method.
    IF Fx-Converted
        MOVE WS-Fx-Deposited TO Rc-Payment
        MOVE SP-Currency-Code TO Rc-Currency-Code
        MOVE SP-Original-Amount TO Rc-Original-Amount
        MOVE WS-Fx-Rate TO Rc-Exchange-Rate
    END-IF.
    WRITE Receipt-Rec.

Print-Balancing-Report.
    WRITE Print-Line FROM Bal-Unmatched-Line AFTER ADVANCING 2 LINES.
    MOVE Exception-Payment-Count TO Prn-Exception-Count.
    WRITE Print-Line FROM Bal-Exception-Line AFTER ADVANCING 1 LINE.
    MOVE Duplicate-Payment-Count TO Prn-Duplicate-Count.
    WRITE Print-Line FROM Bal-Duplicate-Line AFTER ADVANCING 1 LINE.
    MOVE Pending-Refund-Count TO Prn-Pendref-Count.
    WRITE Print-Line FROM Bal-Pendref-Line AFTER ADVANCING 1 LINE.
    MOVE Waiver-Count TO Prn-Waiver-Count.
    MOVE Ct-Adjustments-Posted TO Prn-Adjustments-Posted.
    MOVE Total-Adjustments TO Prn-Total-Adjustments.
    WRITE Print-Line FROM Bal-Adjustment-Line AFTER ADVANCING 1 LINE.
    MOVE Ct-Aid-Disbursements TO Prn-Aid-Count.
    MOVE Total-Aid-Disbursed TO Prn-Total-Aid.
    WRITE Print-Line FROM Bal-Aid-Line AFTER ADVANCING 1 LINE.
    MOVE Ct-Baddebt-Recoveries TO Prn-Recovery-Count.
    MOVE Total-Baddebt-Recovered TO Prn-Total-Recovered.
    WRITE Print-Line FROM Bal-Recovery-Line AFTER ADVANCING 1 LINE.
    MOVE Ct-Fx-Payments TO Prn-Fx-Count.
    MOVE Total-Fx-Gain-Loss TO Prn-Total-Fx-Gain-Loss.
    WRITE Print-Line FROM Bal-Fx-Line AFTER ADVANCING 1 LINE.

Print-GL-Extract.
*>  The category receivable lines are whole-file balances as of this
    MOVE "LIBRARY RECEIVABLE" TO Gl-Description.
    MOVE GT-Library TO Gl-Amount.
    PERFORM Write-One-Gl-Line.
    MOVE Gl-Parking-Code TO Gl-Code.
    MOVE "PARKING RECEIVABLE" TO Gl-Description.
    MOVE GT-Parking TO Gl-Amount.
    PERFORM Write-One-Gl-Line.
    MOVE Gl-Bookshop-Chg-Code TO Gl-Code.
    MOVE "BOOKSHOP RECEIVABLE" TO Gl-Description.
    MOVE GT-Bookshop TO Gl-Amount.
    PERFORM Write-One-Gl-Line.
    MOVE Gl-Insurance-Code TO Gl-Code.
    MOVE "INSURANCE RECEIVABLE" TO Gl-Description.
    MOVE GT-Insurance TO Gl-Amount.
    PERFORM Write-One-Gl-Line.
    MOVE "MOVEMNT" TO Gl-Basis.
    MOVE Gl-Latefee-Code TO Gl-Code.
    MOVE "LATE FEES ASSESSED" TO Gl-Description.
    MOVE "REFUNDS PENDING" TO Gl-Description.
    MOVE Total-Pendref-Amount TO Gl-Amount.
    PERFORM Write-One-Gl-Line.
    MOVE Gl-Aid-Code TO Gl-Code.
    MOVE "FINANCIAL AID" TO Gl-Description.
    MOVE Total-Aid-Disbursed TO Gl-Amount.
    PERFORM Write-One-Gl-Line.
*>  Recoveries are already inside CASH RECEIVED; this line credits
*>  them back against bad-debt expense, hence the negative amount.
    MOVE Gl-Baddebt-Code TO Gl-Code.
    MOVE "BAD DEBT RECOVERED" TO Gl-Description.
    COMPUTE Gl-Amount = Total-Baddebt-Recovered * -1.
    PERFORM Write-One-Gl-Line.
*>  Net exchange result on foreign receipts - positive is a gain.
*>  CASH RECEIVED carries the deposited dollars, so this line is what
*>  brings the receivable credit to the converted amount.
    MOVE Gl-Fxgain-Code TO Gl-Code.
    MOVE "EXCHANGE GAIN/LOSS" TO Gl-Description.
    MOVE Total-Fx-Gain-Loss TO Gl-Amount.
    PERFORM Write-One-Gl-Line.

Write-One-Gl-Line.
    MOVE WS-Today TO Gl-Run-Date.
            AT END SET End-Of-Sponlink TO TRUE
        END-READ
        PERFORM UNTIL End-Of-Sponlink
            IF WS-Sponlink-Count NOT < WS-Sponlink-Max
                DISPLAY "*** SPONSOR LINK TABLE FULL *** more than "
                    WS-Sponlink-Max " sponsor links"
                DISPLAY "    Run aborted - notify operator."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Sponlink-Count
            MOVE Sl-Student-Number
                TO Spl-Student-Number(WS-Sponlink-Count)
            MOVE Sl-Term-Code
                TO Spl-Term-Code(WS-Sponlink-Count)
            MOVE Sl-Coverage-Pct
                TO Spl-Coverage-Pct(WS-Sponlink-Count)
            READ Sponsor-Link-File NEXT RECORD
                AT END SET End-Of-Sponlink TO TRUE
            END-READ
         AT END SET End-Of-SMF TO TRUE
    END-READ.

*> A letter to an address the post office has already returned is
*> not printed - the notice still goes out on the queue, and
*> NotifyDispatch sends it by email or phone instead.
Write-Dunning-Letter.
    MOVE SM-Student-Number(3:5) TO WS-Addr-Lookup-Id.
    PERFORM Resolve-Mailing-Address.
    IF Address-Undeliverable
        PERFORM Withhold-Dunning-Letter
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO Dunning-Print-Line.
    WRITE Dunning-Print-Line.
    MOVE SPACES TO Dunning-Print-Line.
           INTO Dunning-Print-Line
    END-STRING.
    WRITE Dunning-Print-Line.
    IF Mailing-Address-Found
        MOVE WS-Resolved-Address TO Dunning-Print-Line
        WRITE Dunning-Print-Line
    WRITE Dunning-Print-Line AFTER ADVANCING PAGE.
    PERFORM Queue-Dunning-Notice.

Withhold-Dunning-Letter.
    ADD 1 TO Ct-Letters-Withheld.
    ADD WS-Aging-Outstanding TO Amt-Letters-Withheld.
    MOVE WS-Aging-Outstanding TO WS-Dunning-Amount-Ed.
    MOVE WS-Days-Past-Due TO WS-Dunning-Days-Ed.
    MOVE SM-Student-Number(3:5) TO WS-Nq-Student-Id.
    MOVE "DUNNING" TO WS-Nq-Event-Code.
    MOVE SPACES TO WS-Nq-Message.
    STRING "Overdue balance $" DELIMITED BY SIZE
           WS-Dunning-Amount-Ed DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-Dunning-Days-Ed DELIMITED BY SIZE
           " days past due" DELIMITED BY SIZE
        INTO WS-Nq-Message
    END-STRING.
    PERFORM Queue-Notification.

*> Every printed dunning letter also drops a DUNNING event on the
*> notification queue, so NotifyDispatch reaches the student over
*> their preferred channel instead of relying on the mailed letter
*>  The mailing (type M) row with the latest effective date not
*>  after the letter date wins; with no mailing rows the home
*>  (type H) row in effect wins instead.  WS-Today is the letter
*>  date - the aging run sets it before the letters print.  A row
*>  in effect that ReturnedMail has flagged undeliverable is passed
*>  over, and Address-Undeliverable is left set when no good row
*>  remains.
    MOVE "N" TO WS-Addr-Found-Sw.
    MOVE "N" TO WS-Addr-Bad-Sw.
    IF Addrhist-Available
        MOVE "M" TO WS-Addr-Want-Type
        PERFORM Scan-Address-Type
            PERFORM Scan-Address-Type
        END-IF
    END-IF.
    IF Mailing-Address-Found
        MOVE "N" TO WS-Addr-Bad-Sw
    END-IF.

Scan-Address-Type.
    MOVE WS-Addr-Lookup-Id TO Ah-Student-Id.
                OR Ah-Address-Type NOT = WS-Addr-Want-Type
                OR Ah-Effective-Date > WS-Today
            MOVE "Y" TO WS-Addr-Found-Sw
            MOVE Ah-Key TO WS-Resolved-Key
            MOVE Ah-Address TO WS-Resolved-Address
            MOVE Ah-City TO WS-Resolved-City
            MOVE Ah-State TO WS-Resolved-State
            END-READ
        END-PERFORM
    END-IF.
    IF Mailing-Address-Found AND Badaddr-Available
        MOVE WS-Resolved-Key TO Ba-Address-Key
        READ Bad-Address-File
            KEY IS Ba-Address-Key
            INVALID KEY MOVE "23" TO Ba-Status
        END-READ
        IF Ba-Rec-Found
            MOVE "N" TO WS-Addr-Found-Sw
            MOVE "Y" TO WS-Addr-Bad-Sw
        END-IF
    END-IF.

Print-Aging-Summary.
    MOVE SPACES TO Print-Line.
    MOVE Ct-90-Bucket TO Ags-Count.
    MOVE Amt-90-Bucket TO Ags-Amount.
    WRITE Print-Line FROM Aging-Summary-Line AFTER ADVANCING 1 LINE.
    MOVE "LETTERS HELD-ADDRESS" TO Ags-Label.
    MOVE Ct-Letters-Withheld TO Ags-Count.
    MOVE Amt-Letters-Withheld TO Ags-Amount.
    WRITE Print-Line FROM Aging-Summary-Line AFTER ADVANCING 1 LINE.

Print-Fee-Category-Rpt.
    MOVE SM-Student-Name TO Cat-Student-Name.
    ADD SM-Housing-Owed TO GT-Housing.
    ADD SM-Lab-Owed TO GT-Lab.
    ADD SM-Library-Owed TO GT-Library.
    ADD SM-Parking-Owed TO GT-Parking.
    ADD SM-Bookshop-Owed TO GT-Bookshop.
    ADD SM-Insurance-Owed TO GT-Insurance.
    WRITE Print-Line FROM Category-Detail-Line
           AFTER ADVANCING 1 LINE.
    MOVE SM-Tuition-Paid TO Cat-Paid-Tuition.
    ADD SM-Housing-Paid TO GT-Housing-Paid.
    ADD SM-Lab-Paid TO GT-Lab-Paid.
    ADD SM-Library-Paid TO GT-Library-Paid.
    ADD SM-Parking-Paid TO GT-Parking-Paid.
    ADD SM-Bookshop-Paid TO GT-Bookshop-Paid.
    ADD SM-Insurance-Paid TO GT-Insurance-Paid.
    WRITE Print-Line FROM Category-Paid-Line
           AFTER ADVANCING 1 LINE.
    COMPUTE WS-Cat-Open-Tuition =
