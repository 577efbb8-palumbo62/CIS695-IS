       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SectionCancel.
       AUTHOR.  Jon Clark.
      * Section cancellation run.  When a section is cancelled just
      * before term the registrar used to delete each enrollment by
      * hand through StudentEnrollment, so students were not told
      * consistently, tuition adjustments were missed and the
      * bookshop still ordered the book.  This run takes either one
      * module/term/section, or every section of a term whose
      * headcount is under a keyed minimum - the sections are the
      * MODCAP.DAT rows, and in that mode only those scheduled for
      * the term on SECSCHED.DAT (or, with no schedule file, those
      * with at least one student) are considered.  The sections
      * found are listed with their headcounts and nothing is
      * touched until the registrar confirms.
      *
      * Every enrollment in a cancelled section goes through
      * StudentEnrollment's drop path with a full (100%) tuition
      * adjustment, whatever the term schedule's credit window says:
      *   - the enrollment is deleted and the delete audited on the
      *     enrollment audit log,
      *   - an enrollment-billed term (BILLBASIS.DAT) is re-billed
      *     for the modules left, a flat-billed one gets the
      *     module's even share of SM-Tuition-Owed,
      *   - the adjustments for the whole run go to STUDPAY.DAT as
      *     one wrapped transaction-type-A batch of origin SECTCANC
      *     for StudFees to post,
      *   - the drop is logged on ADDDROP.DAT and the student's new
      *     term load on LOADHIST.DAT.
      * Each student is then offered the first other section of the
      * module with a MODCAP.DAT seat free (and, where there is a
      * schedule file, scheduled for the term) through a SECTCANC
      * notice on NOTIFYQ.DAT; nobody is re-enrolled automatically.
      * Students waiting on the cancelled section's waitlist get the
      * same notice and come off the waitlist.
      *
      * Once no enrollment is left in the module for the term, its
      * requisitions on Purchase-Req-File for the keyed bookshop
      * semester and academic year are marked cancelled
      * (Pr-Adoption-Status "X"), which the purchase-order run and
      * the requirements report skip.  A module still running in
      * another section keeps its requisitions.
      *
      * Everything done is printed on the cancellation register,
      * SECTCANC.RPT.  Maintenance role only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Module-Capacity-File ASSIGN TO WS-Modcap-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mc-File-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

           SELECT Waitlist-File ASSIGN TO WS-Waitlist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Wl-Key
               FILE STATUS IS Wl-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lt-File-Status.

           SELECT Load-History-File ASSIGN TO WS-Loadhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lh-Key
               FILE STATUS IS Lh-Status.

           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Billing-Basis-File ASSIGN TO WS-Billbasis-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Bb-Master-Key
               FILE STATUS IS Bb-Status.

           SELECT Course-Fee-File ASSIGN TO WS-Coursefee-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cf-Module-Code
               FILE STATUS IS Cf-Status.

           SELECT Student-Payment-File ASSIGN TO WS-Studpay-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sp-File-Status.

           SELECT Add-Drop-Log-File ASSIGN TO WS-Adddrop-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ad-File-Status.

           SELECT Notify-Queue-File ASSIGN TO WS-Notifyq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

           SELECT Purchase-Req-File ASSIGN TO WS-Prfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pr-Number
               ALTERNATE RECORD KEY IS Pr-Lecturer-Name
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Pr-Lecturer-Id
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Pr-Book-Num
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Pr-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Pr-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

           SELECT Audit-Trail-File ASSIGN TO WS-Audit-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

           SELECT System-Busy-File ASSIGN TO WS-Sysbusy-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sb-Status.

           SELECT Report-File ASSIGN TO WS-Sectcanc-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
           02  Se-Sessions-Held            PIC 9(3).
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

       FD  Module-Capacity-File.
       01  Modcap-Rec.
           88  End-Of-Modcap-File          VALUE HIGH-VALUES.
           02  Mc-Module-Code              PIC X(5).
           02  FILLER                      PIC X(1).
           02  Mc-Section-Num              PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Mc-Capacity                 PIC 9(5).

       FD  Section-Schedule-File.
       01  Ss-Rec.
           02  Ss-Key.
               03  Ss-Module-Code      PIC X(5).
               03  Ss-Term-Code        PIC X(6).
               03  Ss-Section-Num      PIC 9(2).
           02  Ss-Meeting-Days         PIC X(7).
           02  Ss-Start-Time           PIC 9(4).
           02  Ss-End-Time             PIC 9(4).
           02  Ss-Room                 PIC X(6).

       FD  Waitlist-File.
       01  Wl-Rec.
           02  Wl-Key.
               03  Wl-Module-Code          PIC X(5).
               03  Wl-Term-Code            PIC X(6).
               03  Wl-Section-Num          PIC 9(2).
               03  Wl-Sequence-Num         PIC 9(5).
           02  Wl-Student-Id               PIC 9(5).
           02  Wl-Waitlisted-Date          PIC 9(8).
           02  Wl-Campus-Code              PIC X(4).

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

      * Credit-load thresholds, in hours - a row for a term wins
      * over the ****** row.
       FD  Load-Threshold-File.
       01  Load-Threshold-Rec.
           88  End-Of-Load-Thresholds      VALUE HIGH-VALUES.
           02  Lt-Term-Code                PIC X(6).
               88  Lt-Default-Row          VALUE "******".
           02  FILLER                      PIC X(1).
           02  Lt-Full-Time-Hours          PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Lt-Three-Qtr-Hours          PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Lt-Half-Time-Hours          PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Lt-Max-Hours                PIC 9(2).

       FD  Load-History-File.
       01  Lh-Rec.
           02  Lh-Key.
               03  Lh-Student-Id           PIC 9(5).
               03  Lh-Term-Code            PIC X(6).
               03  Lh-Sequence-Num         PIC 9(3).
           02  Lh-Change-Date              PIC 9(8).
           02  Lh-Action                   PIC X(4).
           02  Lh-Module-Code              PIC X(5).
           02  Lh-Credit-Hours             PIC 9(3).
           02  Lh-Load-Status              PIC X(1).
           02  Lh-Changed-By               PIC X(10).
           02  Lh-Override-By              PIC X(10).

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
           02  SM-Amount-Paid                  PIC S9(7)V99.
           02  SM-Tuition-Paid                 PIC 9(7)V99.
           02  SM-Housing-Paid                 PIC 9(7)V99.
           02  SM-Lab-Paid                     PIC 9(7)V99.
           02  SM-Library-Paid                 PIC 9(7)V99.
           02  SM-Late-Fee-Paid                PIC 9(7)V99.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

      * How CreateMasterFile priced an enrollment-billed master
      * record - StudentEnrollment's layout.
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

       FD  Course-Fee-File.
       01  Cf-Rec.
           02  Cf-Module-Code                  PIC X(5).
           02  Cf-Lab-Fee                      PIC 9(4).

      * The run's tuition adjustments, as StudentEnrollment queues
      * a drop's - transaction-type-A rows in a wrapped batch that
      * StudFees posts and balances.
       FD  Student-Payment-File.
       01  SP-Rec.
           02  SP-Student-Number               PIC 9(7).
           02  SP-Term-Code                    PIC X(6).
           02  SP-Payment                      PIC S9(4)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  SP-Transaction-Type             PIC X.
           02  SP-Payment-Date                 PIC 9(8).
           02  SP-Approver-Id                  PIC X(8).
           02  SP-Payment-Method               PIC X(5).
           02  SP-Fund-Code                    PIC X(4).

       01  SP-Batch-Header-Rec.
           02  Sph-Record-Tag                  PIC X(3).
           02  Sph-Batch-Number                PIC 9(6).
           02  Sph-Origin                      PIC X(8).
           02  Sph-Business-Date               PIC 9(8).
           02  FILLER                          PIC X(21).

       01  SP-Batch-Trailer-Rec.
           02  Spt-Record-Tag                  PIC X(3).
           02  Spt-Batch-Number                PIC 9(6).
           02  Spt-Record-Count                PIC 9(6).
           02  Spt-Hash-Total                  PIC S9(9)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER                          PIC X(19).

      * One line per add and per drop, the input to AddDropReport's
      * per-term activity listing.
       FD  Add-Drop-Log-File.
       01  Add-Drop-Rec.
           02  Ad-Activity-Date                PIC 9(8).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Action                       PIC X(4).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Student-Id                   PIC 9(5).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Module-Code                  PIC X(5).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Adjustment-Amount            PIC 9(6)V99.
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Section-Num                  PIC 9(2).

      * Outbound notification queue - one line per student-facing
      * event, dispatched and emptied by NotifyDispatch.
       FD  Notify-Queue-File.
       01  Notify-Queue-Rec.
           02  Nq-Queued-Date              PIC 9(8).
           02  FILLER                      PIC X(1) VALUE SPACE.
           02  Nq-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1) VALUE SPACE.
           02  Nq-Event-Code               PIC X(8).
           02  FILLER                      PIC X(1) VALUE SPACE.
           02  Nq-Message                  PIC X(50).

       FD  Purchase-Req-File.
       01  Pr-Rec.
           02  Pr-Number               PIC 9(4).
           02  Pr-Lecturer-Name        PIC X(20).
           02  Pr-Lecturer-Id          PIC X(6).
           02  Pr-Book-Num             PIC 9(4).
           02  Pr-Module-Code          PIC X(5).
           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
               88  Pr-Cancelled        VALUE "X".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

      * StudentEnrollment's before/after change log - the deletes
      * made here land beside the ones keyed at the console.
       FD  Audit-Trail-File.
       01  Audit-Trail-Rec.
           02  Audit-Timestamp         PIC X(21).
           02  FILLER                  PIC X(1).
           02  Audit-Action            PIC X(8).
           02  FILLER                  PIC X(1).
           02  Audit-Entity            PIC X(11).
           02  FILLER                  PIC X(1).
           02  Audit-Before            PIC X(40).
           02  FILLER                  PIC X(1).
           02  Audit-After             PIC X(40).
           02  FILLER                  PIC X(1).
           02  Audit-User              PIC X(10).

      * System-busy semaphore NightlyBatchDriver sets while the
      * batch chain runs - StudentEnrollment's rules apply.
       FD  System-Busy-File.
       01  System-Busy-Rec.
           02  Sb-Set-Date             PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Sb-Set-Time             PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Sb-Busy-Status          PIC X(4).

       FD  Report-File.
       01  Report-Print-Line           PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Modcap-Path              PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Waitlist-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Loadthresh-Path          PIC X(260).
       01  WS-Loadhist-Path            PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Billbasis-Path           PIC X(260).
       01  WS-Coursefee-Path           PIC X(260).
       01  WS-Studpay-Path             PIC X(260).
       01  WS-Adddrop-Path             PIC X(260).
       01  WS-Notifyq-Path             PIC X(260).
       01  WS-Prfile-Path              PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Audit-Path               PIC X(260).
       01  WS-Sysbusy-Path             PIC X(260).
       01  WS-Sectcanc-Rpt-Path        PIC X(260).

       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Mc-File-Status              PIC X(2).
       01  Ss-Status                   PIC X(2).
           88  Ss-Rec-Found            VALUE "00".
       01  Wl-Status                   PIC X(2).
           88  Wl-Rec-Found            VALUE "00".
           88  Wl-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Lt-File-Status              PIC X(2).
       01  Lh-Status                   PIC X(2).
           88  Lh-Rec-Found            VALUE "00".
           88  Lh-Rec-Not-Found        VALUE "23".
       01  SM-File-Status              PIC X(2).
           88  SM-Rec-Not-Found        VALUE "23".
       01  Bb-Status                   PIC X(2).
           88  Bb-Rec-Found            VALUE "00".
       01  Cf-Status                   PIC X(2).
           88  Cf-Rec-Found            VALUE "00".
       01  Sp-File-Status              PIC X(2).
       01  Ad-File-Status              PIC X(2).
       01  Nq-File-Status              PIC X(2).
       01  Pr-Status                   PIC X(2).
           88  Pr-Rec-Found            VALUE "00".
       01  Ua-File-Status              PIC X(2).
       01  Audit-Status                PIC X(2).
       01  Sb-Status                   PIC X(2).
       01  Rpt-File-Status             PIC X(2).

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Secsched-Sw              PIC X VALUE "N".
           88  Schedule-File-Available VALUE "Y".
       01  WS-Billbasis-Sw             PIC X VALUE "N".
           88  Billbasis-Available     VALUE "Y".
       01  WS-Course-Fee-Sw            PIC X VALUE "N".
           88  Course-Fee-File-Available VALUE "Y".
       01  WS-Prfile-Sw                PIC X VALUE "N".
           88  Prfile-Available        VALUE "Y".
       01  WS-Batch-Open-Sw            PIC X VALUE "N".
           88  Adjustment-Batch-Open   VALUE "Y".

       01  WS-Lock-Today               PIC 9(8).
       01  WS-Override-Reply           PIC X VALUE "N".
           88  Lock-Override-Wanted    VALUE "Y" "y".
       01  Confirm-Reply               PIC X VALUE "N".
           88  Confirmed               VALUE "Y" "y".

       01  WS-Audit-Action             PIC X(8).
       01  WS-Audit-Entity             PIC X(11).
       01  WS-Audit-Before             PIC X(40).
       01  WS-Audit-After              PIC X(40).

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

      * Capacity table, loaded once at startup from Module-Capacity-
      * File - StudentEnrollment's table.
       01  Capacity-Table.
           02  Mc-Entry OCCURS 2000 TIMES
                       INDEXED BY Mc-Idx.
               03  Mc-Module-Tbl             PIC X(5).
               03  Mc-Section-Tbl            PIC 9(2).
               03  Mc-Capacity-Tbl           PIC 9(5).
       01  WS-Modcap-Max               PIC 9(4) VALUE 2000.
       01  WS-Modcap-Count             PIC 9(4) VALUE ZEROS.

      * The sections this run cancels, built and confirmed before
      * anything is changed.
       01  Cancel-Table.
           02  Cx-Entry OCCURS 500 TIMES INDEXED BY Cx-Idx.
               03  Cx-Module-Code            PIC X(5).
               03  Cx-Section-Num            PIC 9(2).
               03  Cx-Headcount              PIC 9(5).
       01  WS-Cancel-Max               PIC 9(3) VALUE 500.
       01  WS-Cancel-Count             PIC 9(3) VALUE ZEROS.
       01  WS-Cx-Scan                  PIC 9(3).

      * The cancelled section's students, gathered off the module
      * key before any of them is deleted.
       01  Section-Student-Table.
           02  Cs-Student-Id OCCURS 2000 TIMES PIC 9(5).
       01  WS-Section-Student-Max      PIC 9(4) VALUE 2000.
       01  WS-Section-Student-Count    PIC 9(4) VALUE ZEROS.
       01  Cs-Idx                      PIC 9(4).

       01  WS-Cancel-Mode              PIC X(1) VALUE SPACE.
           88  Cancel-One-Section      VALUE "1".
           88  Cancel-Under-Minimum    VALUE "2".
       01  WS-Cancel-Term              PIC X(6).
       01  WS-Entered-Module           PIC X(5).
       01  WS-Entered-Section          PIC 9(2).
       01  WS-Min-Headcount            PIC 9(3) VALUE ZEROS.
       01  WS-Book-Semester            PIC 9(1).
       01  WS-Book-Year                PIC 9(4).
       01  WS-Today                    PIC 9(8).

       01  WS-Try-Module               PIC X(5).
       01  WS-Try-Section              PIC 9(2).
       01  WS-Enrolled-Count           PIC 9(5).
       01  WS-Scheduled-Sw             PIC X VALUE "N".
           88  Section-Scheduled       VALUE "Y".
       01  WS-Being-Cancelled-Sw       PIC X VALUE "N".
           88  Section-Being-Cancelled VALUE "Y".
       01  WS-Alt-Section-Num          PIC 9(2).
       01  WS-Alt-Found-Sw             PIC X VALUE "N".
           88  Alternative-Found       VALUE "Y".
       01  WS-Off-Idx                  PIC 9(4).
       01  WS-Module-Remaining         PIC 9(5).

       01  WS-Nq-Student-Id            PIC 9(5).
       01  WS-Nq-Message               PIC X(50).

      * Drop items, as in StudentEnrollment - the credit is always
      * the full 100% here.
       01  WS-Credit-Pct               PIC 9(3) VALUE 100.
       01  WS-Term-Enroll-Count        PIC 9(3).
       01  WS-Drop-Share               PIC 9(6)V99.
       01  WS-Drop-Credit              PIC 9(4)V99.
       01  WS-Drop-Student-Id          PIC 9(5).
       01  WS-Drop-Module-Code         PIC X(5).
       01  WS-Drop-Term-Code           PIC X(6).
       01  WS-Drop-Section-Num         PIC 9(2).
       01  WS-Batch-Number             PIC 9(6).
       01  WS-Batch-Count              PIC 9(6) VALUE ZEROS.
       01  WS-Batch-Hash               PIC S9(9)V99 VALUE ZEROS.
       01  WS-Adj-Amount               PIC S9(4)V99.
       01  WS-Adj-Method               PIC X(5).
       01  WS-Basis-Found-Sw           PIC X VALUE "N".
           88  Billing-Basis-Found     VALUE "Y".
       01  WS-Rebill-Hours             PIC 9(3).
       01  WS-Rebill-Module-Fees       PIC 9(7).
       01  WS-Rebill-Tuition           PIC 9(7).
       01  WS-Rebill-Lab               PIC 9(7).
       01  WS-Rebill-Tuition-Adj       PIC S9(7).
       01  WS-Rebill-Lab-Adj           PIC S9(7).

      * Term credit-load items, as in StudentEnrollment.
       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).
       01  WS-Full-Time-Hours          PIC 9(2).
       01  WS-Three-Qtr-Hours          PIC 9(2).
       01  WS-Half-Time-Hours          PIC 9(2).
       01  WS-Term-Limit-Sw            PIC X VALUE "N".
           88  Term-Limit-Found        VALUE "Y".
       01  WS-Load-Hours               PIC 9(3).
       01  WS-Load-Status              PIC X(1).
       01  WS-Load-Next-Sequence       PIC 9(3).

       01  Section-Totals.
           02  St-Dropped              PIC 9(5).
           02  St-Waitlisted           PIC 9(5).
           02  St-Credit               PIC 9(7)V99.

       01  Control-Totals.
           02  Ct-Sections-Cancelled   PIC 9(5) VALUE ZEROS.
           02  Ct-Enrollments-Dropped  PIC 9(5) VALUE ZEROS.
           02  Ct-Alternatives-Offered PIC 9(5) VALUE ZEROS.
           02  Ct-No-Alternative       PIC 9(5) VALUE ZEROS.
           02  Ct-Waitlist-Removed     PIC 9(5) VALUE ZEROS.
           02  Ct-Notices-Queued       PIC 9(5) VALUE ZEROS.
           02  Ct-Requisitions-Cancelled PIC 9(5) VALUE ZEROS.
           02  Ct-Credit-Total         PIC 9(7)V99 VALUE ZEROS.

       01  Report-Heading-1.
           02  FILLER                  PIC X(32)
                   VALUE "SECTION CANCELLATION REGISTER".
           02  FILLER                  PIC X(6)  VALUE "TERM ".
           02  Rh-Term                 PIC X(6).
           02  FILLER                  PIC X(7)  VALUE "  RUN ".
           02  Rh-Run-Date             PIC 9(8).
           02  FILLER                  PIC X(5)  VALUE "  BY ".
           02  Rh-User                 PIC X(10).

       01  Section-Heading-Line.
           02  FILLER                  PIC X(8)  VALUE "MODULE ".
           02  Sh-Module-Code          PIC X(5).
           02  FILLER                  PIC X(11) VALUE "  SECTION ".
           02  Sh-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(13) VALUE "  HEADCOUNT ".
           02  Sh-Headcount            PIC ZZZZ9.

       01  Column-Heading-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(13) VALUE "ACTION".
           02  FILLER                  PIC X(14) VALUE "TUITION ADJ".
           02  FILLER                  PIC X(20) VALUE "OFFERED".

       01  Register-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rd-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Rd-Action               PIC X(10).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Rd-Credit               PIC Z(5)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Rd-Offered              PIC X(20).

       01  Requisition-Line.
           02  FILLER                  PIC X(14)
                   VALUE "  REQUISITION ".
           02  Rq-Number               PIC 9(4).
           02  FILLER                  PIC X(6)  VALUE "  BOOK".
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  Rq-Book-Num             PIC 9(4).
           02  FILLER                  PIC X(9)  VALUE "  COPIES ".
           02  Rq-Copies               PIC ZZ9.
           02  FILLER                  PIC X(11) VALUE "  CANCELLED".

       01  Section-Total-Line.
           02  FILLER                  PIC X(18)
                   VALUE "  SECTION TOTAL - ".
           02  FILLER                  PIC X(8)  VALUE "DROPPED ".
           02  Stl-Dropped             PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "  WAITLIST ".
           02  Stl-Waitlisted          PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE "  CREDIT ".
           02  Stl-Credit              PIC Z(6)9.99.

       01  WS-Print-Count              PIC ZZZZ9.
       01  WS-Print-Money              PIC Z(6)9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
               STOP RUN
           END-IF.
           PERFORM Check-Batch-Window.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Capacity-Table.
           OPEN I-O Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - nothing to cancel."
               STOP RUN
           END-IF.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status = "00"
               MOVE "Y" TO WS-Secsched-Sw
           ELSE
               DISPLAY "No section schedule file - sections are "
                       "judged on MODCAP.DAT and enrollments alone."
           END-IF.

           DISPLAY "Enter term of the section(s) to cancel: "
               WITH NO ADVANCING.
           ACCEPT WS-Cancel-Term.
           PERFORM UNTIL Cancel-One-Section OR Cancel-Under-Minimum
               DISPLAY "1. Cancel one section"
               DISPLAY "2. Cancel every section under a minimum "
                       "headcount"
               DISPLAY "Select an option: " WITH NO ADVANCING
               ACCEPT WS-Cancel-Mode
           END-PERFORM.
           IF Cancel-One-Section
               PERFORM Select-One-Section
           ELSE
               PERFORM Select-Low-Sections
           END-IF.
           IF WS-Cancel-Count = ZEROS
               DISPLAY "No sections to cancel."
               CLOSE Student-Enrollment-File
               IF Schedule-File-Available
                   CLOSE Section-Schedule-File
               END-IF
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "Sections to be cancelled for term " WS-Cancel-Term
                   ":".
           PERFORM VARYING Cx-Idx FROM 1 BY 1
                   UNTIL Cx-Idx > WS-Cancel-Count
               DISPLAY "  " Cx-Module-Code(Cx-Idx) " section "
                       Cx-Section-Num(Cx-Idx) " - "
                       Cx-Headcount(Cx-Idx) " enrolled"
           END-PERFORM.
           DISPLAY "Bookshop semester for the requisitions (1 or 2): "
               WITH NO ADVANCING.
           ACCEPT WS-Book-Semester.
           DISPLAY "Bookshop academic year (9(4)): "
               WITH NO ADVANCING.
           ACCEPT WS-Book-Year.
           DISPLAY "Cancel these " WS-Cancel-Count " section(s)? "
                   "(Y/N): " WITH NO ADVANCING.
           ACCEPT Confirm-Reply.
           IF NOT Confirmed
               DISPLAY "Nothing cancelled."
               CLOSE Student-Enrollment-File
               IF Schedule-File-Available
                   CLOSE Section-Schedule-File
               END-IF
               STOP RUN
           END-IF.

           PERFORM Open-Run-Files.
           PERFORM Get-Load-Thresholds.
           PERFORM Write-Register-Heading.
           PERFORM Cancel-Section
               VARYING Cx-Idx FROM 1 BY 1
               UNTIL Cx-Idx > WS-Cancel-Count.
           PERFORM Close-Adjustment-Batch.
           PERFORM Write-Register-Totals.
           PERFORM Close-Run-Files.

           DISPLAY " ".
           DISPLAY "----  SECTION  CANCELLATION  COMPLETE  ----".
           DISPLAY "Term                    : " WS-Cancel-Term.
           DISPLAY "Sections cancelled      : " Ct-Sections-Cancelled.
           DISPLAY "Enrollments dropped     : " Ct-Enrollments-Dropped.
           DISPLAY "  alternative offered   : "
                   Ct-Alternatives-Offered.
           DISPLAY "  no open section       : " Ct-No-Alternative.
           DISPLAY "Waitlist entries removed: " Ct-Waitlist-Removed.
           DISPLAY "Notices queued          : " Ct-Notices-Queued.
           DISPLAY "Requisitions cancelled  : "
                   Ct-Requisitions-Cancelled.
           MOVE Ct-Credit-Total TO WS-Print-Money.
           DISPLAY "Tuition adjustments     : " WS-Print-Money.
           DISPLAY "Register written to SECTCANC.RPT.".
           STOP RUN.

      * Called right after login, while the role is known.  A live
      * same-day lock stops the run unless the Maintenance login
      * overrides it; a lock from an earlier day is stale - a
      * crashed batch - and only warns.
       Check-Batch-Window.
           OPEN INPUT System-Busy-File.
           IF Sb-Status NOT = "00"
               CONTINUE
           ELSE
               READ System-Busy-File
                   AT END MOVE "10" TO Sb-Status
               END-READ
               IF Sb-Status = "00" AND Sb-Busy-Status = "BUSY"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Lock-Today
                   IF Sb-Set-Date < WS-Lock-Today
                       DISPLAY "WARNING: stale batch lock from "
                               Sb-Set-Date " - the nightly batch "
                               "appears to have crashed.  Check "
                               "with operations; proceeding."
                   ELSE
                       DISPLAY "Nightly processing is in progress "
                               "(lock set " Sb-Set-Time ")."
                       DISPLAY "Maintenance override - proceed "
                               "anyway? (Y/N): "
                               WITH NO ADVANCING
                       ACCEPT WS-Override-Reply
                       IF NOT Lock-Override-Wanted
                           DISPLAY "Please try again after the "
                                   "batch completes."
                           CLOSE System-Busy-File
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
               CLOSE System-Busy-File
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

      * StudentEnrollment's capacity load, including its refusal of
      * a MODCAP.DAT still in the pre-section layout.
       Load-Capacity-Table.
           OPEN INPUT Module-Capacity-File.
           IF Mc-File-Status NOT = "00"
               DISPLAY "No capacity file - no sections to judge and "
                       "no alternatives to offer."
               SET End-Of-Modcap-File TO TRUE
           ELSE
               READ Module-Capacity-File
                   AT END SET End-Of-Modcap-File TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Modcap-File
               IF Mc-Section-Num NOT NUMERIC
                  OR Mc-Capacity NOT NUMERIC
                   DISPLAY "MODCAP.DAT row for module " Mc-Module-Code
                       " is not in the module/section/capacity "
                       "layout - re-key the capacity file before "
                       "running."
                   STOP RUN
               END-IF
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
           END-PERFORM.
           IF Mc-File-Status NOT = "35"
               CLOSE Module-Capacity-File
           END-IF.

       Select-One-Section.
           DISPLAY "Enter Module Code: " WITH NO ADVANCING.
           ACCEPT WS-Entered-Module.
           DISPLAY "Enter Section Number (blank = 01): "
                   WITH NO ADVANCING.
           ACCEPT WS-Entered-Section.
           IF WS-Entered-Section = ZEROS
               MOVE 1 TO WS-Entered-Section
           END-IF.
           MOVE WS-Entered-Module TO WS-Try-Module.
           MOVE WS-Entered-Section TO WS-Try-Section.
           PERFORM Count-Enrolled-In-Section.
           PERFORM Add-To-Cancel-Table.

      * Every MODCAP.DAT section running this term with fewer than
      * the minimum enrolled.
       Select-Low-Sections.
           DISPLAY "Minimum headcount for a section to run: "
               WITH NO ADVANCING.
           ACCEPT WS-Min-Headcount.
           PERFORM VARYING Mc-Idx FROM 1 BY 1
                   UNTIL Mc-Idx > WS-Modcap-Count
               MOVE Mc-Module-Tbl(Mc-Idx) TO WS-Try-Module
               MOVE Mc-Section-Tbl(Mc-Idx) TO WS-Try-Section
               PERFORM Count-Enrolled-In-Section
               PERFORM Check-Section-Scheduled
               IF Section-Scheduled
                       AND WS-Enrolled-Count < WS-Min-Headcount
                   PERFORM Add-To-Cancel-Table
               END-IF
           END-PERFORM.

       Add-To-Cancel-Table.
           IF WS-Cancel-Count NOT < WS-Cancel-Max
               DISPLAY "*** CANCEL TABLE FULL *** more than "
                       WS-Cancel-Max " sections selected"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Cancel-Count.
           MOVE WS-Try-Module TO Cx-Module-Code(WS-Cancel-Count).
           MOVE WS-Try-Section TO Cx-Section-Num(WS-Cancel-Count).
           MOVE WS-Enrolled-Count TO Cx-Headcount(WS-Cancel-Count).

      * With a schedule file a section runs this term only if it has
      * a meeting row for the term; without one, a section nobody is
      * enrolled in cannot be told from one not offered.
       Check-Section-Scheduled.
           MOVE "N" TO WS-Scheduled-Sw.
           IF Schedule-File-Available
               MOVE WS-Try-Module TO Ss-Module-Code
               MOVE WS-Cancel-Term TO Ss-Term-Code
               MOVE WS-Try-Section TO Ss-Section-Num
               READ Section-Schedule-File
                   KEY IS Ss-Key
                   INVALID KEY MOVE "23" TO Ss-Status
               END-READ
               IF Ss-Rec-Found
                   MOVE "Y" TO WS-Scheduled-Sw
               END-IF
           ELSE
               IF WS-Enrolled-Count > ZERO
                   MOVE "Y" TO WS-Scheduled-Sw
               END-IF
           END-IF.

       Count-Enrolled-In-Section.
           MOVE ZEROS TO WS-Enrolled-Count.
           MOVE WS-Try-Module TO Se-Module-Code.
           START Student-Enrollment-File
               KEY IS EQUAL TO Se-Module-Code
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Se-Rec-Not-Found
                   OR Se-Module-Code NOT = WS-Try-Module
               IF Se-Term-Code = WS-Cancel-Term
                       AND Se-Section-Num = WS-Try-Section
                   ADD 1 TO WS-Enrolled-Count
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Open-Run-Files.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           ELSE
               DISPLAY "No course catalog - term loads use the "
                       "standard module load."
           END-IF.
           OPEN I-O Waitlist-File.
           IF Wl-Status = "05" OR Wl-Status = "35"
               CLOSE Waitlist-File
               OPEN OUTPUT Waitlist-File
               CLOSE Waitlist-File
               OPEN I-O Waitlist-File
           END-IF.
           OPEN I-O Load-History-File.
           IF Lh-Status = "05" OR Lh-Status = "35"
               CLOSE Load-History-File
               OPEN OUTPUT Load-History-File
               CLOSE Load-History-File
               OPEN I-O Load-History-File
           END-IF.
           OPEN I-O Billing-Basis-File.
           IF Bb-Status = "00"
               MOVE "Y" TO WS-Billbasis-Sw
           END-IF.
           OPEN INPUT Course-Fee-File.
           IF Cf-Status = "00"
               MOVE "Y" TO WS-Course-Fee-Sw
           END-IF.
           OPEN I-O Purchase-Req-File.
           IF Pr-Status = "00"
               MOVE "Y" TO WS-Prfile-Sw
           ELSE
               DISPLAY "No purchase requisition file - no "
                       "requisitions to cancel."
           END-IF.
           OPEN EXTEND Add-Drop-Log-File.
           IF Ad-File-Status = "05" OR Ad-File-Status = "35"
               OPEN OUTPUT Add-Drop-Log-File
           END-IF.
           OPEN EXTEND Notify-Queue-File.
           IF Nq-File-Status = "05" OR Nq-File-Status = "35"
               OPEN OUTPUT Notify-Queue-File
           END-IF.
           OPEN EXTEND Audit-Trail-File.
           IF Audit-Status = "35"
               OPEN OUTPUT Audit-Trail-File
           END-IF.
           OPEN OUTPUT Report-File.

       Close-Run-Files.
           CLOSE Student-Enrollment-File, Waitlist-File,
                 Load-History-File, Add-Drop-Log-File,
                 Notify-Queue-File, Audit-Trail-File, Report-File.
           IF Schedule-File-Available
               CLOSE Section-Schedule-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Billbasis-Available
               CLOSE Billing-Basis-File
           END-IF.
           IF Course-Fee-File-Available
               CLOSE Course-Fee-File
           END-IF.
           IF Prfile-Available
               CLOSE Purchase-Req-File
           END-IF.

      ******************************************************************
      * One cancelled section - its enrollments, its waitlist, then
      * the module's requisitions.
      ******************************************************************
       Cancel-Section.
           MOVE Cx-Module-Code(Cx-Idx) TO WS-Try-Module.
           MOVE Cx-Section-Num(Cx-Idx) TO WS-Try-Section.
           INITIALIZE Section-Totals.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE WS-Try-Module TO Sh-Module-Code.
           MOVE WS-Try-Section TO Sh-Section-Num.
           MOVE Cx-Headcount(Cx-Idx) TO Sh-Headcount.
           WRITE Report-Print-Line FROM Section-Heading-Line.
           WRITE Report-Print-Line FROM Column-Heading-Line.
           PERFORM Find-Open-Alternative.
           PERFORM Build-Cancel-Notice.

           PERFORM Collect-Section-Students.
           PERFORM Drop-Section-Student
               VARYING Cs-Idx FROM 1 BY 1
               UNTIL Cs-Idx > WS-Section-Student-Count.
           PERFORM Clear-Section-Waitlist.
           PERFORM Cancel-Module-Requisitions.

           MOVE St-Dropped TO Stl-Dropped.
           MOVE St-Waitlisted TO Stl-Waitlisted.
           MOVE St-Credit TO Stl-Credit.
           WRITE Report-Print-Line FROM Section-Total-Line.
           ADD 1 TO Ct-Sections-Cancelled.

       Collect-Section-Students.
           MOVE ZEROS TO WS-Section-Student-Count.
           MOVE WS-Try-Module TO Se-Module-Code.
           START Student-Enrollment-File
               KEY IS EQUAL TO Se-Module-Code
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Se-Rec-Not-Found
                   OR Se-Module-Code NOT = WS-Try-Module
               IF Se-Term-Code = WS-Cancel-Term
                       AND Se-Section-Num = WS-Try-Section
                   IF WS-Section-Student-Count
                           NOT < WS-Section-Student-Max
                       DISPLAY "*** SECTION STUDENT TABLE FULL *** "
                               "more than " WS-Section-Student-Max
                               " in " WS-Try-Module
                       DISPLAY "    Run aborted - notify operator."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Section-Student-Count
                   MOVE Se-Student-Id
                       TO Cs-Student-Id(WS-Section-Student-Count)
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * StudentEnrollment's Delete-Enrollment, less the prompts and
      * the waitlist promotion - nobody is promoted into a cancelled
      * section.
       Drop-Section-Student.
           MOVE Cs-Student-Id(Cs-Idx) TO Se-Student-Id.
           MOVE WS-Try-Module TO Se-Module-Code.
           MOVE WS-Cancel-Term TO Se-Term-Code.
           MOVE WS-Try-Section TO Se-Section-Num.
           READ Student-Enrollment-File
               KEY IS Se-Key
               INVALID KEY
                   MOVE Se-Status TO WS-Chk-Status
                   MOVE "READ Student-Enrollment-File (cancel)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-READ.
           IF NOT Se-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE Se-Student-Id  TO WS-Drop-Student-Id.
           MOVE Se-Module-Code TO WS-Drop-Module-Code.
           MOVE Se-Term-Code   TO WS-Drop-Term-Code.
           MOVE Se-Section-Num TO WS-Drop-Section-Num.
           MOVE Se-Rec TO WS-Audit-Before.
           DELETE Student-Enrollment-File
               INVALID KEY
                   MOVE Se-Status TO WS-Chk-Status
                   MOVE "DELETE Student-Enrollment-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-DELETE.
           IF NOT Se-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE"     TO WS-Audit-Action.
           MOVE "ENROLLMENT" TO WS-Audit-Entity.
           MOVE "SECTION CANCELLED" TO WS-Audit-After.
           PERFORM Write-Audit-Record.
           PERFORM Process-Drop-Adjustment.
           PERFORM Record-Load-Status.
           MOVE WS-Drop-Student-Id TO WS-Nq-Student-Id.
           PERFORM Queue-Cancel-Notice.

           MOVE WS-Drop-Student-Id TO Rd-Student-Id.
           MOVE "DROPPED" TO Rd-Action.
           MOVE WS-Drop-Credit TO Rd-Credit.
           PERFORM Set-Offered-Column.
           WRITE Report-Print-Line FROM Register-Detail-Line.
           ADD 1 TO St-Dropped.
           ADD 1 TO Ct-Enrollments-Dropped.
           ADD WS-Drop-Credit TO St-Credit.
           ADD WS-Drop-Credit TO Ct-Credit-Total.
           IF Alternative-Found
               ADD 1 TO Ct-Alternatives-Offered
           ELSE
               ADD 1 TO Ct-No-Alternative
           END-IF.

      * The first other MODCAP.DAT section of the module with a free
      * seat - not one this run is cancelling, and, with a schedule
      * file, one that meets this term.  Worked out once per
      * cancelled section, as StudentEnrollment's Offer-Any-Open-
      * Section would for the first student turned away.
       Find-Open-Alternative.
           MOVE "N" TO WS-Alt-Found-Sw.
           MOVE ZEROS TO WS-Alt-Section-Num.
           PERFORM VARYING WS-Off-Idx FROM 1 BY 1
                   UNTIL WS-Off-Idx > WS-Modcap-Count
                      OR Alternative-Found
               IF Mc-Module-Tbl(WS-Off-Idx) = Cx-Module-Code(Cx-Idx)
                   AND Mc-Section-Tbl(WS-Off-Idx)
                       NOT = Cx-Section-Num(Cx-Idx)
                   MOVE Mc-Section-Tbl(WS-Off-Idx) TO WS-Try-Section
                   PERFORM Check-Being-Cancelled
                   PERFORM Count-Enrolled-In-Section
                   PERFORM Check-Section-Scheduled
                   IF NOT Schedule-File-Available
                       MOVE "Y" TO WS-Scheduled-Sw
                   END-IF
                   IF NOT Section-Being-Cancelled
                       AND Section-Scheduled
                       AND WS-Enrolled-Count
                           < Mc-Capacity-Tbl(WS-Off-Idx)
                       MOVE "Y" TO WS-Alt-Found-Sw
                       MOVE WS-Try-Section TO WS-Alt-Section-Num
                   END-IF
               END-IF
           END-PERFORM.
           MOVE Cx-Section-Num(Cx-Idx) TO WS-Try-Section.

       Check-Being-Cancelled.
           MOVE "N" TO WS-Being-Cancelled-Sw.
           PERFORM VARYING WS-Cx-Scan FROM 1 BY 1
                   UNTIL WS-Cx-Scan > WS-Cancel-Count
               IF Cx-Module-Code(WS-Cx-Scan) = Cx-Module-Code(Cx-Idx)
                   AND Cx-Section-Num(WS-Cx-Scan) = WS-Try-Section
                   MOVE "Y" TO WS-Being-Cancelled-Sw
               END-IF
           END-PERFORM.

      * The one message every student of the section gets - the
      * alternative is the same for all of them.
       Build-Cancel-Notice.
           MOVE SPACES TO WS-Nq-Message.
           IF Alternative-Found
               STRING WS-Try-Module " SEC " WS-Try-Section
                   " TERM " WS-Cancel-Term " CANCELLED - SEC "
                   WS-Alt-Section-Num " OPEN"
                   DELIMITED BY SIZE INTO WS-Nq-Message
           ELSE
               STRING WS-Try-Module " SEC " WS-Try-Section
                   " TERM " WS-Cancel-Term " CANCELLED - NO OPEN SEC"
                   DELIMITED BY SIZE INTO WS-Nq-Message
           END-IF.

       Queue-Cancel-Notice.
           MOVE SPACES TO Notify-Queue-Rec.
           MOVE WS-Today TO Nq-Queued-Date.
           MOVE WS-Nq-Student-Id TO Nq-Student-Id.
           MOVE "SECTCANC" TO Nq-Event-Code.
           MOVE WS-Nq-Message TO Nq-Message.
           WRITE Notify-Queue-Rec.
           ADD 1 TO Ct-Notices-Queued.

       Set-Offered-Column.
           MOVE SPACES TO Rd-Offered.
           IF Alternative-Found
               STRING "SECTION " WS-Alt-Section-Num
                   DELIMITED BY SIZE INTO Rd-Offered
           ELSE
               MOVE "NONE OPEN" TO Rd-Offered
           END-IF.

      * Students waiting on a cancelled section are told the same
      * and taken off its waitlist.  The START is repeated after each
      * delete so the scan never reads past a removed row.
       Clear-Section-Waitlist.
           MOVE "00" TO Wl-Status.
           PERFORM UNTIL NOT Wl-Rec-Found
               MOVE WS-Try-Module TO Wl-Module-Code
               MOVE WS-Cancel-Term TO Wl-Term-Code
               MOVE WS-Try-Section TO Wl-Section-Num
               MOVE ZEROS TO Wl-Sequence-Num
               START Waitlist-File
                   KEY IS >= Wl-Key
                   INVALID KEY SET Wl-Rec-Not-Found TO TRUE
               END-START
               IF Wl-Rec-Found
                   READ Waitlist-File NEXT RECORD
                       AT END SET Wl-Rec-Not-Found TO TRUE
                   END-READ
               END-IF
               IF Wl-Rec-Found
                   IF Wl-Module-Code = WS-Try-Module
                           AND Wl-Term-Code = WS-Cancel-Term
                           AND Wl-Section-Num = WS-Try-Section
                       PERFORM Remove-Waitlist-Entry
                   ELSE
                       SET Wl-Rec-Not-Found TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       Remove-Waitlist-Entry.
           MOVE Wl-Student-Id TO WS-Nq-Student-Id.
           DELETE Waitlist-File
               INVALID KEY
                   MOVE Wl-Status TO WS-Chk-Status
                   MOVE "DELETE Waitlist-File (cancel)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-DELETE.
           IF Wl-Rec-Found
               PERFORM Queue-Cancel-Notice
               MOVE WS-Nq-Student-Id TO Rd-Student-Id
               MOVE "WAITLISTED" TO Rd-Action
               MOVE ZEROS TO Rd-Credit
               PERFORM Set-Offered-Column
               WRITE Report-Print-Line FROM Register-Detail-Line
               ADD 1 TO St-Waitlisted
               ADD 1 TO Ct-Waitlist-Removed
           END-IF.

      * Requisitions are kept per module, not per section, so they
      * are only cancelled once nobody is left in the module for the
      * term - a module still running in another section needs its
      * books.
       Cancel-Module-Requisitions.
           MOVE ZEROS TO WS-Module-Remaining.
           MOVE WS-Try-Module TO Se-Module-Code.
           START Student-Enrollment-File
               KEY IS EQUAL TO Se-Module-Code
               INVALID KEY SET Se-Rec-Not-Found TO TRUE
           END-START.
           IF Se-Rec-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Se-Rec-Not-Found
                   OR Se-Module-Code NOT = WS-Try-Module
               IF Se-Term-Code = WS-Cancel-Term
                   ADD 1 TO WS-Module-Remaining
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           IF WS-Module-Remaining > ZERO
               MOVE SPACES TO Report-Print-Line
               STRING "  REQUISITIONS KEPT - MODULE STILL RUNS IN "
                   "ANOTHER SECTION"
                   DELIMITED BY SIZE INTO Report-Print-Line
               WRITE Report-Print-Line
               EXIT PARAGRAPH
           END-IF.
           IF NOT Prfile-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Try-Module TO Pr-Module-Code.
           START Purchase-Req-File
               KEY IS EQUAL TO Pr-Module-Code
               INVALID KEY MOVE "23" TO Pr-Status
           END-START.
           IF Pr-Rec-Found
               READ Purchase-Req-File NEXT RECORD
                   AT END MOVE "10" TO Pr-Status
               END-READ
           END-IF.
           PERFORM UNTIL NOT Pr-Rec-Found
                   OR Pr-Module-Code NOT = WS-Try-Module
               IF Pr-Semester = WS-Book-Semester
                       AND Pr-Academic-Year = WS-Book-Year
                       AND NOT Pr-Cancelled
                   PERFORM Cancel-One-Requisition
               END-IF
               READ Purchase-Req-File NEXT RECORD
                   AT END MOVE "10" TO Pr-Status
               END-READ
           END-PERFORM.

       Cancel-One-Requisition.
           MOVE Pr-Rec TO WS-Audit-Before.
           MOVE "X" TO Pr-Adoption-Status.
           REWRITE Pr-Rec
               INVALID KEY
                   MOVE Pr-Status TO WS-Chk-Status
                   MOVE "REWRITE Purchase-Req-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.
           IF Pr-Rec-Found
               MOVE Pr-Number TO Rq-Number
               MOVE Pr-Book-Num TO Rq-Book-Num
               MOVE Pr-Copies-Required TO Rq-Copies
               WRITE Report-Print-Line FROM Requisition-Line
               MOVE "CANCEL"      TO WS-Audit-Action
               MOVE "PURCHASEREQ" TO WS-Audit-Entity
               MOVE "SECTION CANCELLED" TO WS-Audit-After
               PERFORM Write-Audit-Record
               ADD 1 TO Ct-Requisitions-Cancelled
           END-IF.

      ******************************************************************
      * The drop's fee adjustment - StudentEnrollment's logic at a
      * fixed 100%.  An enrollment-billed term is re-billed for the
      * modules left; a flat-billed one gets the module's even share.
      ******************************************************************
       Process-Drop-Adjustment.
           MOVE ZEROS TO WS-Drop-Credit.
           PERFORM Rebill-Term-Charges.
           IF NOT Billing-Basis-Found
               PERFORM Prorate-Flat-Drop-Credit
           END-IF.
           PERFORM Log-Drop-Activity.

       Prorate-Flat-Drop-Credit.
           PERFORM Compute-Drop-Credit.
           IF WS-Drop-Credit > ZERO
               MOVE WS-Drop-Credit TO WS-Adj-Amount
               MOVE "ADJ" TO WS-Adj-Method
               PERFORM Queue-Adjustment-Row
               MOVE "DROPADJ"    TO WS-Audit-Action
               MOVE "ENROLLMENT" TO WS-Audit-Entity
               MOVE SPACES       TO WS-Audit-After
               STRING "TUITION CREDIT " WS-Drop-Credit
                   " AT " WS-Credit-Pct "%"
                   DELIMITED BY SIZE INTO WS-Audit-After
               PERFORM Write-Audit-Record
           END-IF.

       Rebill-Term-Charges.
           MOVE "N" TO WS-Basis-Found-Sw.
           IF NOT Billbasis-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Drop-Student-Id TO Bb-Student-Number.
           MOVE WS-Drop-Term-Code TO Bb-Term-Code.
           READ Billing-Basis-File
               KEY IS Bb-Master-Key
               INVALID KEY MOVE "23" TO Bb-Status
           END-READ.
           IF Bb-Rec-Found
               MOVE "Y" TO WS-Basis-Found-Sw
               PERFORM Compute-Rebill-Adjustments
               IF WS-Rebill-Tuition-Adj NOT = ZERO
                       OR WS-Rebill-Lab-Adj NOT = ZERO
                   PERFORM Queue-Rebill-Adjustment
                   SUBTRACT WS-Rebill-Tuition-Adj
                       FROM Bb-Billed-Tuition
                   SUBTRACT WS-Rebill-Lab-Adj FROM Bb-Billed-Lab
                   REWRITE Bb-Rec
                       INVALID KEY
                           MOVE Bb-Status TO WS-Chk-Status
                           MOVE "REWRITE Billing-Basis-File"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
               END-IF
           END-IF.

       Compute-Rebill-Adjustments.
           PERFORM Total-Rebill-Enrollments.
           IF Bb-Per-Credit
               COMPUTE WS-Rebill-Tuition ROUNDED =
                   WS-Rebill-Hours * Bb-Credit-Rate
               IF Bb-Tuition-Cap > ZERO
                       AND WS-Rebill-Tuition > Bb-Tuition-Cap
                   MOVE Bb-Tuition-Cap TO WS-Rebill-Tuition
               END-IF
           ELSE
               MOVE Bb-Billed-Tuition TO WS-Rebill-Tuition
           END-IF.
           IF Bb-Module-Fees
               MOVE WS-Rebill-Module-Fees TO WS-Rebill-Lab
           ELSE
               MOVE Bb-Billed-Lab TO WS-Rebill-Lab
           END-IF.
           COMPUTE WS-Rebill-Tuition-Adj =
               Bb-Billed-Tuition - WS-Rebill-Tuition.
           COMPUTE WS-Rebill-Lab-Adj = Bb-Billed-Lab - WS-Rebill-Lab.
           IF WS-Rebill-Tuition-Adj > ZERO
               ADD WS-Rebill-Tuition-Adj TO WS-Drop-Credit
           END-IF.
           IF WS-Rebill-Lab-Adj > ZERO
               ADD WS-Rebill-Lab-Adj TO WS-Drop-Credit
           END-IF.

       Total-Rebill-Enrollments.
           MOVE ZEROS TO WS-Rebill-Hours.
           MOVE ZEROS TO WS-Rebill-Module-Fees.
           MOVE WS-Drop-Student-Id TO Se-Student-Id.
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
           END-IF.
           PERFORM UNTIL Se-Rec-Not-Found
                   OR Se-Student-Id NOT = WS-Drop-Student-Id
               IF Se-Term-Code = WS-Drop-Term-Code
                   PERFORM Get-Module-Credit-Hours
                   ADD WS-Module-Credit-Hours TO WS-Rebill-Hours
                   PERFORM Add-Module-Course-Fee
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Add-Module-Course-Fee.
           IF Course-Fee-File-Available
               MOVE Se-Module-Code TO Cf-Module-Code
               READ Course-Fee-File
                   KEY IS Cf-Module-Code
                   INVALID KEY MOVE "23" TO Cf-Status
               END-READ
               IF Cf-Rec-Found
                   ADD Cf-Lab-Fee TO WS-Rebill-Module-Fees
               END-IF
           END-IF.

      * "LAB" in the method column aims the row at the lab charge,
      * as in StudentEnrollment's Queue-Rebill-Adjustment.
       Queue-Rebill-Adjustment.
           IF WS-Rebill-Tuition-Adj NOT = ZERO
               MOVE WS-Rebill-Tuition-Adj TO WS-Adj-Amount
               MOVE "ADJ" TO WS-Adj-Method
               PERFORM Queue-Adjustment-Row
           END-IF.
           IF WS-Rebill-Lab-Adj NOT = ZERO
               MOVE WS-Rebill-Lab-Adj TO WS-Adj-Amount
               MOVE "LAB" TO WS-Adj-Method
               PERFORM Queue-Adjustment-Row
           END-IF.

       Compute-Drop-Credit.
           MOVE WS-Drop-Student-Id TO SM-Student-Number.
           MOVE WS-Drop-Term-Code TO SM-Term-Code.
           OPEN INPUT Student-Master-File.
           IF SM-File-Status = "00"
               READ Student-Master-File
                   KEY IS SM-Master-Key
                   INVALID KEY MOVE "23" TO SM-File-Status
               END-READ
               CLOSE Student-Master-File
           ELSE
               MOVE "23" TO SM-File-Status
           END-IF.
           IF SM-Rec-Not-Found
               DISPLAY "Student " WS-Drop-Student-Id " has no fees "
                       "master record for the term - no adjustment "
                       "generated."
               MOVE ZEROS TO WS-Drop-Credit
           ELSE
               PERFORM Count-Term-Enrollments
      * The dropped module itself is gone from the file by now.
               ADD 1 TO WS-Term-Enroll-Count
               COMPUTE WS-Drop-Share ROUNDED =
                   SM-Tuition-Owed / WS-Term-Enroll-Count
               COMPUTE WS-Drop-Credit ROUNDED =
                   WS-Drop-Share * WS-Credit-Pct / 100
           END-IF.

       Count-Term-Enrollments.
           MOVE ZEROS TO WS-Term-Enroll-Count.
           MOVE WS-Drop-Student-Id TO Se-Student-Id.
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
           END-IF.
           PERFORM UNTIL Se-Rec-Not-Found
                   OR Se-Student-Id NOT = WS-Drop-Student-Id
               IF Se-Term-Code = WS-Drop-Term-Code
                   ADD 1 TO WS-Term-Enroll-Count
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * The whole run's adjustments go out as one wrapped batch; the
      * header is written with the first row, so a run that moves no
      * money leaves STUDPAY.DAT alone.  The caller sets
      * WS-Adj-Amount and WS-Adj-Method; they are moved into the row
      * only after the header, which shares the record area.
       Queue-Adjustment-Row.
           IF NOT Adjustment-Batch-Open
               OPEN EXTEND Student-Payment-File
               IF Sp-File-Status = "05" OR Sp-File-Status = "35"
                   OPEN OUTPUT Student-Payment-File
               END-IF
               MOVE WS-Today(3:6) TO WS-Batch-Number
               MOVE SPACES TO SP-Batch-Header-Rec
               MOVE "HDR" TO Sph-Record-Tag
               MOVE WS-Batch-Number TO Sph-Batch-Number
               MOVE "SECTCANC" TO Sph-Origin
               MOVE WS-Today TO Sph-Business-Date
               WRITE SP-Batch-Header-Rec
               MOVE "Y" TO WS-Batch-Open-Sw
           END-IF.
           MOVE SPACES TO SP-Rec.
           MOVE WS-Drop-Student-Id TO SP-Student-Number.
           MOVE WS-Drop-Term-Code TO SP-Term-Code.
           MOVE WS-Adj-Amount TO SP-Payment.
           MOVE "A" TO SP-Transaction-Type.
           MOVE WS-Today TO SP-Payment-Date.
           MOVE WS-Current-User TO SP-Approver-Id.
           MOVE WS-Adj-Method TO SP-Payment-Method.
           MOVE SPACES TO SP-Fund-Code.
           WRITE SP-Rec.
           ADD 1 TO WS-Batch-Count.
           ADD SP-Payment TO WS-Batch-Hash.

       Close-Adjustment-Batch.
           IF Adjustment-Batch-Open
               MOVE SPACES TO SP-Batch-Trailer-Rec
               MOVE "TRL" TO Spt-Record-Tag
               MOVE WS-Batch-Number TO Spt-Batch-Number
               MOVE WS-Batch-Count TO Spt-Record-Count
               MOVE WS-Batch-Hash TO Spt-Hash-Total
               WRITE SP-Batch-Trailer-Rec
               CLOSE Student-Payment-File
           END-IF.

       Log-Drop-Activity.
           MOVE SPACES TO Add-Drop-Rec.
           MOVE WS-Today TO Ad-Activity-Date.
           MOVE "DROP" TO Ad-Action.
           MOVE WS-Drop-Student-Id TO Ad-Student-Id.
           MOVE WS-Drop-Module-Code TO Ad-Module-Code.
           MOVE WS-Drop-Term-Code TO Ad-Term-Code.
           MOVE WS-Drop-Credit TO Ad-Adjustment-Amount.
           MOVE WS-Drop-Section-Num TO Ad-Section-Num.
           WRITE Add-Drop-Rec.

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

      * The run's term is the only one touched, so its thresholds
      * are read once at the start.
       Get-Load-Thresholds.
           MOVE 12 TO WS-Full-Time-Hours.
           MOVE 9 TO WS-Three-Qtr-Hours.
           MOVE 6 TO WS-Half-Time-Hours.
           MOVE "N" TO WS-Term-Limit-Sw.
           OPEN INPUT Load-Threshold-File.
           IF Lt-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Load-Threshold-File
               AT END SET End-Of-Load-Thresholds TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Load-Thresholds
               IF Lt-Term-Code = WS-Cancel-Term
                   OR (Lt-Default-Row AND NOT Term-Limit-Found)
                   MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
                   MOVE Lt-Three-Qtr-Hours TO WS-Three-Qtr-Hours
                   MOVE Lt-Half-Time-Hours TO WS-Half-Time-Hours
               END-IF
               IF Lt-Term-Code = WS-Cancel-Term
                   MOVE "Y" TO WS-Term-Limit-Sw
               END-IF
               READ Load-Threshold-File
                   AT END SET End-Of-Load-Thresholds TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Load-Threshold-File.

       Total-Term-Load-Hours.
           MOVE ZEROS TO WS-Load-Hours.
           MOVE WS-Drop-Student-Id TO Se-Student-Id.
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
           END-IF.
           PERFORM UNTIL Se-Rec-Not-Found
                   OR Se-Student-Id NOT = WS-Drop-Student-Id
               IF Se-Term-Code = WS-Cancel-Term
                   PERFORM Get-Module-Credit-Hours
                   ADD WS-Module-Credit-Hours TO WS-Load-Hours
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * The term's new load, in StudentEnrollment's history layout,
      * with the registrar's login as the user.
       Record-Load-Status.
           PERFORM Total-Term-Load-Hours.
           EVALUATE TRUE
               WHEN WS-Load-Hours >= WS-Full-Time-Hours
                   MOVE "F" TO WS-Load-Status
               WHEN WS-Load-Hours >= WS-Three-Qtr-Hours
                   MOVE "T" TO WS-Load-Status
               WHEN WS-Load-Hours >= WS-Half-Time-Hours
                   MOVE "H" TO WS-Load-Status
               WHEN OTHER
                   MOVE "L" TO WS-Load-Status
           END-EVALUATE.
           MOVE ZEROS TO WS-Load-Next-Sequence.
           MOVE WS-Drop-Student-Id TO Lh-Student-Id.
           MOVE WS-Cancel-Term TO Lh-Term-Code.
           MOVE ZEROS TO Lh-Sequence-Num.
           START Load-History-File
               KEY IS >= Lh-Key
               INVALID KEY SET Lh-Rec-Not-Found TO TRUE
           END-START.
           IF Lh-Rec-Found
               READ Load-History-File NEXT RECORD
                   AT END SET Lh-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Lh-Rec-Not-Found
                   OR Lh-Student-Id NOT = WS-Drop-Student-Id
                   OR Lh-Term-Code NOT = WS-Cancel-Term
               MOVE Lh-Sequence-Num TO WS-Load-Next-Sequence
               READ Load-History-File NEXT RECORD
                   AT END SET Lh-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           ADD 1 TO WS-Load-Next-Sequence.
           MOVE WS-Drop-Student-Id TO Lh-Student-Id.
           MOVE WS-Cancel-Term TO Lh-Term-Code.
           MOVE WS-Load-Next-Sequence TO Lh-Sequence-Num.
           MOVE WS-Today TO Lh-Change-Date.
           MOVE "DROP" TO Lh-Action.
           MOVE WS-Drop-Module-Code TO Lh-Module-Code.
           MOVE WS-Load-Hours TO Lh-Credit-Hours.
           MOVE WS-Load-Status TO Lh-Load-Status.
           MOVE WS-Current-User TO Lh-Changed-By.
           MOVE SPACES TO Lh-Override-By.
           WRITE Lh-Rec
               INVALID KEY
                   MOVE Lh-Status TO WS-Chk-Status
                   MOVE "WRITE Load-History-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Write-Audit-Record.
           MOVE SPACES TO Audit-Trail-Rec.
           MOVE FUNCTION CURRENT-DATE TO Audit-Timestamp.
           MOVE WS-Audit-Action       TO Audit-Action.
           MOVE WS-Audit-Entity       TO Audit-Entity.
           MOVE WS-Audit-Before       TO Audit-Before.
           MOVE WS-Audit-After        TO Audit-After.
           MOVE WS-Current-User       TO Audit-User.
           WRITE Audit-Trail-Rec.

       Write-Register-Heading.
           MOVE WS-Cancel-Term TO Rh-Term.
           MOVE WS-Today TO Rh-Run-Date.
           MOVE WS-Current-User TO Rh-User.
           WRITE Report-Print-Line FROM Report-Heading-1.

       Write-Register-Totals.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE ALL "-" TO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Sections-Cancelled TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "SECTIONS CANCELLED       " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Enrollments-Dropped TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "ENROLLMENTS DROPPED      " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Alternatives-Offered TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "  ALTERNATIVE OFFERED    " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-No-Alternative TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "  NO OPEN SECTION        " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Waitlist-Removed TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "WAITLIST ENTRIES REMOVED " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Notices-Queued TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "NOTICES QUEUED           " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Requisitions-Cancelled TO WS-Print-Count.
           MOVE SPACES TO Report-Print-Line.
           STRING "REQUISITIONS CANCELLED   " WS-Print-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE Ct-Credit-Total TO WS-Print-Money.
           MOVE SPACES TO Report-Print-Line.
           STRING "TUITION ADJUSTMENTS   " WS-Print-Money
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.

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
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Modcap-Path FROM ENVIRONMENT "MODCAP_PATH".
           IF WS-Modcap-Path = SPACES
               MOVE "MODCAP.DAT" TO WS-Modcap-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Waitlist-Path FROM ENVIRONMENT "WAITLIST_PATH".
           IF WS-Waitlist-Path = SPACES
               MOVE "WAITLIST.DAT" TO WS-Waitlist-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Loadthresh-Path FROM ENVIRONMENT
               "LOADTHRESH_PATH".
           IF WS-Loadthresh-Path = SPACES
               MOVE "LOADTHRESH.DAT" TO WS-Loadthresh-Path
           END-IF.
           ACCEPT WS-Loadhist-Path FROM ENVIRONMENT "LOADHIST_PATH".
           IF WS-Loadhist-Path = SPACES
               MOVE "LOADHIST.DAT" TO WS-Loadhist-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Billbasis-Path FROM ENVIRONMENT "BILLBASIS_PATH".
           IF WS-Billbasis-Path = SPACES
               MOVE "BILLBASIS.DAT" TO WS-Billbasis-Path
           END-IF.
           ACCEPT WS-Coursefee-Path FROM ENVIRONMENT "COURSEFEE_PATH".
           IF WS-Coursefee-Path = SPACES
               MOVE "COURSEFEE.DAT" TO WS-Coursefee-Path
           END-IF.
           ACCEPT WS-Studpay-Path FROM ENVIRONMENT "STUDPAY_PATH".
           IF WS-Studpay-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDPAY.DAT"
                   TO WS-Studpay-Path
           END-IF.
           ACCEPT WS-Adddrop-Path FROM ENVIRONMENT "ADDDROP_PATH".
           IF WS-Adddrop-Path = SPACES
               MOVE "ADDDROP.DAT" TO WS-Adddrop-Path
           END-IF.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Prfile-Path FROM ENVIRONMENT "PRFILE_PATH".
           IF WS-Prfile-Path = SPACES
               MOVE "PRFILE.DAT" TO WS-Prfile-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Audit-Path FROM ENVIRONMENT "ENROLLAUDIT_PATH".
           IF WS-Audit-Path = SPACES
               MOVE "ENROLLAUDIT.LOG" TO WS-Audit-Path
           END-IF.
           ACCEPT WS-Sysbusy-Path FROM ENVIRONMENT "SYSBUSY_PATH".
           IF WS-Sysbusy-Path = SPACES
               MOVE "SYSBUSY.DAT" TO WS-Sysbusy-Path
           END-IF.
           ACCEPT WS-Sectcanc-Rpt-Path FROM ENVIRONMENT
               "SECTCANC_RPT_PATH".
           IF WS-Sectcanc-Rpt-Path = SPACES
               MOVE "SECTCANC.RPT" TO WS-Sectcanc-Rpt-Path
           END-IF.
