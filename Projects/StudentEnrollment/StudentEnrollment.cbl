      * over attempted hours.  A module missing from COURSECAT.DAT
      * falls back to a standard three credit hours (flagged on the
      * console) so the calculation never silently divides by zero.
      * When a module is retaken the most recent graded attempt
      * replaces the earlier ones in the GPA, and Repeat-Limit-File
      * (REPEATLIM.DAT) caps how many times a module may be repeated:
      * a row per module, a ***** row for every other module, and
      * two repeats when neither is on file.
      *
      * Every add and drop re-totals the student's Cc-Credit-Hours
      * for the term and writes a Load-History-File (LOADHIST.DAT)
      * row with the resulting load status - full-time, three-
      * quarter, half-time or less than half - against the hour
      * thresholds on Load-Threshold-File (LOADTHRESH.DAT: a row per
      * term, a ****** row for every other term, and 12/9/6 hours
      * when neither is on file).  The same file sets the most
      * hours a student may carry (18 by default); an add past it
      * needs an advisor override - a second Maintenance-role login
      * - and the advisor's user ID goes on the history row.  A freed
      * seat is never used to take a waitlisted student past the
      * maximum: they are passed over, left on the waitlist for an
      * advisor-approved add, and the next student in line is
      * promoted instead.
      *
      * Se-Sessions-Held/Se-Sessions-Attended count class meetings
      * per enrollment, posted one session at a time through the
      * the same counters to flag students whose attendance has
      * dropped below an early-alert threshold.
      *
      * An I (incomplete) grade carries an expiry date on
      * Incomplete-Grade-File (INCGRADE.DAT), keyed like the
      * enrollment: the date keyed with the grade, or by default
      * 180 days after the term's Tm-End-Date.  IncompleteLapse
      * warns ahead of that date and turns a lapsed I into an F;
      * regrading an I here marks its row resolved.
      *
      * Se-Campus-Code records which campus an enrollment belongs to
      * now that there is more than one site - it defaults to MAIN,
      * and a waitlisted student keeps their campus when a freed seat
      * promotes them.
      *
      * A student CreateMasterFile billed from enrollments - per
      * credit hour and/or per-module course fees, recorded on
      * Billing-Basis-File (BILLBASIS.DAT) - is re-billed whenever a
      * module is added or dropped here: the term's hours and module
      * fees are re-totalled and the difference from the standing
      * bill queued to StudFees as type-A adjustments (negative for
      * an add, so the charge goes up).  A drop's reduction is still
      * scaled by the term schedule's credit percentage, and takes
      * the place of the even-share proration flat-billed students
      * keep getting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mc-File-Status.

           SELECT Repeat-Limit-File ASSIGN TO WS-Repeatlim-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rl-File-Status.

           SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lt-File-Status.

           SELECT Load-History-File ASSIGN TO WS-Loadhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lh-Key
               FILE STATUS IS Lh-Status.

           SELECT Attempt-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ae-Key
               FILE STATUS IS Ae-Status.

           SELECT Waitlist-File ASSIGN TO WS-Waitlist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gh-Key
               FILE STATUS IS Gh-Status.

           SELECT Incomplete-Grade-File ASSIGN TO WS-Incgrade-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ig-Key
               FILE STATUS IS Ig-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nq-File-Status.

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

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Enrollment-File.
           02  Se-Sessions-Attended        PIC 9(3).
           02  Se-Campus-Code              PIC X(4).

      * Second connector on STUDENR.DAT, read only, for the repeat
      * look-ahead - the main scan keeps its place.
       FD  Attempt-Enrollment-File.
       01  Ae-Rec.
           02  Ae-Key.
               03  Ae-Student-Id           PIC 9(5).
               03  Ae-Module-Code          PIC X(5).
               03  Ae-Term-Code            PIC X(6).
               03  Ae-Section-Num          PIC 9(2).
           02  Ae-Enrolled-Date            PIC 9(8).
           02  Ae-Grade                    PIC X(1).
               88  Ae-Counted-Grade         VALUE "A" "B" "C" "D" "F".
           02  Ae-Sessions-Held            PIC 9(3).
           02  Ae-Sessions-Attended        PIC 9(3).
           02  Ae-Campus-Code              PIC X(4).

       FD  Prereq-File.
       01  Prereq-Rec.
           88  End-Of-Prereq-File          VALUE HIGH-VALUES.
           02  FILLER                      PIC X(1).
           02  Mc-Capacity                 PIC 9(5).

       FD  Repeat-Limit-File.
       01  Repeat-Limit-Rec.
           88  End-Of-Repeat-Limits        VALUE HIGH-VALUES.
           02  Rl-Module-Code              PIC X(5).
               88  Rl-Default-Row          VALUE "*****".
           02  FILLER                      PIC X(1).
           02  Rl-Max-Repeats              PIC 9(2).

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

      * One row per add or drop - the student's term hours and load
      * status once the change is made, and the advisor who
      * approved an overload.
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
               88  Lh-Full-Time            VALUE "F".
               88  Lh-Three-Quarter        VALUE "T".
               88  Lh-Half-Time            VALUE "H".
               88  Lh-Less-Than-Half       VALUE "L".
           02  Lh-Changed-By               PIC X(10).
           02  Lh-Override-By              PIC X(10).

       FD  Waitlist-File.
       01  Wl-Rec.
           02  Wl-Key.
           02  Tm-End-Date             PIC 9(8).
           02  Tm-Add-Drop-Date        PIC 9(8).
           02  Tm-Fee-Due-Date         PIC 9(8).
           02  Tm-Census-Date          PIC 9(8).
           02  Tm-Waiver-Deadline      PIC 9(8).
           02  Tm-Grade-Deadline       PIC 9(8).

      * Registration holds (HOLDFILE.DAT), maintained by the
      * StudentHolds program - a zero release date is an active hold
           02  Gh-Change-Date              PIC 9(8).
           02  Gh-Reason-Code              PIC X(4).

      * One row per I grade - open until it is regraded (resolved)
      * or IncompleteLapse turns it into an F (lapsed).
       FD  Incomplete-Grade-File.
       01  Ig-Rec.
           02  Ig-Key.
               03  Ig-Student-Id           PIC 9(5).
               03  Ig-Module-Code          PIC X(5).
               03  Ig-Term-Code            PIC X(6).
               03  Ig-Section-Num          PIC 9(2).
           02  Ig-Expiry-Date              PIC 9(8).
           02  Ig-Recorded-By              PIC X(10).
           02  Ig-Recorded-Date            PIC 9(8).
           02  Ig-Warned-Date              PIC 9(8).
           02  Ig-Lapse-State              PIC X(1).
               88  Ig-Open                 VALUE "O".
               88  Ig-Lapsed               VALUE "L".
               88  Ig-Resolved             VALUE "R".

      * Course catalog - supplies Cc-Credit-Hours for the weighted
      * GPA calculation.
       FD  Course-Catalog-File.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

      * The drop's fee adjustment goes to STUDPAY.DAT as a
      * transaction-type-A row in its own wrapped batch, so the
           02  Nq-Message                  PIC X(50).

      * One line per add and per drop, the input to AddDropReport's
      * per-term activity listing and to GradeDistribution's
      * withdrawal counts by section.
       FD  Add-Drop-Log-File.
       01  Add-Drop-Rec.
           02  Ad-Activity-Date                PIC 9(8).
           02  Ad-Term-Code                    PIC X(6).
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Adjustment-Amount            PIC 9(6)V99.
           02  FILLER                          PIC X(1) VALUE SPACE.
           02  Ad-Section-Num                  PIC 9(2).

      * How CreateMasterFile priced an enrollment-billed master
      * record - rate, full-time cap and the charges the bill
      * stands at once every queued adjustment has posted.
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

      * Per-module course (lab) fees - a module with no row carries
      * no fee.
       FD  Course-Fee-File.
       01  Cf-Rec.
           02  Cf-Module-Code                  PIC X(5).
           02  Cf-Lab-Fee                      PIC 9(4).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Prereq-Path              PIC X(260).
       01  WS-Modcap-Path              PIC X(260).
       01  WS-Repeatlim-Path           PIC X(260).
       01  WS-Waitlist-Path            PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Audit-Path               PIC X(260).
       01  Audit-Status                PIC X(2).
       01  Pq-File-Status              PIC X(2).
       01  Mc-File-Status              PIC X(2).
       01  Rl-File-Status              PIC X(2).

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
      * Prerequisite table, loaded once at startup from Prereq-File -
      * same table-driven lookup pattern StudFees' Fee-Rate-Table uses.
       01  Prereq-Table.
           02  Pq-Entry OCCURS 2000 TIMES
                       INDEXED BY Pq-Idx.
               03  Pq-Module-Tbl            PIC X(5).
               03  Pq-Prereq-Tbl            PIC X(5).
       01  WS-Prereq-Max               PIC 9(4) VALUE 2000.
       01  WS-Prereq-Count             PIC 9(4) VALUE ZEROS.

       01  WS-Prereq-Key.
      * Capacity table, loaded once at startup from Module-Capacity-
      * File - same table-driven lookup pattern as Prereq-Table.
       01  Capacity-Table.
           02  Mc-Entry OCCURS 2000 TIMES
                       INDEXED BY Mc-Idx.
               03  Mc-Module-Tbl             PIC X(5).
               03  Mc-Section-Tbl            PIC 9(2).
               03  Mc-Capacity-Tbl           PIC 9(5).
       01  WS-Modcap-Max               PIC 9(4) VALUE 2000.
       01  WS-Modcap-Count             PIC 9(4) VALUE ZEROS.

       01  WS-Capacity-Found            PIC X VALUE "N".
       01  WS-Gpa-Attempted-Hours       PIC 9(4).
       01  WS-Gpa-Earned-Hours          PIC 9(4).
       01  Ct-Modules-Defaulted         PIC 9(4).
       01  Ct-Attempts-Superseded       PIC 9(4).

      * Repeat policy items - see Check-Superseded-Attempt and
      * Check-Repeat-Limit.
       01  Ae-Status                   PIC X(2).
           88  Ae-Rec-Found            VALUE "00".
           88  Ae-Rec-Not-Found        VALUE "23".
       01  WS-Superseded-Sw            PIC X VALUE "N".
           88  Attempt-Superseded      VALUE "Y".
       01  WS-Default-Max-Repeats      PIC 9(2) VALUE 2.
       01  WS-Max-Repeats              PIC 9(2).
       01  WS-Module-Limit-Sw          PIC X VALUE "N".
           88  Module-Limit-Found      VALUE "Y".
       01  WS-Prior-Attempts           PIC 9(3).
       01  WS-Repeat-Limit-Sw          PIC X VALUE "N".
           88  Repeat-Limit-Reached    VALUE "Y".

      * Term credit-load items - see Check-Credit-Load and
      * Record-Load-Status.
       01  WS-Loadthresh-Path          PIC X(260).
       01  WS-Loadhist-Path            PIC X(260).
       01  Lt-File-Status              PIC X(2).
       01  Lh-Status                   PIC X(2).
           88  Lh-Rec-Found            VALUE "00".
           88  Lh-Rec-Not-Found        VALUE "23".
       01  WS-Full-Time-Hours          PIC 9(2).
       01  WS-Three-Qtr-Hours          PIC 9(2).
       01  WS-Half-Time-Hours          PIC 9(2).
       01  WS-Max-Load-Hours           PIC 9(2).
       01  WS-Term-Limit-Sw            PIC X VALUE "N".
           88  Term-Limit-Found        VALUE "Y".
       01  WS-Load-Student-Id          PIC 9(5).
       01  WS-Load-Term-Code           PIC X(6).
       01  WS-Load-Module-Code         PIC X(5).
       01  WS-Load-Action              PIC X(4).
       01  WS-Load-Hours               PIC 9(3).
       01  WS-Load-Status              PIC X(1).
       01  WS-Load-Description         PIC X(18).
       01  WS-Load-Se-Status           PIC X(2).
       01  WS-Load-Next-Sequence       PIC 9(3).
       01  WS-Overload-Approver        PIC X(10) VALUE SPACES.
       01  WS-Overload-Sw              PIC X VALUE "N".
           88  Overload-Refused        VALUE "Y".
       01  WS-Promote-Sw               PIC X VALUE "N".
           88  Promotion-Settled       VALUE "Y".

      * Holds the enrollment a clerk is adding while Se-Key/Se-Rec get
      * reused to search Student-Enrollment-File for prerequisites.
       01  WS-Attended-Reply           PIC X VALUE "N".
           88  Session-Attended        VALUE "Y" "y".
       01  WS-Grade-Entry              PIC X(1) VALUE SPACE.
           88  Valid-Letter-Grade      VALUE "A" "B" "C" "D" "F" "I".
           88  Incomplete-Grade-Entry  VALUE "I".

      * Incomplete-grade expiry.  A blank expiry keyed with an I
      * defaults to the term's end date plus WS-Incomplete-Days.
       01  Ig-Status                   PIC X(2).
           88  Ig-Rec-Found            VALUE "00".
           88  Ig-Rec-Not-Found        VALUE "23".
       01  WS-Incgrade-Path            PIC X(260).
       01  WS-Incomplete-Days          PIC 9(3) VALUE 180.
       01  WS-Ig-Expiry-Date           PIC 9(8).
       01  WS-Ig-Today                 PIC 9(8).

      * Grade-change approval work items.  Changing a grade already
      * posted needs a second, Maintenance-role login from a


       01  Term-Sched-Table.
           02  Tst-Entry OCCURS 200 TIMES.
               03  Tst-Term-Code       PIC X(6).
               03  Tst-Full-End        PIC 9(8).
               03  Tst-Half-End        PIC 9(8).
       01  WS-Termsched-Max            PIC 9(3) VALUE 200.
       01  WS-Termsched-Count          PIC 9(3) VALUE ZEROS.
       01  Tst-Idx                     PIC 9(3).

       01  WS-Credit-Pct               PIC 9(3).
       01  WS-Term-Enroll-Count        PIC 9(3).
       01  WS-Drop-Student-Id          PIC 9(5).
       01  WS-Drop-Module-Code         PIC X(5).
       01  WS-Drop-Term-Code           PIC X(6).
       01  WS-Drop-Section-Num         PIC 9(2).
       01  WS-Batch-Number             PIC 9(6).

      * Enrollment re-bill work items.  An absent BILLBASIS.DAT, or
      * no row for the student/term, means the term is billed flat
      * and nothing is re-billed.
       01  WS-Billbasis-Path           PIC X(260).
       01  WS-Coursefee-Path           PIC X(260).
       01  Bb-Status                   PIC X(2).
           88  Bb-Rec-Found            VALUE "00".
       01  Cf-Status                   PIC X(2).
           88  Cf-Rec-Found            VALUE "00".
       01  WS-Basis-Found-Sw           PIC X VALUE "N".
           88  Billing-Basis-Found     VALUE "Y".
       01  WS-Course-Fee-Sw            PIC X VALUE "N".
           88  Course-Fee-File-Available VALUE "Y".
       01  WS-Rebill-Student-Id        PIC 9(5).
       01  WS-Rebill-Term-Code         PIC X(6).
       01  WS-Rebill-Se-Status         PIC X(2).
       01  WS-Rebill-Hours             PIC 9(3).
       01  WS-Rebill-Module-Fees       PIC 9(7).
       01  WS-Rebill-Tuition           PIC 9(7).
       01  WS-Rebill-Lab               PIC 9(7).
       01  WS-Rebill-Tuition-Adj       PIC S9(7).
       01  WS-Rebill-Lab-Adj           PIC S9(7).
       01  WS-Rebill-Count             PIC 9(1).
       01  WS-Rebill-Hash              PIC S9(9)V99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           END-IF.
           PERFORM Check-Batch-Window.
           OPEN I-O Student-Enrollment-File.
           OPEN INPUT Attempt-Enrollment-File.
           OPEN I-O Waitlist-File.
           IF Wl-Status = "05" OR Wl-Status = "35"
               CLOSE Waitlist-File
               CLOSE Grade-History-File
               OPEN I-O Grade-History-File
           END-IF.
           OPEN I-O Incomplete-Grade-File.
           IF Ig-Status = "05" OR Ig-Status = "35"
               CLOSE Incomplete-Grade-File
               OPEN OUTPUT Incomplete-Grade-File
               CLOSE Incomplete-Grade-File
               OPEN I-O Incomplete-Grade-File
           END-IF.
           OPEN I-O Load-History-File.
           IF Lh-Status = "05" OR Lh-Status = "35"
               CLOSE Load-History-File
               OPEN OUTPUT Load-History-File
               CLOSE Load-History-File
               OPEN I-O Load-History-File
           END-IF.
           OPEN EXTEND Audit-Trail-File.
           IF Audit-Status = "35"
               OPEN OUTPUT Audit-Trail-File
           END-IF.
           PERFORM Main-Menu UNTIL Main-Menu-Choice = 9.
           CLOSE Student-Enrollment-File, Attempt-Enrollment-File,
                 Waitlist-File.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           IF Schedule-File-Available
               CLOSE Section-Schedule-File
           END-IF.
           CLOSE Grade-History-File, Incomplete-Grade-File.
           CLOSE Load-History-File.
           CLOSE Audit-Trail-File.
           STOP RUN.

               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Prereq-File
               IF WS-Prereq-Count NOT < WS-Prereq-Max
                   DISPLAY "*** PREREQUISITE TABLE FULL *** more than "
                           WS-Prereq-Max " PREREQ.DAT rows"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Prereq-Count
               MOVE Pq-Module-Code TO Pq-Module-Tbl(WS-Prereq-Count)
               MOVE Pq-Prereq-Code TO Pq-Prereq-Tbl(WS-Prereq-Count)
               READ Prereq-File
                   AT END SET End-Of-Prereq-File TO TRUE
               END-READ
               END-READ
           END-IF.
           PERFORM UNTIL End-Of-Termsched-File
               IF WS-Termsched-Count NOT < WS-Termsched-Max
                   DISPLAY "*** TERM SCHEDULE TABLE FULL *** more than "
                           WS-Termsched-Max " terms"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Termsched-Count
               MOVE Tsc-Term-Code
                   TO Tst-Term-Code(WS-Termsched-Count)
               MOVE Tsc-Full-Credit-End
                   TO Tst-Full-End(WS-Termsched-Count)
               MOVE Tsc-Half-Credit-End
                   TO Tst-Half-End(WS-Termsched-Count)
               READ Term-Sched-File
                   AT END SET End-Of-Termsched-File TO TRUE
               END-READ
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
                       " has an active hold (type "
                       WS-Active-Hold-Type ").  See StudentHolds."
           ELSE
               PERFORM Check-Repeat-Limit
               IF Repeat-Limit-Reached
                   DISPLAY "Add refused - Student " WS-New-Student-Id
                           " has already taken " WS-New-Module-Code
                           " " WS-Prior-Attempts " time(s); the "
                           "repeat limit is " WS-Max-Repeats "."
               ELSE
                   PERFORM Check-Credit-Load
                   IF NOT Overload-Refused
                       PERFORM Add-Enrollment-Checked
                   END-IF
               END-IF
           END-IF.

      * Every earlier-term enrollment in the module is an attempt;
      * one more than the limit allows is refused.
       Check-Repeat-Limit.
           MOVE "N" TO WS-Repeat-Limit-Sw.
           PERFORM Get-Module-Repeat-Limit.
           MOVE ZEROS TO WS-Prior-Attempts.
           MOVE WS-New-Student-Id TO Se-Student-Id.
           MOVE WS-New-Module-Code TO Se-Module-Code.
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
                   OR Se-Student-Id NOT = WS-New-Student-Id
                   OR Se-Module-Code NOT = WS-New-Module-Code
               IF Se-Term-Code NOT = WS-New-Term-Code
                   ADD 1 TO WS-Prior-Attempts
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           IF WS-Prior-Attempts > WS-Max-Repeats
               MOVE "Y" TO WS-Repeat-Limit-Sw
           END-IF.

      * A module's own row wins over the ***** row; an absent
      * REPEATLIM.DAT leaves the standard limit in force.
       Get-Module-Repeat-Limit.
           MOVE WS-Default-Max-Repeats TO WS-Max-Repeats.
           MOVE "N" TO WS-Module-Limit-Sw.
           OPEN INPUT Repeat-Limit-File.
           IF Rl-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Repeat-Limit-File
               AT END SET End-Of-Repeat-Limits TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Repeat-Limits
               IF Rl-Module-Code = WS-New-Module-Code
                   MOVE Rl-Max-Repeats TO WS-Max-Repeats
                   MOVE "Y" TO WS-Module-Limit-Sw
               END-IF
               IF Rl-Default-Row AND NOT Module-Limit-Found
                   MOVE Rl-Max-Repeats TO WS-Max-Repeats
               END-IF
               READ Repeat-Limit-File
                   AT END SET End-Of-Repeat-Limits TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Repeat-Limit-File.

      * The term's hours with the new module added, against the
      * maximum load.  Going over it needs an advisor to sign on and
      * approve; the approver rides on the load-history row.
       Check-Credit-Load.
           MOVE "N" TO WS-Overload-Sw.
           MOVE SPACES TO WS-Overload-Approver.
           PERFORM Total-Load-With-New-Module.
           IF WS-Load-Hours > WS-Max-Load-Hours
               DISPLAY "Student " WS-New-Student-Id " would carry "
                       WS-Load-Hours " credit hours for term "
                       WS-New-Term-Code " - the maximum is "
                       WS-Max-Load-Hours "."
               DISPLAY "Advisor override required."
               PERFORM Prompt-Overload-Approval
               IF Approver-Ok
                   MOVE WS-Approver-Userid TO WS-Overload-Approver
                   DISPLAY "Overload approved by "
                           WS-Overload-Approver "."
               ELSE
                   MOVE "Y" TO WS-Overload-Sw
                   DISPLAY "Add refused - overload not approved."
               END-IF
           END-IF.

       Total-Load-With-New-Module.
           MOVE WS-New-Student-Id TO WS-Load-Student-Id.
           MOVE WS-New-Term-Code TO WS-Load-Term-Code.
           PERFORM Get-Load-Thresholds.
           PERFORM Total-Term-Load-Hours.
           MOVE WS-New-Module-Code TO Se-Module-Code.
           PERFORM Get-Module-Credit-Hours.
           ADD WS-Module-Credit-Hours TO WS-Load-Hours.

      * Same approver convention as a grade change: a different
      * account holding the Maintenance role.
       Prompt-Overload-Approval.
           MOVE "N" TO WS-Approver-Ok-Sw.
           DISPLAY "Advisor User ID: " WITH NO ADVANCING.
           ACCEPT WS-Approver-Userid.
           DISPLAY "Advisor Password: " WITH NO ADVANCING.
           ACCEPT WS-Approver-Password.
           IF WS-Approver-Userid = WS-Current-User
               DISPLAY "Advisor must be a different account."
           ELSE
               PERFORM VARYING Ua-Idx FROM 1 BY 1
                       UNTIL Ua-Idx > WS-User-Access-Count
                   IF Ua-UserId-Tbl(Ua-Idx) = WS-Approver-Userid
                       AND Ua-Password-Tbl(Ua-Idx)
                           = WS-Approver-Password
                       AND Ua-Role-Tbl(Ua-Idx) = "M"
                       MOVE "Y" TO WS-Approver-Ok-Sw
                   END-IF
               END-PERFORM
           END-IF.

      * A term's own row wins over the ****** row; an absent
      * LOADTHRESH.DAT leaves the standard thresholds in force.
       Get-Load-Thresholds.
           MOVE 12 TO WS-Full-Time-Hours.
           MOVE 9 TO WS-Three-Qtr-Hours.
           MOVE 6 TO WS-Half-Time-Hours.
           MOVE 18 TO WS-Max-Load-Hours.
           MOVE "N" TO WS-Term-Limit-Sw.
           OPEN INPUT Load-Threshold-File.
           IF Lt-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Load-Threshold-File
               AT END SET End-Of-Load-Thresholds TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Load-Thresholds
               IF Lt-Term-Code = WS-Load-Term-Code
                   OR (Lt-Default-Row AND NOT Term-Limit-Found)
                   MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
                   MOVE Lt-Three-Qtr-Hours TO WS-Three-Qtr-Hours
                   MOVE Lt-Half-Time-Hours TO WS-Half-Time-Hours
                   MOVE Lt-Max-Hours TO WS-Max-Load-Hours
               END-IF
               IF Lt-Term-Code = WS-Load-Term-Code
                   MOVE "Y" TO WS-Term-Limit-Sw
               END-IF
               READ Load-Threshold-File
                   AT END SET End-Of-Load-Thresholds TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Load-Threshold-File.

       Total-Term-Load-Hours.
           MOVE ZEROS TO WS-Load-Hours.
           MOVE WS-Load-Student-Id TO Se-Student-Id.
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
                   OR Se-Student-Id NOT = WS-Load-Student-Id
               IF Se-Term-Code = WS-Load-Term-Code
                   PERFORM Get-Module-Credit-Hours
                   ADD WS-Module-Credit-Hours TO WS-Load-Hours
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * Re-totals the term once an add or drop has gone through and
      * writes the history row.  Se-Status is put back afterwards -
      * the waitlist promotion tests it after the write.
       Record-Load-Status.
           MOVE Se-Status TO WS-Load-Se-Status.
           PERFORM Get-Load-Thresholds.
           PERFORM Total-Term-Load-Hours.
           EVALUATE TRUE
               WHEN WS-Load-Hours >= WS-Full-Time-Hours
                   MOVE "F" TO WS-Load-Status
                   MOVE "FULL-TIME" TO WS-Load-Description
               WHEN WS-Load-Hours >= WS-Three-Qtr-Hours
                   MOVE "T" TO WS-Load-Status
                   MOVE "THREE-QUARTER TIME" TO WS-Load-Description
               WHEN WS-Load-Hours >= WS-Half-Time-Hours
                   MOVE "H" TO WS-Load-Status
                   MOVE "HALF-TIME" TO WS-Load-Description
               WHEN OTHER
                   MOVE "L" TO WS-Load-Status
                   MOVE "LESS THAN HALF" TO WS-Load-Description
           END-EVALUATE.
           PERFORM Find-Next-Load-History-Seq.
           MOVE WS-Load-Student-Id TO Lh-Student-Id.
           MOVE WS-Load-Term-Code TO Lh-Term-Code.
           MOVE WS-Load-Next-Sequence TO Lh-Sequence-Num.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Lh-Change-Date.
           MOVE WS-Load-Action TO Lh-Action.
           MOVE WS-Load-Module-Code TO Lh-Module-Code.
           MOVE WS-Load-Hours TO Lh-Credit-Hours.
           MOVE WS-Load-Status TO Lh-Load-Status.
           MOVE WS-Current-User TO Lh-Changed-By.
           MOVE WS-Overload-Approver TO Lh-Override-By.
           WRITE Lh-Rec
               INVALID KEY
                   MOVE Lh-Status TO WS-Chk-Status
                   MOVE "WRITE Load-History-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           DISPLAY "Student " WS-Load-Student-Id " term "
                   WS-Load-Term-Code " load now " WS-Load-Hours
                   " credit hours - " WS-Load-Description.
           MOVE WS-Load-Se-Status TO Se-Status.

       Find-Next-Load-History-Seq.
           MOVE ZEROS TO WS-Load-Next-Sequence.
           MOVE WS-Load-Student-Id TO Lh-Student-Id.
           MOVE WS-Load-Term-Code TO Lh-Term-Code.
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
                   OR Lh-Student-Id NOT = WS-Load-Student-Id
                   OR Lh-Term-Code NOT = WS-Load-Term-Code
               MOVE Lh-Sequence-Num TO WS-Load-Next-Sequence
               READ Load-History-File NEXT RECORD
                   AT END SET Lh-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           ADD 1 TO WS-Load-Next-Sequence.

       Add-Enrollment-Checked.
           PERFORM Check-Prerequisites-Met.
                   MOVE Se-Rec       TO WS-Audit-After
                   PERFORM Write-Audit-Record
                   PERFORM Log-Add-Activity
                   MOVE WS-New-Student-Id TO WS-Load-Student-Id
                   MOVE WS-New-Term-Code TO WS-Load-Term-Code
                   MOVE WS-New-Module-Code TO WS-Load-Module-Code
                   MOVE "ADD" TO WS-Load-Action
                   PERFORM Record-Load-Status
                   MOVE 100 TO WS-Credit-Pct
                   MOVE WS-New-Student-Id TO WS-Rebill-Student-Id
                   MOVE WS-New-Term-Code TO WS-Rebill-Term-Code
                   PERFORM Rebill-Term-Charges
           END-WRITE.

       Check-Module-Capacity.
           END-IF.
           ADD 1 TO WS-Next-Waitlist-Seq.

      * Walks the section's waitlist in sequence until one student
      * takes the seat.  Nobody is at the counter to approve an
      * overload for the student being promoted, so one who would go
      * past the maximum load is passed over and keeps their place.
       Promote-Next-Waitlisted.
           MOVE "N" TO WS-Promote-Sw.
           MOVE WS-New-Module-Code TO Wl-Module-Code.
           MOVE WS-New-Term-Code   TO Wl-Term-Code.
           MOVE WS-New-Section-Num TO Wl-Section-Num.
                   AT END SET Wl-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Wl-Rec-Not-Found
                   OR Promotion-Settled
                   OR Wl-Module-Code NOT = WS-New-Module-Code
                   OR Wl-Term-Code NOT = WS-New-Term-Code
                   OR Wl-Section-Num NOT = WS-New-Section-Num
               PERFORM Promote-One-Waitlisted
               IF NOT Promotion-Settled
                   READ Waitlist-File NEXT RECORD
                       AT END SET Wl-Rec-Not-Found TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       Promote-One-Waitlisted.
           MOVE Wl-Student-Id TO WS-New-Student-Id.
           MOVE Wl-Campus-Code TO WS-New-Campus-Code.
           PERFORM Total-Load-With-New-Module.
           IF WS-Load-Hours > WS-Max-Load-Hours
               DISPLAY "Waitlisted Student " WS-New-Student-Id
                       " would carry " WS-Load-Hours " credit hours"
                       " - the maximum is " WS-Max-Load-Hours
                       "; passed over and left on the waitlist."
               DISPLAY "    An advisor-approved add is needed to "
                       "enroll them."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Promote-Sw.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE WS-Today TO WS-New-Enrolled-Date.
           PERFORM Write-New-Enrollment.
      * Only surrender the queue position once the seat is really
      * theirs - if the WRITE failed (e.g. the student already has
      * an enrollment record), the waitlist entry stays for review.
      * "02" is a successful write that duplicated the alternate
      * module-code key, the normal case for a popular module.
           IF Se-Status = "00" OR Se-Status = "02"
               DELETE Waitlist-File
                   INVALID KEY
                       MOVE Wl-Status TO WS-Chk-Status
                       MOVE "DELETE Waitlist-File (promote)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
                   NOT INVALID KEY
                       DISPLAY "Waitlisted Student "
                               WS-New-Student-Id
                               " promoted into " WS-New-Module-Code
                       PERFORM Queue-Promotion-Notice
               END-DELETE
           ELSE
               DISPLAY "Waitlisted Student " WS-New-Student-Id
                       " could not be promoted - left on the "
                       "waitlist."
           END-IF.

      * Scans the student's hold rows for any with a zero release
               MOVE Se-Student-Id  TO WS-Drop-Student-Id
               MOVE Se-Module-Code TO WS-Drop-Module-Code
               MOVE Se-Term-Code   TO WS-Drop-Term-Code
               MOVE Se-Section-Num TO WS-Drop-Section-Num
               MOVE Se-Rec TO WS-Audit-Before
               DISPLAY "Delete this enrollment? (Y/N): "
                       WITH NO ADVANCING
                           MOVE "ENROLLMENT" TO WS-Audit-Entity
                           MOVE "N/A"         TO WS-Audit-After
                           PERFORM Write-Audit-Record
                           MOVE SPACES TO WS-Overload-Approver
                           PERFORM Promote-Next-Waitlisted
                           PERFORM Process-Drop-Adjustment
                           MOVE WS-Drop-Student-Id
                               TO WS-Load-Student-Id
                           MOVE WS-Drop-Term-Code
                               TO WS-Load-Term-Code
                           MOVE WS-Drop-Module-Code
                               TO WS-Load-Module-Code
                           MOVE "DROP" TO WS-Load-Action
                           PERFORM Record-Load-Status
                   END-DELETE
               END-IF
           END-IF.

      * An enrollment-billed term is simply re-billed for the modules
      * left; a flat-billed one gets the proration below.
       Process-Drop-Adjustment.
           PERFORM Determine-Credit-Pct.
           MOVE ZEROS TO WS-Drop-Credit.
           MOVE WS-Drop-Student-Id TO WS-Rebill-Student-Id.
           MOVE WS-Drop-Term-Code TO WS-Rebill-Term-Code.
           PERFORM Rebill-Term-Charges.
           IF NOT Billing-Basis-Found
               PERFORM Prorate-Flat-Drop-Credit
           END-IF.
           PERFORM Log-Drop-Activity.

      * A drop inside the term schedule's credit window earns back a
      * prorated share of the term's tuition: the dropped module's
      * even share of SM-Tuition-Owed, at 100% or 50% depending on
      * the date.  The credit posts through StudFees as a
      * transaction-type-A adjustment batch, never by this program
      * rewriting the fees master itself.
       Prorate-Flat-Drop-Credit.
           IF WS-Credit-Pct = ZEROS
               DISPLAY "Drop is past the credit deadline - no "
                       "tuition adjustment."
                           " queued for the next posting run."
               END-IF
           END-IF.

      * Re-totals the hours and module fees the student now holds
      * for the term and queues the difference from the standing
      * bill.  A reduction is scaled by WS-Credit-Pct (100 for an
      * add, the term schedule's percentage for a drop); an increase
      * is always billed in full.  Se-Status is put back afterwards
      * because waitlist promotion tests it after the add.
       Rebill-Term-Charges.
           MOVE "N" TO WS-Basis-Found-Sw.
           MOVE Se-Status TO WS-Rebill-Se-Status.
           OPEN I-O Billing-Basis-File.
           IF Bb-Status = "00"
               MOVE WS-Rebill-Student-Id TO Bb-Student-Number
               MOVE WS-Rebill-Term-Code TO Bb-Term-Code
               READ Billing-Basis-File
                   KEY IS Bb-Master-Key
                   INVALID KEY MOVE "23" TO Bb-Status
               END-READ
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
                       DISPLAY "Term bill re-computed - tuition "
                               WS-Rebill-Tuition-Adj " lab "
                               WS-Rebill-Lab-Adj
                               " (+ = credit) queued for posting."
                   ELSE
                       DISPLAY "Term bill unchanged by this "
                               "enrollment."
                   END-IF
               END-IF
               CLOSE Billing-Basis-File
           END-IF.
           MOVE WS-Rebill-Se-Status TO Se-Status.

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
               COMPUTE WS-Rebill-Tuition-Adj ROUNDED =
                   WS-Rebill-Tuition-Adj * WS-Credit-Pct / 100
           END-IF.
           IF WS-Rebill-Lab-Adj > ZERO
               COMPUTE WS-Rebill-Lab-Adj ROUNDED =
                   WS-Rebill-Lab-Adj * WS-Credit-Pct / 100
           END-IF.
           IF WS-Rebill-Tuition-Adj > ZERO
               ADD WS-Rebill-Tuition-Adj TO WS-Drop-Credit
           END-IF.
           IF WS-Rebill-Lab-Adj > ZERO
               ADD WS-Rebill-Lab-Adj TO WS-Drop-Credit
           END-IF.

       Total-Rebill-Enrollments.
           MOVE ZEROS TO WS-Rebill-Hours.
           MOVE ZEROS TO WS-Rebill-Module-Fees.
           OPEN INPUT Course-Fee-File.
           IF Cf-Status = "00"
               MOVE "Y" TO WS-Course-Fee-Sw
           ELSE
               MOVE "N" TO WS-Course-Fee-Sw
           END-IF.
           MOVE WS-Rebill-Student-Id TO Se-Student-Id.
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
                       OR Se-Student-Id NOT = WS-Rebill-Student-Id
                   IF Se-Term-Code = WS-Rebill-Term-Code
                       PERFORM Get-Module-Credit-Hours
                       ADD WS-Module-Credit-Hours TO WS-Rebill-Hours
                       PERFORM Add-Module-Course-Fee
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF Course-Fee-File-Available
               CLOSE Course-Fee-File
           END-IF.

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

      * Same wrapped single-batch shape as Queue-Drop-Adjustment, one
      * type-A row per charge that moved - "LAB" in the method column
      * aims the row at the lab charge.
       Queue-Rebill-Adjustment.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE ZEROS TO WS-Rebill-Count.
           MOVE ZEROS TO WS-Rebill-Hash.
           OPEN EXTEND Student-Payment-File.
           IF Sp-File-Status = "05" OR Sp-File-Status = "35"
               OPEN OUTPUT Student-Payment-File
           END-IF.
           MOVE WS-Today(3:6) TO WS-Batch-Number.
           MOVE SPACES TO SP-Batch-Header-Rec.
           MOVE "HDR" TO Sph-Record-Tag.
           MOVE WS-Batch-Number TO Sph-Batch-Number.
           MOVE "ENRBILL" TO Sph-Origin.
           MOVE WS-Today TO Sph-Business-Date.
           WRITE SP-Batch-Header-Rec.
           MOVE WS-Rebill-Student-Id TO SP-Student-Number.
           MOVE WS-Rebill-Term-Code TO SP-Term-Code.
           MOVE "A" TO SP-Transaction-Type.
           MOVE WS-Today TO SP-Payment-Date.
           MOVE WS-Current-User TO SP-Approver-Id.
           MOVE SPACES TO SP-Fund-Code.
           IF WS-Rebill-Tuition-Adj NOT = ZERO
               MOVE WS-Rebill-Tuition-Adj TO SP-Payment
               MOVE "ADJ" TO SP-Payment-Method
               WRITE SP-Rec
               ADD 1 TO WS-Rebill-Count
               ADD WS-Rebill-Tuition-Adj TO WS-Rebill-Hash
           END-IF.
           IF WS-Rebill-Lab-Adj NOT = ZERO
               MOVE WS-Rebill-Lab-Adj TO SP-Payment
               MOVE "LAB" TO SP-Payment-Method
               WRITE SP-Rec
               ADD 1 TO WS-Rebill-Count
               ADD WS-Rebill-Lab-Adj TO WS-Rebill-Hash
           END-IF.
           MOVE SPACES TO SP-Batch-Trailer-Rec.
           MOVE "TRL" TO Spt-Record-Tag.
           MOVE WS-Batch-Number TO Spt-Batch-Number.
           MOVE WS-Rebill-Count TO Spt-Record-Count.
           MOVE WS-Rebill-Hash TO Spt-Hash-Total.
           WRITE SP-Batch-Trailer-Rec.
           CLOSE Student-Payment-File.

       Determine-Credit-Pct.
           MOVE ZEROS TO WS-Credit-Pct.
           MOVE Se-Module-Code TO Ad-Module-Code.
           MOVE Se-Term-Code TO Ad-Term-Code.
           MOVE ZEROS TO Ad-Adjustment-Amount.
           MOVE Se-Section-Num TO Ad-Section-Num.
           WRITE Add-Drop-Rec.
           CLOSE Add-Drop-Log-File.

           MOVE WS-Drop-Module-Code TO Ad-Module-Code.
           MOVE WS-Drop-Term-Code TO Ad-Term-Code.
           MOVE WS-Drop-Credit TO Ad-Adjustment-Amount.
           MOVE WS-Drop-Section-Num TO Ad-Section-Num.
           WRITE Add-Drop-Rec.
           CLOSE Add-Drop-Log-File.

               IF NOT Approver-Ok
                   DISPLAY "Approval failed - grade unchanged."
               ELSE
                   DISPLAY "Enter Grade (A/B/C/D/F, I = incomplete): "
                           WITH NO ADVANCING
                   ACCEPT WS-Grade-Entry
                   MOVE FUNCTION UPPER-CASE(WS-Grade-Entry)
                       TO WS-Grade-Entry
                   IF NOT Valid-Letter-Grade
                       DISPLAY "Invalid grade " WS-Grade-Entry
                               " - only A/B/C/D/F/I accepted, no "
                               "change made."
                   ELSE
                       IF Incomplete-Grade-Entry
                           PERFORM Prompt-Incomplete-Expiry
                       END-IF
                       MOVE WS-Grade-Entry TO Se-Grade
                       REWRITE Se-Rec
                           INVALID KEY
                               IF WS-Old-Grade NOT = SPACE
                                   PERFORM Write-Grade-History
                               END-IF
                               PERFORM Update-Incomplete-Record
                       END-REWRITE
                   END-IF
               END-IF
                   PERFORM Check-Fatal-Status
           END-WRITE.

      * The expiry defaults from the term master; with no term
      * master (or no end date on the term) it runs from today.
       Prompt-Incomplete-Expiry.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Ig-Today.
           MOVE ZEROS TO WS-Ig-Expiry-Date.
           DISPLAY "Incomplete expires on (YYYYMMDD, blank = term "
                   "end + " WS-Incomplete-Days " days): "
                   WITH NO ADVANCING.
           ACCEPT WS-Ig-Expiry-Date.
           IF WS-Ig-Expiry-Date > WS-Ig-Today
               EXIT PARAGRAPH
           END-IF.
           IF WS-Ig-Expiry-Date NOT = ZEROS
               DISPLAY "Expiry must be after today - using the "
                       "default."
           END-IF.
           MOVE WS-Ig-Today TO WS-Ig-Expiry-Date.
           IF Termmast-Available
               MOVE Se-Term-Code TO Tm-Term-Code
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found AND Tm-End-Date > ZEROS
                   MOVE Tm-End-Date TO WS-Ig-Expiry-Date
               END-IF
           END-IF.
           COMPUTE WS-Ig-Expiry-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Ig-Expiry-Date)
               + WS-Incomplete-Days).
           DISPLAY "Incomplete expires on " WS-Ig-Expiry-Date ".".

      * An I just posted opens (or re-opens) its expiry row; an I
      * just regraded closes its row as resolved.
       Update-Incomplete-Record.
           MOVE Se-Key TO Ig-Key.
           READ Incomplete-Grade-File
               KEY IS Ig-Key
               INVALID KEY MOVE "23" TO Ig-Status
           END-READ.
           IF Se-Grade = "I"
               MOVE Se-Key TO Ig-Key
               MOVE WS-Ig-Expiry-Date TO Ig-Expiry-Date
               MOVE WS-Current-User TO Ig-Recorded-By
               MOVE FUNCTION CURRENT-DATE(1:8) TO Ig-Recorded-Date
               MOVE ZEROS TO Ig-Warned-Date
               SET Ig-Open TO TRUE
               IF Ig-Rec-Found
                   REWRITE Ig-Rec
                       INVALID KEY
                           MOVE Ig-Status TO WS-Chk-Status
                           MOVE "REWRITE Incomplete-Grade-File"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
               ELSE
                   WRITE Ig-Rec
                       INVALID KEY
                           MOVE Ig-Status TO WS-Chk-Status
                           MOVE "WRITE Incomplete-Grade-File"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-WRITE
               END-IF
           ELSE
               IF Ig-Rec-Found AND Ig-Open
                   SET Ig-Resolved TO TRUE
                   REWRITE Ig-Rec
                       INVALID KEY
                           MOVE Ig-Status TO WS-Chk-Status
                           MOVE "REWRITE Incomplete-Grade-File"
                               TO WS-Chk-Context
                           PERFORM Check-Fatal-Status
                   END-REWRITE
               END-IF
           END-IF.

       Find-Next-Grade-History-Seq.
           MOVE 1 TO WS-Gh-Next-Sequence.
           MOVE Se-Student-Id TO Gh-Student-Id.
           ACCEPT WS-Gpa-Student-Id.
           MOVE ZEROS TO WS-Gpa-Quality-Points WS-Gpa-Graded-Count
                         WS-Gpa-Attempted-Hours WS-Gpa-Earned-Hours
                         Ct-Modules-Defaulted Ct-Attempts-Superseded.

           MOVE WS-Gpa-Student-Id TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code.
               PERFORM UNTIL Se-Rec-Not-Found
                       OR Se-Student-Id NOT = WS-Gpa-Student-Id
                   IF NOT Se-Not-Graded
                       PERFORM Check-Superseded-Attempt
                       IF Attempt-Superseded
                           ADD 1 TO Ct-Attempts-Superseded
                       ELSE
                           PERFORM Add-Grade-To-Gpa
                       END-IF
                   END-IF
                   READ Student-Enrollment-File NEXT RECORD
                       AT END SET Se-Rec-Not-Found TO TRUE
                           "missing from the catalog - weighted at "
                           WS-Default-Credit-Hours " hours)"
               END-IF
               IF Ct-Attempts-Superseded > 0
                   DISPLAY "  (" Ct-Attempts-Superseded " repeated "
                           "attempt(s) replaced by a later attempt "
                           "- not counted)"
               END-IF
           ELSE
               DISPLAY "Student " WS-Gpa-Student-Id
                       " has no graded enrollments yet."
               END-IF
           END-PERFORM.

      * Repeat policy: the most recent attempt at a module replaces
      * the earlier ones.  A graded attempt is superseded - left out
      * of quality points and attempted hours - when the student
      * has a later graded attempt at the same module.  Later means
      * a later enrolled date, the term code breaking a tie.
       Check-Superseded-Attempt.
           MOVE "N" TO WS-Superseded-Sw.
           MOVE Se-Student-Id TO Ae-Student-Id.
           MOVE Se-Module-Code TO Ae-Module-Code.
           MOVE LOW-VALUES TO Ae-Term-Code.
           MOVE ZEROS TO Ae-Section-Num.
           START Attempt-Enrollment-File
               KEY IS >= Ae-Key
               INVALID KEY SET Ae-Rec-Not-Found TO TRUE
           END-START.
           IF Ae-Rec-Found
               READ Attempt-Enrollment-File NEXT RECORD
                   AT END SET Ae-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Ae-Rec-Not-Found
                   OR Ae-Student-Id NOT = Se-Student-Id
                   OR Ae-Module-Code NOT = Se-Module-Code
               IF Ae-Counted-Grade AND Ae-Key NOT = Se-Key
                   IF Ae-Enrolled-Date > Se-Enrolled-Date
                      OR (Ae-Enrolled-Date = Se-Enrolled-Date
                          AND Ae-Term-Code > Se-Term-Code)
                       SET Attempt-Superseded TO TRUE
                   END-IF
               END-IF
               READ Attempt-Enrollment-File NEXT RECORD
                   AT END SET Ae-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Get-Module-Credit-Hours.
           MOVE WS-Default-Credit-Hours TO WS-Module-Credit-Hours.
           IF Catalog-Available
           IF WS-Prereq-Path = SPACES
               MOVE "PREREQ.DAT" TO WS-Prereq-Path
           END-IF.
           ACCEPT WS-Repeatlim-Path FROM ENVIRONMENT "REPEATLIM_PATH".
           IF WS-Repeatlim-Path = SPACES
               MOVE "REPEATLIM.DAT" TO WS-Repeatlim-Path
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
           ACCEPT WS-Modcap-Path FROM ENVIRONMENT "MODCAP_PATH".
           IF WS-Modcap-Path = SPACES
               MOVE "MODCAP.DAT" TO WS-Modcap-Path
           IF WS-Gradhist-Path = SPACES
               MOVE "GRADHIST.DAT" TO WS-Gradhist-Path
           END-IF.
           ACCEPT WS-Incgrade-Path FROM ENVIRONMENT "INCGRADE_PATH".
           IF WS-Incgrade-Path = SPACES
               MOVE "INCGRADE.DAT" TO WS-Incgrade-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           IF WS-Notifyq-Path = SPACES
               MOVE "NOTIFYQ.DAT" TO WS-Notifyq-Path
           END-IF.
           ACCEPT WS-Billbasis-Path FROM ENVIRONMENT "BILLBASIS_PATH".
           IF WS-Billbasis-Path = SPACES
               MOVE "BILLBASIS.DAT" TO WS-Billbasis-Path
           END-IF.
           ACCEPT WS-Coursefee-Path FROM ENVIRONMENT "COURSEFEE_PATH".
           IF WS-Coursefee-Path = SPACES
               MOVE "COURSEFEE.DAT" TO WS-Coursefee-Path
           END-IF.
