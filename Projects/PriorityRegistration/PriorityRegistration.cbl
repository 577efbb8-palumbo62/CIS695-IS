       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PriorityRegistration.
       AUTHOR.  Jon Clark.
      * Pre-registration seat allocation batch.  Registration at
      * StudentEnrollment's console is first come, first served, so a
      * final-year student who needs a module to graduate could lose
      * the seat to a first-year who queued early.  Ahead of the term
      * students list the modules they want on the course-request
      * file (CRSREQ.DAT - term, student, preference number, module
      * and an alternate module), and this run hands out the seats in
      * priority order:
      *   - most credit hours earned first (passing grades, a module
      *     retaken counting once, weighted off COURSECAT.DAT),
      *   - then students on the graduation candidate list
      *     (CANDLIST.DAT, the list GraduationConferral works from),
      *   - then everyone else, in the order the requests were filed.
      * The requests are ranked through a keyed work file
      * (PREREGWK.DAT), rebuilt on every run.
      *
      * Each request gets the same checks a clerk's add gets: no
      * active hold on HOLDFILE.DAT, every PREREQ.DAT prerequisite
      * taken, no more than the LOADTHRESH.DAT maximum credit load
      * for the term (an overload still needs an advisor at the
      * console), a section of the module with a MODCAP.DAT seat
      * free, and no SECSCHED.DAT meeting-time clash with what the
      * student already holds that term.  Sections are tried in number
      * order; a module with no sections scheduled is tried as
      * section 01.  If the module cannot be had the alternate is
      * tried the same way.  A granted seat is written straight to
      * Student-Enrollment-File, logged on ADDDROP.DAT like any
      * other add, and the student's new term load written to
      * LOADHIST.DAT; term billing picks it up as usual.
      *
      * Requests that could not be met go to PREREG.RPT grouped by
      * the module's department, with the reason, for the department
      * heads.  Unattended, the term comes from the PREREG row of
      * RUNPARMS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Course-Request-File ASSIGN TO WS-Crsreq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cr-File-Status.

           SELECT Request-Work-File ASSIGN TO WS-Preregwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rw-Key
               FILE STATUS IS Rw-Status.

           SELECT Unfulfilled-Work-File ASSIGN TO WS-Prereguf-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Uf-Key
               FILE STATUS IS Uf-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Attempt-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ae-Key
               FILE STATUS IS Ae-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Candidate-List-File ASSIGN TO WS-Candlist-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cl-File-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Prereq-File ASSIGN TO WS-Prereq-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pq-File-Status.

           SELECT Module-Capacity-File ASSIGN TO WS-Modcap-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mc-File-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

           SELECT Load-Threshold-File ASSIGN TO WS-Loadthresh-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lt-File-Status.

           SELECT Load-History-File ASSIGN TO WS-Loadhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lh-Key
               FILE STATUS IS Lh-Status.

           SELECT Add-Drop-Log-File ASSIGN TO WS-Adddrop-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ad-File-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Report-File ASSIGN TO WS-Prereg-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One row per module a student wants, with an optional
      * alternate to try if the module itself cannot be had.
       FD  Course-Request-File.
       01  Course-Request-Rec.
           88  End-Of-Requests             VALUE HIGH-VALUES.
           02  Cr-Term-Code                PIC X(6).
           02  FILLER                      PIC X(1).
           02  Cr-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Cr-Request-Seq              PIC 9(2).
           02  FILLER                      PIC X(1).
           02  Cr-Module-Code              PIC X(5).
           02  FILLER                      PIC X(1).
           02  Cr-Alternate-Code           PIC X(5).

      * Requests in allocation order - most credits earned first,
      * candidates ahead of the rest, then file order.
       FD  Request-Work-File.
       01  Rw-Rec.
           02  Rw-Key.
               03  Rw-Credits-Inverse      PIC 9(4).
               03  Rw-Candidate-Rank       PIC 9(1).
               03  Rw-Read-Seq             PIC 9(5).
           02  Rw-Student-Id               PIC 9(5).
           02  Rw-Request-Seq              PIC 9(2).
           02  Rw-Module-Code              PIC X(5).
           02  Rw-Alternate-Code           PIC X(5).
           02  Rw-Credits-Earned           PIC 9(4).

      * Unmet requests, keyed so the report comes out by department
      * and module.
       FD  Unfulfilled-Work-File.
       01  Uf-Rec.
           02  Uf-Key.
               03  Uf-Department           PIC X(4).
               03  Uf-Module-Code          PIC X(5).
               03  Uf-Seq                  PIC 9(5).
           02  Uf-Student-Id               PIC 9(5).
           02  Uf-Credits-Earned           PIC 9(4).
           02  Uf-Candidate-Flag           PIC X(1).
           02  Uf-Reason                   PIC X(20).
           02  Uf-Alternate-Code           PIC X(5).
           02  Uf-Alt-Reason               PIC X(20).

       FD  Student-Enrollment-File.
       01  Se-Rec.
           02  Se-Key.
               03  Se-Student-Id           PIC 9(5).
               03  Se-Module-Code          PIC X(5).
               03  Se-Term-Code            PIC X(6).
               03  Se-Section-Num          PIC 9(2).
           02  Se-Enrolled-Date            PIC 9(8).
           02  Se-Grade                    PIC X(1).
               88  Se-Passing-Grade         VALUE "A" "B" "C" "D".
           02  Se-Sessions-Held            PIC 9(3).
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

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

       FD  Candidate-List-File.
       01  Candidate-Rec.
           88  End-Of-Candidates           VALUE HIGH-VALUES.
           02  Cl-Student-Id               PIC 9(5).

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

       FD  Prereq-File.
       01  Prereq-Rec.
           88  End-Of-Prereq-File          VALUE HIGH-VALUES.
           02  Pq-Module-Code              PIC X(5).
           02  FILLER                      PIC X(1).
           02  Pq-Prereq-Code              PIC X(5).

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
       01  Report-Print-Line           PIC X(100).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Crsreq-Path              PIC X(260).
       01  WS-Preregwk-Path            PIC X(260).
       01  WS-Prereguf-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Candlist-Path            PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Prereq-Path              PIC X(260).
       01  WS-Modcap-Path              PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Adddrop-Path             PIC X(260).
       01  WS-Loadthresh-Path          PIC X(260).
       01  WS-Loadhist-Path            PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Prereg-Rpt-Path          PIC X(260).

       01  Cr-File-Status              PIC X(2).
       01  Rw-Status                   PIC X(2).
           88  Rw-Rec-Found            VALUE "00".
       01  Uf-Status                   PIC X(2).
           88  Uf-Rec-Found            VALUE "00".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Ae-Status                   PIC X(2).
           88  Ae-Rec-Found            VALUE "00".
           88  Ae-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Cl-File-Status              PIC X(2).
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Pq-File-Status              PIC X(2).
       01  Mc-File-Status              PIC X(2).
       01  Ss-Status                   PIC X(2).
           88  Ss-Rec-Found            VALUE "00".
           88  Ss-Rec-Not-Found        VALUE "23".
       01  Ad-File-Status              PIC X(2).
       01  Lt-File-Status              PIC X(2).
       01  Lh-Status                   PIC X(2).
           88  Lh-Rec-Found            VALUE "00".
           88  Lh-Rec-Not-Found        VALUE "23".
       01  Rp-File-Status              PIC X(2).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Hold-File-Sw             PIC X VALUE "N".
           88  Hold-File-Available     VALUE "Y".
       01  WS-Secsched-Sw              PIC X VALUE "N".
           88  Schedule-File-Available VALUE "Y".
       01  End-Of-Work-Sw              PIC X VALUE "N".
           88  End-Of-Work             VALUE "Y".
       01  End-Of-Unfulfilled-Sw       PIC X VALUE "N".
           88  End-Of-Unfulfilled      VALUE "Y".
       01  End-Of-Sections-Sw          PIC X VALUE "N".
           88  End-Of-Sections         VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Reg-Term                 PIC X(6).
       01  WS-Today                    PIC 9(8).
       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).
       01  WS-Read-Seq                 PIC 9(5) VALUE ZEROS.
       01  WS-Unfulfilled-Seq          PIC 9(5) VALUE ZEROS.

      * Priority items, worked out once per student - the request
      * file usually lists a student's modules together.
       01  WS-Priority-Student         PIC 9(5) VALUE ZEROS.
       01  WS-Credits-Earned           PIC 9(4).
       01  WS-Candidate-Sw             PIC X VALUE "N".
           88  Is-Graduating-Candidate VALUE "Y".
       01  WS-Superseded-Sw            PIC X VALUE "N".
           88  Attempt-Superseded      VALUE "Y".

      * The module and section being tried for the current request.
       01  WS-Try-Module               PIC X(5).
       01  WS-Try-Section              PIC 9(2).
       01  WS-Try-Reason               PIC X(20).
       01  WS-Primary-Reason           PIC X(20).
       01  WS-Seat-Sw                  PIC X VALUE "N".
           88  Seat-Granted            VALUE "Y".
       01  WS-Already-Sw               PIC X VALUE "N".
           88  Already-Enrolled        VALUE "Y".
       01  WS-Prereqs-Sw               PIC X VALUE "Y".
           88  Prereqs-Satisfied       VALUE "Y".
       01  WS-Missing-Prereq           PIC X(5).
       01  WS-Active-Hold-Sw           PIC X VALUE "N".
           88  Student-Has-Active-Hold VALUE "Y".
       01  WS-Capacity-Sw              PIC X VALUE "N".
           88  Capacity-Defined        VALUE "Y".
       01  WS-Section-Capacity         PIC 9(5).
       01  WS-Enrolled-Count           PIC 9(5).
       01  WS-Conflict-Sw              PIC X VALUE "N".
           88  Schedule-Conflict       VALUE "Y".
       01  WS-Sections-Tried           PIC 9(2).
       01  WS-Sections-Full            PIC 9(2).
       01  WS-Sections-Clashing        PIC 9(2).
       01  WS-Try-Meeting-Days         PIC X(7).
       01  WS-Try-Start-Time           PIC 9(4).
       01  WS-Try-End-Time             PIC 9(4).
       01  WS-Try-Has-Schedule-Sw      PIC X VALUE "N".
           88  Try-Has-Schedule        VALUE "Y".
       01  WS-Day-Idx-1                PIC 9(1).
       01  WS-Day-Idx-2                PIC 9(1).
       01  WS-Day-Char                 PIC X(1).

      * Term credit-load items, as in StudentEnrollment.
       01  WS-Full-Time-Hours          PIC 9(2).
       01  WS-Three-Qtr-Hours          PIC 9(2).
       01  WS-Half-Time-Hours          PIC 9(2).
       01  WS-Max-Load-Hours           PIC 9(2).
       01  WS-Term-Limit-Sw            PIC X VALUE "N".
           88  Term-Limit-Found        VALUE "Y".
       01  WS-Load-Hours               PIC 9(3).
       01  WS-Load-Status              PIC X(1).
       01  WS-Load-Next-Sequence       PIC 9(3).

       01  WS-Current-Department       PIC X(4).
       01  WS-Department-Count         PIC 9(5).

       01  Control-Totals.
           02  Ct-Requests-Read        PIC 9(5) VALUE ZEROS.
           02  Ct-Requests-Other-Term  PIC 9(5) VALUE ZEROS.
           02  Ct-Seats-Granted        PIC 9(5) VALUE ZEROS.
           02  Ct-Alternates-Granted   PIC 9(5) VALUE ZEROS.
           02  Ct-Already-Enrolled     PIC 9(5) VALUE ZEROS.
           02  Ct-Unfulfilled          PIC 9(5) VALUE ZEROS.

       01  Department-Heading-Line.
           02  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           02  Dh-Department           PIC X(4).

       01  Report-Heading.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "MODULE".
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(8)  VALUE "CREDITS".
           02  FILLER                  PIC X(6)  VALUE "CAND".
           02  FILLER                  PIC X(22) VALUE "REASON".
           02  FILLER                  PIC X(8)  VALUE "ALT".
           02  FILLER                  PIC X(20) VALUE "ALT REASON".

       01  Report-Detail-Line.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rd-Module-Code          PIC X(5).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Rd-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Rd-Credits-Earned       PIC ZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Rd-Candidate-Flag       PIC X(1).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  Rd-Reason               PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Rd-Alternate-Code       PIC X(5).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Rd-Alt-Reason           PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term to pre-register: "
                   WITH NO ADVANCING
               ACCEPT WS-Reg-Term
           END-IF.
           OPEN INPUT Course-Request-File.
           IF Cr-File-Status NOT = "00"
               DISPLAY "No course request file - nothing to allocate."
               STOP RUN
           END-IF.
           OPEN I-O Student-Enrollment-File.
           IF Se-Status = "05" OR Se-Status = "35"
               CLOSE Student-Enrollment-File
               OPEN OUTPUT Student-Enrollment-File
               CLOSE Student-Enrollment-File
               OPEN I-O Student-Enrollment-File
           END-IF.
           OPEN INPUT Attempt-Enrollment-File.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           ELSE
               DISPLAY "No course catalog - credits earned use the "
                       "standard module load."
           END-IF.
           OPEN INPUT Hold-File.
           IF Hd-Status = "00"
               MOVE "Y" TO WS-Hold-File-Sw
           ELSE
               DISPLAY "No hold file - registration holds not "
                       "enforced."
           END-IF.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status = "00"
               MOVE "Y" TO WS-Secsched-Sw
           ELSE
               DISPLAY "No section schedule file - every module is "
                       "tried as section 01 with no time checks."
           END-IF.
      * The work files are rebuilt from scratch on every run.
           OPEN OUTPUT Request-Work-File.
           CLOSE Request-Work-File.
           OPEN I-O Request-Work-File.
           OPEN OUTPUT Unfulfilled-Work-File.
           CLOSE Unfulfilled-Work-File.
           OPEN I-O Unfulfilled-Work-File.
           OPEN EXTEND Add-Drop-Log-File.
           IF Ad-File-Status = "05" OR Ad-File-Status = "35"
               OPEN OUTPUT Add-Drop-Log-File
           END-IF.
           OPEN I-O Load-History-File.
           IF Lh-Status = "05" OR Lh-Status = "35"
               CLOSE Load-History-File
               OPEN OUTPUT Load-History-File
               CLOSE Load-History-File
               OPEN I-O Load-History-File
           END-IF.
           PERFORM Get-Load-Thresholds.

           READ Course-Request-File
               AT END SET End-Of-Requests TO TRUE
           END-READ.
           PERFORM Rank-One-Request UNTIL End-Of-Requests.
           CLOSE Course-Request-File.

           MOVE LOW-VALUES TO Rw-Key.
           START Request-Work-File
               KEY IS >= Rw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.
           PERFORM Allocate-One-Request UNTIL End-Of-Work.

           PERFORM Write-Unfulfilled-Report.

           CLOSE Student-Enrollment-File, Attempt-Enrollment-File,
                 Request-Work-File, Unfulfilled-Work-File,
                 Add-Drop-Log-File, Load-History-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Hold-File-Available
               CLOSE Hold-File
           END-IF.
           IF Schedule-File-Available
               CLOSE Section-Schedule-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  PRE-REGISTRATION  ALLOCATION  COMPLETE  ----".
           DISPLAY "Term                : " WS-Reg-Term.
           DISPLAY "Requests read       : " Ct-Requests-Read.
           DISPLAY "  for other terms   : " Ct-Requests-Other-Term.
           DISPLAY "Seats granted       : " Ct-Seats-Granted.
           DISPLAY "  on the alternate  : " Ct-Alternates-Granted.
           DISPLAY "Already enrolled    : " Ct-Already-Enrolled.
           DISPLAY "Unfulfilled         : " Ct-Unfulfilled.
           STOP RUN.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "PREREG"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Reg-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "PREREG run-parameter row found - allocating "
                       "term " WS-Reg-Term " unattended."
           END-IF.

      ******************************************************************
      * Pass 1 - every request for the term goes onto the work file
      * under its priority key.
      ******************************************************************
       Rank-One-Request.
           ADD 1 TO Ct-Requests-Read.
           IF Cr-Term-Code NOT = WS-Reg-Term
               ADD 1 TO Ct-Requests-Other-Term
           ELSE
               IF Cr-Student-Id NOT = WS-Priority-Student
                   MOVE Cr-Student-Id TO WS-Priority-Student
                   PERFORM Compute-Credits-Earned
                   PERFORM Check-Graduating-Candidate
               END-IF
               ADD 1 TO WS-Read-Seq
               COMPUTE Rw-Credits-Inverse = 9999 - WS-Credits-Earned
               IF Is-Graduating-Candidate
                   MOVE 1 TO Rw-Candidate-Rank
               ELSE
                   MOVE 2 TO Rw-Candidate-Rank
               END-IF
               MOVE WS-Read-Seq TO Rw-Read-Seq
               MOVE Cr-Student-Id TO Rw-Student-Id
               MOVE Cr-Request-Seq TO Rw-Request-Seq
               MOVE Cr-Module-Code TO Rw-Module-Code
               MOVE Cr-Alternate-Code TO Rw-Alternate-Code
               MOVE WS-Credits-Earned TO Rw-Credits-Earned
               WRITE Rw-Rec
                   INVALID KEY
                       MOVE Rw-Status TO WS-Chk-Status
                       MOVE "WRITE Request-Work-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.
           READ Course-Request-File
               AT END SET End-Of-Requests TO TRUE
           END-READ.

      * Credit hours behind every passing grade on file, a retaken
      * module counting only for its most recent attempt.
       Compute-Credits-Earned.
           MOVE ZEROS TO WS-Credits-Earned.
           MOVE WS-Priority-Student TO Se-Student-Id.
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
                   OR Se-Student-Id NOT = WS-Priority-Student
               IF Se-Passing-Grade
                   PERFORM Check-Superseded-Attempt
                   IF NOT Attempt-Superseded
                       PERFORM Get-Module-Credit-Hours
                       ADD WS-Module-Credit-Hours TO WS-Credits-Earned
                   END-IF
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * Same repeat policy the GPA calculations apply - a graded
      * attempt a later graded attempt at the module has replaced
      * does not count.
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
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Credit-Hours > 0
                   MOVE Cc-Credit-Hours TO WS-Module-Credit-Hours
               END-IF
           END-IF.

      * An absent CANDLIST.DAT just means nobody is ranked as a
      * graduating candidate.
       Check-Graduating-Candidate.
           MOVE "N" TO WS-Candidate-Sw.
           OPEN INPUT Candidate-List-File.
           IF Cl-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Candidate-List-File
               AT END SET End-Of-Candidates TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Candidates OR Is-Graduating-Candidate
               IF Cl-Student-Id = WS-Priority-Student
                   MOVE "Y" TO WS-Candidate-Sw
               END-IF
               READ Candidate-List-File
                   AT END SET End-Of-Candidates TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Candidate-List-File.

      ******************************************************************
      * Pass 2 - requests in priority order: the module, then its
      * alternate.
      ******************************************************************
       Allocate-One-Request.
           READ Request-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Primary-Reason WS-Try-Reason.
           PERFORM Check-Registration-Holds.
           IF Student-Has-Active-Hold
               MOVE "ACTIVE HOLD" TO WS-Primary-Reason
               MOVE "ACTIVE HOLD" TO WS-Try-Reason
               PERFORM Record-Unfulfilled
               EXIT PARAGRAPH
           END-IF.
           MOVE Rw-Module-Code TO WS-Try-Module.
           PERFORM Try-Module.
           EVALUATE TRUE
               WHEN Already-Enrolled
                   ADD 1 TO Ct-Already-Enrolled
               WHEN Seat-Granted
                   ADD 1 TO Ct-Seats-Granted
               WHEN OTHER
                   MOVE WS-Try-Reason TO WS-Primary-Reason
                   MOVE SPACES TO WS-Try-Reason
                   IF Rw-Alternate-Code NOT = SPACES
                       MOVE Rw-Alternate-Code TO WS-Try-Module
                       PERFORM Try-Module
                   END-IF
                   EVALUATE TRUE
                       WHEN Already-Enrolled
                           ADD 1 TO Ct-Already-Enrolled
                       WHEN Seat-Granted
                           ADD 1 TO Ct-Seats-Granted
                           ADD 1 TO Ct-Alternates-Granted
                       WHEN OTHER
                           PERFORM Record-Unfulfilled
                   END-EVALUATE
           END-EVALUATE.

       Check-Registration-Holds.
           MOVE "N" TO WS-Active-Hold-Sw.
           IF NOT Hold-File-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE Rw-Student-Id TO Hd-Student-Id.
           MOVE LOW-VALUES TO Hd-Sequence-Num.
           START Hold-File
               KEY IS >= Hd-Key
               INVALID KEY SET Hd-Rec-Not-Found TO TRUE
           END-START.
           IF Hd-Rec-Found
               READ Hold-File NEXT RECORD
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL Hd-Rec-Not-Found
                   OR Hd-Student-Id NOT = Rw-Student-Id
               IF Hd-Hold-Active
                   MOVE "Y" TO WS-Active-Hold-Sw
               END-IF
               READ Hold-File NEXT RECORD
                   AT END SET Hd-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * One module for the request's student: already held, the
      * prerequisites, then each section in turn until one takes.
       Try-Module.
           MOVE "N" TO WS-Seat-Sw.
           MOVE "N" TO WS-Already-Sw.
           PERFORM Check-Already-Enrolled.
           IF Already-Enrolled
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Prerequisites-Met.
           IF NOT Prereqs-Satisfied
               MOVE SPACES TO WS-Try-Reason
               STRING "NEEDS PREREQ " WS-Missing-Prereq
                   DELIMITED BY SIZE INTO WS-Try-Reason
               EXIT PARAGRAPH
           END-IF.
           PERFORM Total-Term-Load-Hours.
           MOVE WS-Try-Module TO Se-Module-Code.
           PERFORM Get-Module-Credit-Hours.
           IF WS-Load-Hours + WS-Module-Credit-Hours
                   > WS-Max-Load-Hours
               MOVE "OVER MAX CREDIT LOAD" TO WS-Try-Reason
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-Sections-Tried WS-Sections-Full
                         WS-Sections-Clashing.
           IF Schedule-File-Available
               MOVE ZEROS TO WS-Try-Section
               MOVE "N" TO End-Of-Sections-Sw
               PERFORM Try-Next-Section
                   UNTIL End-Of-Sections OR Seat-Granted
           END-IF.
           IF WS-Sections-Tried = ZEROS
               MOVE 1 TO WS-Try-Section
               MOVE "N" TO WS-Try-Has-Schedule-Sw
               PERFORM Try-One-Section
           END-IF.
           IF NOT Seat-Granted
               EVALUATE TRUE
                   WHEN WS-Sections-Clashing = ZEROS
                       MOVE "NO SEAT FREE" TO WS-Try-Reason
                   WHEN WS-Sections-Full = ZEROS
                       MOVE "TIME CONFLICT" TO WS-Try-Reason
                   WHEN OTHER
                       MOVE "FULL OR TIME CONFLICT" TO WS-Try-Reason
               END-EVALUATE
           END-IF.

       Check-Already-Enrolled.
           MOVE Rw-Student-Id TO Se-Student-Id.
           MOVE WS-Try-Module TO Se-Module-Code.
           MOVE WS-Reg-Term TO Se-Term-Code.
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
           IF Se-Rec-Found
                   AND Se-Student-Id = Rw-Student-Id
                   AND Se-Module-Code = WS-Try-Module
                   AND Se-Term-Code = WS-Reg-Term
               MOVE "Y" TO WS-Already-Sw
           END-IF.

      * Same rule as StudentEnrollment's add: every PREREQ.DAT
      * prerequisite of the module must be on the student's record.
       Check-Prerequisites-Met.
           MOVE "Y" TO WS-Prereqs-Sw.
           OPEN INPUT Prereq-File.
           IF Pq-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Prereq-File
               AT END SET End-Of-Prereq-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Prereq-File OR NOT Prereqs-Satisfied
               IF Pq-Module-Code = WS-Try-Module
                   PERFORM Check-One-Prereq-Taken
               END-IF
               READ Prereq-File
                   AT END SET End-Of-Prereq-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Prereq-File.

       Check-One-Prereq-Taken.
           MOVE Rw-Student-Id TO Se-Student-Id.
           MOVE Pq-Prereq-Code TO Se-Module-Code.
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
           IF Se-Rec-Found
                   AND Se-Student-Id = Rw-Student-Id
                   AND Se-Module-Code = Pq-Prereq-Code
               CONTINUE
           ELSE
               MOVE "N" TO WS-Prereqs-Sw
               MOVE Pq-Prereq-Code TO WS-Missing-Prereq
           END-IF.

      * The next scheduled section of the module for the term, found
      * by key each time so the conflict check's own reads of the
      * schedule file cannot lose our place.
       Try-Next-Section.
           MOVE WS-Try-Module TO Ss-Module-Code.
           MOVE WS-Reg-Term TO Ss-Term-Code.
           MOVE WS-Try-Section TO Ss-Section-Num.
           START Section-Schedule-File
               KEY IS > Ss-Key
               INVALID KEY SET End-Of-Sections TO TRUE
           END-START.
           IF NOT End-Of-Sections
               READ Section-Schedule-File NEXT RECORD
                   AT END SET End-Of-Sections TO TRUE
               END-READ
           END-IF.
           IF End-Of-Sections
               EXIT PARAGRAPH
           END-IF.
           IF Ss-Module-Code NOT = WS-Try-Module
                   OR Ss-Term-Code NOT = WS-Reg-Term
               SET End-Of-Sections TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE Ss-Section-Num TO WS-Try-Section.
           MOVE Ss-Meeting-Days TO WS-Try-Meeting-Days.
           MOVE Ss-Start-Time TO WS-Try-Start-Time.
           MOVE Ss-End-Time TO WS-Try-End-Time.
           MOVE "Y" TO WS-Try-Has-Schedule-Sw.
           PERFORM Try-One-Section.

       Try-One-Section.
           ADD 1 TO WS-Sections-Tried.
           PERFORM Check-Section-Capacity.
           IF Capacity-Defined
               PERFORM Count-Enrolled-In-Section
               IF WS-Enrolled-Count >= WS-Section-Capacity
                   ADD 1 TO WS-Sections-Full
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "N" TO WS-Conflict-Sw.
           IF Try-Has-Schedule
               PERFORM Scan-Term-For-Conflicts
           END-IF.
           IF Schedule-Conflict
               ADD 1 TO WS-Sections-Clashing
               EXIT PARAGRAPH
           END-IF.
           PERFORM Write-New-Enrollment.

      * An absent MODCAP.DAT, or no row for the section, means the
      * section is uncapped - same as at the console.
       Check-Section-Capacity.
           MOVE "N" TO WS-Capacity-Sw.
           OPEN INPUT Module-Capacity-File.
           IF Mc-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Module-Capacity-File
               AT END SET End-Of-Modcap-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Modcap-File
               IF Mc-Module-Code = WS-Try-Module
                       AND Mc-Section-Num = WS-Try-Section
                   MOVE "Y" TO WS-Capacity-Sw
                   MOVE Mc-Capacity TO WS-Section-Capacity
               END-IF
               READ Module-Capacity-File
                   AT END SET End-Of-Modcap-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Module-Capacity-File.

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
               IF Se-Term-Code = WS-Reg-Term
                       AND Se-Section-Num = WS-Try-Section
                   ADD 1 TO WS-Enrolled-Count
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * Two meetings clash when they share a day letter and their
      * time ranges intersect - StudentEnrollment's rule.
       Scan-Term-For-Conflicts.
           MOVE Rw-Student-Id TO Se-Student-Id.
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
                   OR Se-Student-Id NOT = Rw-Student-Id
                   OR Schedule-Conflict
               IF Se-Term-Code = WS-Reg-Term
                   PERFORM Compare-One-Schedule
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

       Compare-One-Schedule.
           MOVE Se-Module-Code TO Ss-Module-Code.
           MOVE Se-Term-Code TO Ss-Term-Code.
           MOVE Se-Section-Num TO Ss-Section-Num.
           READ Section-Schedule-File
               KEY IS Ss-Key
               INVALID KEY MOVE "23" TO Ss-Status
           END-READ.
           IF Ss-Rec-Found
               IF WS-Try-Start-Time < Ss-End-Time
                   AND Ss-Start-Time < WS-Try-End-Time
                   PERFORM Check-Common-Meeting-Day
               END-IF
           END-IF.

       Check-Common-Meeting-Day.
           PERFORM VARYING WS-Day-Idx-1 FROM 1 BY 1
                   UNTIL WS-Day-Idx-1 > 7
               MOVE WS-Try-Meeting-Days(WS-Day-Idx-1:1)
                   TO WS-Day-Char
               IF WS-Day-Char NOT = SPACE
                   PERFORM VARYING WS-Day-Idx-2 FROM 1 BY 1
                           UNTIL WS-Day-Idx-2 > 7
                       IF Ss-Meeting-Days(WS-Day-Idx-2:1)
                               = WS-Day-Char
                           MOVE "Y" TO WS-Conflict-Sw
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Write-New-Enrollment.
           MOVE Rw-Student-Id TO Se-Student-Id.
           MOVE WS-Try-Module TO Se-Module-Code.
           MOVE WS-Reg-Term TO Se-Term-Code.
           MOVE WS-Try-Section TO Se-Section-Num.
           MOVE WS-Today TO Se-Enrolled-Date.
           MOVE SPACE TO Se-Grade.
           MOVE ZEROS TO Se-Sessions-Held.
           MOVE ZEROS TO Se-Sessions-Attended.
           MOVE "MAIN" TO Se-Campus-Code.
           WRITE Se-Rec
               INVALID KEY
                   MOVE Se-Status TO WS-Chk-Status
                   MOVE "WRITE Student-Enrollment-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
               NOT INVALID KEY
                   MOVE "Y" TO WS-Seat-Sw
                   PERFORM Log-Add-Activity
                   PERFORM Record-Load-Status
           END-WRITE.

       Log-Add-Activity.
           MOVE SPACES TO Add-Drop-Rec.
           MOVE WS-Today TO Ad-Activity-Date.
           MOVE "ADD" TO Ad-Action.
           MOVE Se-Student-Id TO Ad-Student-Id.
           MOVE Se-Module-Code TO Ad-Module-Code.
           MOVE Se-Term-Code TO Ad-Term-Code.
           MOVE ZEROS TO Ad-Adjustment-Amount.
           MOVE Se-Section-Num TO Ad-Section-Num.
           WRITE Add-Drop-Rec.

      * The run's term is the only one allocated, so its
      * thresholds are read once at the start.
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
               IF Lt-Term-Code = WS-Reg-Term
                   OR (Lt-Default-Row AND NOT Term-Limit-Found)
                   MOVE Lt-Full-Time-Hours TO WS-Full-Time-Hours
                   MOVE Lt-Three-Qtr-Hours TO WS-Three-Qtr-Hours
                   MOVE Lt-Half-Time-Hours TO WS-Half-Time-Hours
                   MOVE Lt-Max-Hours TO WS-Max-Load-Hours
               END-IF
               IF Lt-Term-Code = WS-Reg-Term
                   MOVE "Y" TO WS-Term-Limit-Sw
               END-IF
               READ Load-Threshold-File
                   AT END SET End-Of-Load-Thresholds TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Load-Threshold-File.

       Total-Term-Load-Hours.
           MOVE ZEROS TO WS-Load-Hours.
           MOVE Rw-Student-Id TO Se-Student-Id.
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
                   OR Se-Student-Id NOT = Rw-Student-Id
               IF Se-Term-Code = WS-Reg-Term
                   PERFORM Get-Module-Credit-Hours
                   ADD WS-Module-Credit-Hours TO WS-Load-Hours
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.

      * The term's new load, in StudentEnrollment's history layout,
      * with PREREG as the user.
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
           MOVE Rw-Student-Id TO Lh-Student-Id.
           MOVE WS-Reg-Term TO Lh-Term-Code.
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
                   OR Lh-Student-Id NOT = Rw-Student-Id
                   OR Lh-Term-Code NOT = WS-Reg-Term
               MOVE Lh-Sequence-Num TO WS-Load-Next-Sequence
               READ Load-History-File NEXT RECORD
                   AT END SET Lh-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           ADD 1 TO WS-Load-Next-Sequence.
           MOVE Rw-Student-Id TO Lh-Student-Id.
           MOVE WS-Reg-Term TO Lh-Term-Code.
           MOVE WS-Load-Next-Sequence TO Lh-Sequence-Num.
           MOVE WS-Today TO Lh-Change-Date.
           MOVE "ADD" TO Lh-Action.
           MOVE WS-Try-Module TO Lh-Module-Code.
           MOVE WS-Load-Hours TO Lh-Credit-Hours.
           MOVE WS-Load-Status TO Lh-Load-Status.
           MOVE "PREREG" TO Lh-Changed-By.
           MOVE SPACES TO Lh-Override-By.
           WRITE Lh-Rec
               INVALID KEY
                   MOVE Lh-Status TO WS-Chk-Status
                   MOVE "WRITE Load-History-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Record-Unfulfilled.
           ADD 1 TO Ct-Unfulfilled.
           ADD 1 TO WS-Unfulfilled-Seq.
           MOVE "NONE" TO Uf-Department.
           IF Catalog-Available
               MOVE Rw-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Department NOT = SPACES
                   MOVE Cc-Department TO Uf-Department
               END-IF
           END-IF.
           MOVE Rw-Module-Code TO Uf-Module-Code.
           MOVE WS-Unfulfilled-Seq TO Uf-Seq.
           MOVE Rw-Student-Id TO Uf-Student-Id.
           MOVE Rw-Credits-Earned TO Uf-Credits-Earned.
           IF Rw-Candidate-Rank = 1
               MOVE "Y" TO Uf-Candidate-Flag
           ELSE
               MOVE SPACE TO Uf-Candidate-Flag
           END-IF.
           MOVE WS-Primary-Reason TO Uf-Reason.
           MOVE Rw-Alternate-Code TO Uf-Alternate-Code.
           MOVE WS-Try-Reason TO Uf-Alt-Reason.
           WRITE Uf-Rec
               INVALID KEY
                   MOVE Uf-Status TO WS-Chk-Status
                   MOVE "WRITE Unfulfilled-Work-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

      ******************************************************************
      * Unfulfilled-request report, one block per department.
      ******************************************************************
       Write-Unfulfilled-Report.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "PRE-REGISTRATION  UNFULFILLED  REQUESTS - TERM "
               WS-Reg-Term "   RUN " WS-Today
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE SPACES TO WS-Current-Department.
           MOVE ZEROS TO WS-Department-Count.
           MOVE LOW-VALUES TO Uf-Key.
           START Unfulfilled-Work-File
               KEY IS >= Uf-Key
               INVALID KEY SET End-Of-Unfulfilled TO TRUE
           END-START.
           PERFORM Report-One-Unfulfilled UNTIL End-Of-Unfulfilled.
           IF WS-Current-Department NOT = SPACES
               PERFORM Write-Department-Total
           END-IF.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Report-Print-Line.
           STRING "REQUESTS " Ct-Requests-Read
               "   GRANTED " Ct-Seats-Granted
               "   ON ALTERNATE " Ct-Alternates-Granted
               "   ALREADY HELD " Ct-Already-Enrolled
               "   UNFULFILLED " Ct-Unfulfilled
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           CLOSE Report-File.

       Report-One-Unfulfilled.
           READ Unfulfilled-Work-File NEXT RECORD
               AT END SET End-Of-Unfulfilled TO TRUE
           END-READ.
           IF End-Of-Unfulfilled
               EXIT PARAGRAPH
           END-IF.
           IF Uf-Department NOT = WS-Current-Department
               IF WS-Current-Department NOT = SPACES
                   PERFORM Write-Department-Total
               END-IF
               MOVE Uf-Department TO WS-Current-Department
               MOVE ZEROS TO WS-Department-Count
               MOVE Uf-Department TO Dh-Department
               MOVE SPACES TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               WRITE Report-Print-Line FROM Department-Heading-Line
                   AFTER ADVANCING 1 LINE
               WRITE Report-Print-Line FROM Report-Heading
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-Department-Count.
           MOVE Uf-Module-Code TO Rd-Module-Code.
           MOVE Uf-Student-Id TO Rd-Student-Id.
           MOVE Uf-Credits-Earned TO Rd-Credits-Earned.
           MOVE Uf-Candidate-Flag TO Rd-Candidate-Flag.
           MOVE Uf-Reason TO Rd-Reason.
           MOVE Uf-Alternate-Code TO Rd-Alternate-Code.
           MOVE Uf-Alt-Reason TO Rd-Alt-Reason.
           WRITE Report-Print-Line FROM Report-Detail-Line
               AFTER ADVANCING 1 LINE.

       Write-Department-Total.
           MOVE SPACES TO Report-Print-Line.
           STRING "  UNFULFILLED IN " WS-Current-Department ": "
               WS-Department-Count
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Crsreq-Path FROM ENVIRONMENT "CRSREQ_PATH".
           IF WS-Crsreq-Path = SPACES
               MOVE "CRSREQ.DAT" TO WS-Crsreq-Path
           END-IF.
           ACCEPT WS-Preregwk-Path FROM ENVIRONMENT "PREREGWK_PATH".
           IF WS-Preregwk-Path = SPACES
               MOVE "PREREGWK.DAT" TO WS-Preregwk-Path
           END-IF.
           ACCEPT WS-Prereguf-Path FROM ENVIRONMENT "PREREGUF_PATH".
           IF WS-Prereguf-Path = SPACES
               MOVE "PREREGUF.DAT" TO WS-Prereguf-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Candlist-Path FROM ENVIRONMENT "CANDLIST_PATH".
           IF WS-Candlist-Path = SPACES
               MOVE "CANDLIST.DAT" TO WS-Candlist-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Prereq-Path FROM ENVIRONMENT "PREREQ_PATH".
           IF WS-Prereq-Path = SPACES
               MOVE "PREREQ.DAT" TO WS-Prereq-Path
           END-IF.
           ACCEPT WS-Modcap-Path FROM ENVIRONMENT "MODCAP_PATH".
           IF WS-Modcap-Path = SPACES
               MOVE "MODCAP.DAT" TO WS-Modcap-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Adddrop-Path FROM ENVIRONMENT "ADDDROP_PATH".
           IF WS-Adddrop-Path = SPACES
               MOVE "ADDDROP.DAT" TO WS-Adddrop-Path
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
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Prereg-Rpt-Path FROM ENVIRONMENT "PREREG_RPT_PATH".
           IF WS-Prereg-Rpt-Path = SPACES
               MOVE "PREREG.RPT" TO WS-Prereg-Rpt-Path
           END-IF.
