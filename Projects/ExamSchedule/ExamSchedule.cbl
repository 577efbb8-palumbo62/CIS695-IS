       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExamSchedule.
       AUTHOR.  Jon Clark.
      * Final exam schedule batch for one term.  Every section on
      * Section-Schedule-File (SECSCHED.DAT) for the term is given an
      * exam slot from the term's exam-slot grid (EXAMSLOT.DAT, kept
      * by ExamSlotMaint) and the assignment is kept on EXAMSCHED.DAT:
      *   - a section fixed to a slot by hand in ExamSlotMaint keeps
      *     it, as long as the slot is still on the grid;
      *   - otherwise a slot whose default meeting pattern (days and
      *     start time) is the section's own gets it;
      *   - otherwise the section is balanced onto whichever slot has
      *     the fewest sections so far.
      * Every student's enrollments for the term are then checked for
      * two exams at the same time and for three or more exams on one
      * day.  The section assignments and those conflicts print on the
      * exam conflict listing (EXAMCONF.RPT), and every student gets an
      * exam timetable (EXAMTT.RPT) laid out day by day the same way
      * StudentSchedule prints a class schedule, with anything lacking
      * a slot listed at the foot so nothing silently drops off.
      * Unattended, the term comes from the EXAMSCHED row of
      * RUNPARMS.DAT.
      * A student with an extended exam time (ET) accommodation on the
      * accessibility office's ACCOMMOD.DAT for the term is flagged on
      * the testing-room listing (EXAMACC.RPT): each of their exams
      * that falls inside the accommodation's dates, then a count of
      * extended-time seats by exam slot so a separate testing room
      * can be booked for each.  The listing is confidential to the
      * exams and accessibility offices; no other code is read, and
      * nothing about accommodations reaches the student timetables
      * or the conflict listing beyond a count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Exam-Slot-File ASSIGN TO WS-Examslot-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Es-Key
               FILE STATUS IS Es-Status.

           SELECT Exam-Schedule-File ASSIGN TO WS-Examsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ex-Key
               FILE STATUS IS Ex-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

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

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Conflict-Report-File ASSIGN TO WS-Examconf-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Timetable-Report-File ASSIGN TO WS-Examtt-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Accommodation-File ASSIGN TO WS-Accommod-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ac-Key
               FILE STATUS IS Ac-Status.

           SELECT Testing-Room-Report-File
               ASSIGN TO WS-Examacc-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Exam-Slot-File.
       01  Es-Rec.
           02  Es-Key.
               03  Es-Term-Code        PIC X(6).
               03  Es-Slot-Id          PIC 9(2).
           02  Es-Exam-Date            PIC 9(8).
           02  Es-Start-Time           PIC 9(4).
           02  Es-End-Time             PIC 9(4).
           02  Es-Default-Days         PIC X(7).
           02  Es-Default-Start        PIC 9(4).

       FD  Exam-Schedule-File.
       01  Ex-Rec.
           02  Ex-Key.
               03  Ex-Module-Code       PIC X(5).
               03  Ex-Term-Code        PIC X(6).
               03  Ex-Section-Num      PIC 9(2).
           02  Ex-Slot-Id              PIC 9(2).
           02  Ex-Exam-Date            PIC 9(8).
           02  Ex-Start-Time           PIC 9(4).
           02  Ex-End-Time             PIC 9(4).
           02  Ex-Room                 PIC X(6).
           02  Ex-Assign-Source        PIC X(1).
               88  Ex-By-Default       VALUE "D".
               88  Ex-Balanced         VALUE "B".
               88  Ex-Fixed-By-Hand    VALUE "M".
           02  Ex-Assigned-Date        PIC 9(8).

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

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

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

       FD  Conflict-Report-File.
       01  Conflict-Print-Line         PIC X(80).

       FD  Timetable-Report-File.
       01  Timetable-Print-Line        PIC X(76).

      * Accessibility office's accommodations file - read here for the
      * extended-time code only; see AccommodationMaint.
       FD  Accommodation-File.
       01  Ac-Rec.
           02  Ac-Key.
               03  Ac-Student-Id           PIC 9(5).
               03  Ac-Term-Code            PIC X(6).
           02  Ac-Code-List.
               03  Ac-Code OCCURS 6 TIMES  PIC X(2).
                   88  Ac-Extended-Time    VALUE "ET".
           02  Ac-Effective-Date           PIC 9(8).
           02  Ac-Expiry-Date              PIC 9(8).
           02  Ac-Counselor                PIC X(20).
           02  Ac-Entered-By               PIC X(10).
           02  Ac-Entered-Date             PIC 9(8).

       FD  Testing-Room-Report-File.
       01  Testing-Room-Print-Line     PIC X(76).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Examslot-Path            PIC X(260).
       01  WS-Examsched-Path           PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Examconf-Rpt-Path        PIC X(260).
       01  WS-Examtt-Rpt-Path          PIC X(260).
       01  WS-Accommod-Path            PIC X(260).
       01  WS-Examacc-Rpt-Path         PIC X(260).

       01  Es-Status                   PIC X(2).
       01  Ex-Status                   PIC X(2).
           88  Ex-Rec-Found            VALUE "00".
       01  Ss-Status                   PIC X(2).
       01  Se-Status                   PIC X(2).
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Rp-File-Status              PIC X(2).
       01  Ac-Status                   PIC X(2).
           88  Ac-Rec-Found            VALUE "00".
       01  WS-Accommod-Sw              PIC X VALUE "N".
           88  Accommod-Available      VALUE "Y".
       01  WS-Extended-Time-Sw         PIC X VALUE "N".
           88  Extended-Time-Student   VALUE "Y".
       01  WS-Student-Listed-Sw        PIC X VALUE "N".
           88  Student-Listed          VALUE "Y".
       01  WS-Code-Idx                 PIC 9(1).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".

       01  End-Of-Slots-Sw             PIC X VALUE "N".
           88  End-Of-Slots            VALUE "Y".
       01  End-Of-Sections-Sw          PIC X VALUE "N".
           88  End-Of-Sections         VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".

       01  WS-Exam-Term                PIC X(6).
       01  WS-Today                    PIC 9(8).

      * The term's exam-slot grid, with a running count of sections
      * placed in each slot for the balancing fallback.  Sized for
      * every two-digit slot id.
       01  WS-Slot-Max                 PIC 9(3) VALUE 99.
       01  WS-Slot-Count               PIC 9(3) VALUE ZEROS.
       01  Slot-Table.
           02  St-Entry OCCURS 99 TIMES INDEXED BY St-Idx.
               03  St-Slot-Id          PIC 9(2).
               03  St-Exam-Date        PIC 9(8).
               03  St-Start-Time       PIC 9(4).
               03  St-End-Time         PIC 9(4).
               03  St-Default-Days     PIC X(7).
               03  St-Default-Start    PIC 9(4).
               03  St-Sections-Used    PIC 9(4).
               03  St-Extended-Seats   PIC 9(4).
       01  WS-Slot-Hit                 PIC 9(3).
       01  WS-Least-Used               PIC 9(4).

      * One student's exams for the term, collected before checking
      * and printing.  Xt-When is date then start time, so comparing
      * it orders the timetable.
       01  WS-Exam-Max                 PIC 9(2) VALUE 50.
       01  WS-Exam-Count               PIC 9(2) VALUE ZEROS.
       01  Exam-Table.
           02  Xt-Entry OCCURS 50 TIMES.
               03  Xt-When.
                   04  Xt-Exam-Date    PIC 9(8).
                   04  Xt-Start-Time   PIC 9(4).
               03  Xt-End-Time         PIC 9(4).
               03  Xt-Module-Code      PIC X(5).
               03  Xt-Section-Num      PIC 9(2).
               03  Xt-Room             PIC X(6).
               03  Xt-Title            PIC X(24).
               03  Xt-Has-Exam-Sw      PIC X.
                   88  Xt-Has-Exam     VALUE "Y".
       01  Xt-Hold                     PIC X(54).
       01  Xt-Idx                      PIC 9(2).
       01  Xt-Jdx                      PIC 9(2).
       01  WS-Same-Day-Count           PIC 9(2).
       01  WS-First-Of-Day-Sw          PIC X.
           88  First-Of-Day            VALUE "Y".
       01  WS-Current-Student          PIC 9(5) VALUE ZEROS.
       01  WS-Last-Date                PIC 9(8).
       01  WS-Any-Unslotted-Sw         PIC X.
           88  Any-Unslotted           VALUE "Y".

       01  Day-Name-Table.
           02  FILLER PIC X(10) VALUE "MMONDAY   ".
           02  FILLER PIC X(10) VALUE "TTUESDAY  ".
           02  FILLER PIC X(10) VALUE "WWEDNESDAY".
           02  FILLER PIC X(10) VALUE "RTHURSDAY ".
           02  FILLER PIC X(10) VALUE "FFRIDAY   ".
           02  FILLER PIC X(10) VALUE "SSATURDAY ".
           02  FILLER PIC X(10) VALUE "USUNDAY   ".
       01  Day-Name-Table-R REDEFINES Day-Name-Table.
           02  Dn-Entry OCCURS 7 TIMES.
               03  Dn-Letter           PIC X(1).
               03  Dn-Name             PIC X(9).
       01  Dn-Idx                      PIC 9(1).

       01  Control-Totals.
           02  Ct-Sections-Read        PIC 9(5) VALUE ZEROS.
           02  Ct-Kept-By-Hand         PIC 9(5) VALUE ZEROS.
           02  Ct-By-Default           PIC 9(5) VALUE ZEROS.
           02  Ct-Balanced             PIC 9(5) VALUE ZEROS.
           02  Ct-Students             PIC 9(5) VALUE ZEROS.
           02  Ct-Same-Time            PIC 9(5) VALUE ZEROS.
           02  Ct-Three-In-Day         PIC 9(5) VALUE ZEROS.
           02  Ct-No-Slot              PIC 9(5) VALUE ZEROS.
           02  Ct-Extended-Time        PIC 9(5) VALUE ZEROS.
           02  Ct-Extended-Exams       PIC 9(5) VALUE ZEROS.

       01  Assignment-Line.
           02  Al-Module-Code          PIC X(5).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Al-Section-Num          PIC 9(2).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Al-Meeting-Days         PIC X(7).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Al-Meeting-Start        PIC 9(4).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Al-Slot-Id              PIC 9(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Al-Exam-Date            PIC 9(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Al-Start-Time           PIC 9(4).
           02  FILLER                  PIC X(1) VALUE "-".
           02  Al-End-Time             PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Al-Room                 PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Al-Source               PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Enter term to schedule exams for: "
                   WITH NO ADVANCING
               ACCEPT WS-Exam-Term
           END-IF.
           PERFORM Load-Slot-Table.
           IF WS-Slot-Count = ZEROS
               DISPLAY "No exam slots on the grid for term "
                   WS-Exam-Term " - set them up in ExamSlotMaint."
               STOP RUN
           END-IF.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status NOT = "00"
               DISPLAY "No section schedule file - nothing to "
                   "schedule."
               STOP RUN
           END-IF.
           OPEN I-O Exam-Schedule-File.
           IF Ex-Status = "05" OR Ex-Status = "35"
               CLOSE Exam-Schedule-File
               OPEN OUTPUT Exam-Schedule-File
               CLOSE Exam-Schedule-File
               OPEN I-O Exam-Schedule-File
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN OUTPUT Conflict-Report-File.
           OPEN OUTPUT Timetable-Report-File.
           PERFORM Open-Testing-Room-List.

           PERFORM Assign-Exam-Slots.
           CLOSE Section-Schedule-File.
           PERFORM Check-Student-Exams.

           PERFORM Print-Conflict-Totals.
           PERFORM Close-Testing-Room-List.
           CLOSE Exam-Schedule-File, Conflict-Report-File,
                 Timetable-Report-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  EXAM  SCHEDULE  " WS-Exam-Term "  ----".
           DISPLAY "Sections scheduled       : " Ct-Sections-Read.
           DISPLAY "  kept as fixed by hand  : " Ct-Kept-By-Hand.
           DISPLAY "  meeting-pattern default: " Ct-By-Default.
           DISPLAY "  balanced onto a slot   : " Ct-Balanced.
           DISPLAY "Students with exams      : " Ct-Students.
           DISPLAY "Two exams at once        : " Ct-Same-Time.
           DISPLAY "Three or more in one day : " Ct-Three-In-Day.
           DISPLAY "Enrollments with no slot : " Ct-No-Slot.
           DISPLAY "Extended-time students   : " Ct-Extended-Time.
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
               IF Rp-Program-Name = "EXAMSCHED"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-Term-Code TO WS-Exam-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "EXAMSCHED run-parameter row found - "
                       "scheduling term " WS-Exam-Term " unattended."
           END-IF.

       Load-Slot-Table.
           OPEN INPUT Exam-Slot-File.
           IF Es-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Exam-Term TO Es-Term-Code.
           MOVE ZEROS TO Es-Slot-Id.
           START Exam-Slot-File
               KEY IS NOT LESS THAN Es-Key
               INVALID KEY SET End-Of-Slots TO TRUE
           END-START.
           PERFORM Load-One-Slot UNTIL End-Of-Slots.
           CLOSE Exam-Slot-File.

       Load-One-Slot.
           READ Exam-Slot-File NEXT RECORD
               AT END SET End-Of-Slots TO TRUE
           END-READ.
           IF End-Of-Slots
               EXIT PARAGRAPH
           END-IF.
           IF Es-Term-Code NOT = WS-Exam-Term
               SET End-Of-Slots TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-Slot-Count NOT < WS-Slot-Max
               DISPLAY "*** EXAM SLOT TABLE FULL *** more than "
                       WS-Slot-Max " slots in the term"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Slot-Count.
           MOVE Es-Slot-Id TO St-Slot-Id(WS-Slot-Count).
           MOVE Es-Exam-Date TO St-Exam-Date(WS-Slot-Count).
           MOVE Es-Start-Time TO St-Start-Time(WS-Slot-Count).
           MOVE Es-End-Time TO St-End-Time(WS-Slot-Count).
           MOVE Es-Default-Days TO St-Default-Days(WS-Slot-Count).
           MOVE Es-Default-Start TO St-Default-Start(WS-Slot-Count).
           MOVE ZEROS TO St-Sections-Used(WS-Slot-Count).
           MOVE ZEROS TO St-Extended-Seats(WS-Slot-Count).

       Assign-Exam-Slots.
           MOVE SPACES TO Conflict-Print-Line.
           STRING "EXAM SLOT ASSIGNMENTS - TERM " WS-Exam-Term
               "   RUN " WS-Today
               DELIMITED BY SIZE INTO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           MOVE "MODULE SEC  MEETS        SLOT  DATE     TIME       ROOM
      -        "    SOURCE" TO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           MOVE ALL "-" TO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           PERFORM Assign-One-Section UNTIL End-Of-Sections.

       Assign-One-Section.
           READ Section-Schedule-File NEXT RECORD
               AT END SET End-Of-Sections TO TRUE
           END-READ.
           IF End-Of-Sections
               EXIT PARAGRAPH
           END-IF.
           IF Ss-Term-Code NOT = WS-Exam-Term
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Sections-Read.
           MOVE ZEROS TO WS-Slot-Hit.
           MOVE Ss-Key TO Ex-Key.
           READ Exam-Schedule-File
               KEY IS Ex-Key
               INVALID KEY MOVE "23" TO Ex-Status
           END-READ.
           IF NOT Ex-Rec-Found
               MOVE SPACE TO Ex-Assign-Source
           END-IF.
           IF Ex-Rec-Found AND Ex-Fixed-By-Hand
               PERFORM VARYING St-Idx FROM 1 BY 1
                       UNTIL St-Idx > WS-Slot-Count
                   IF St-Slot-Id(St-Idx) = Ex-Slot-Id
                       SET WS-Slot-Hit TO St-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Slot-Hit > ZERO
               ADD 1 TO Ct-Kept-By-Hand
           ELSE
               PERFORM Find-Default-Slot
           END-IF.
           IF WS-Slot-Hit > ZERO AND NOT Ex-Fixed-By-Hand
               SET Ex-By-Default TO TRUE
               ADD 1 TO Ct-By-Default
           END-IF.
           IF WS-Slot-Hit = ZERO
               PERFORM Find-Least-Used-Slot
               SET Ex-Balanced TO TRUE
               ADD 1 TO Ct-Balanced
           END-IF.
           ADD 1 TO St-Sections-Used(WS-Slot-Hit).
           PERFORM Save-Section-Assignment.

      * A hand-fixed row whose slot has since left the grid is
      * reassigned like any other section.
       Find-Default-Slot.
           IF Ex-Rec-Found AND Ex-Fixed-By-Hand
               MOVE SPACE TO Ex-Assign-Source
           END-IF.
           PERFORM VARYING St-Idx FROM 1 BY 1
                   UNTIL St-Idx > WS-Slot-Count OR WS-Slot-Hit > ZERO
               IF St-Default-Days(St-Idx) NOT = SPACES
                   AND St-Default-Days(St-Idx) = Ss-Meeting-Days
                   AND St-Default-Start(St-Idx) = Ss-Start-Time
                   SET WS-Slot-Hit TO St-Idx
               END-IF
           END-PERFORM.

       Find-Least-Used-Slot.
           MOVE 1 TO WS-Slot-Hit.
           MOVE St-Sections-Used(1) TO WS-Least-Used.
           PERFORM VARYING St-Idx FROM 2 BY 1
                   UNTIL St-Idx > WS-Slot-Count
               IF St-Sections-Used(St-Idx) < WS-Least-Used
                   SET WS-Slot-Hit TO St-Idx
                   MOVE St-Sections-Used(St-Idx) TO WS-Least-Used
               END-IF
           END-PERFORM.

       Save-Section-Assignment.
           MOVE Ss-Key TO Ex-Key.
           MOVE St-Slot-Id(WS-Slot-Hit) TO Ex-Slot-Id.
           MOVE St-Exam-Date(WS-Slot-Hit) TO Ex-Exam-Date.
           MOVE St-Start-Time(WS-Slot-Hit) TO Ex-Start-Time.
           MOVE St-End-Time(WS-Slot-Hit) TO Ex-End-Time.
           MOVE Ss-Room TO Ex-Room.
           MOVE WS-Today TO Ex-Assigned-Date.
           IF Ex-Rec-Found
               REWRITE Ex-Rec
                   INVALID KEY DISPLAY "Rewrite failed for "
                       Ex-Module-Code "/" Ex-Section-Num
                       " - status " Ex-Status
               END-REWRITE
           ELSE
               WRITE Ex-Rec
                   INVALID KEY DISPLAY "Write failed for "
                       Ex-Module-Code "/" Ex-Section-Num
                       " - status " Ex-Status
               END-WRITE
           END-IF.
           MOVE Ss-Module-Code TO Al-Module-Code.
           MOVE Ss-Section-Num TO Al-Section-Num.
           MOVE Ss-Meeting-Days TO Al-Meeting-Days.
           MOVE Ss-Start-Time TO Al-Meeting-Start.
           MOVE Ex-Slot-Id TO Al-Slot-Id.
           MOVE Ex-Exam-Date TO Al-Exam-Date.
           MOVE Ex-Start-Time TO Al-Start-Time.
           MOVE Ex-End-Time TO Al-End-Time.
           MOVE Ex-Room TO Al-Room.
           EVALUATE TRUE
               WHEN Ex-Fixed-By-Hand MOVE "BY HAND" TO Al-Source
               WHEN Ex-By-Default MOVE "PATTERN" TO Al-Source
               WHEN OTHER MOVE "BALANCED" TO Al-Source
           END-EVALUATE.
           WRITE Conflict-Print-Line FROM Assignment-Line.

      * STUDENR.DAT is keyed student first, so a straight read visits
      * each student's enrollments together; the exams are checked and
      * the timetable printed on each change of student.
       Check-Student-Exams.
           MOVE SPACES TO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           MOVE SPACES TO Conflict-Print-Line.
           STRING "STUDENT EXAM CONFLICTS - TERM " WS-Exam-Term
               DELIMITED BY SIZE INTO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           MOVE ALL "-" TO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - no conflicts checked."
               EXIT PARAGRAPH
           END-IF.
           READ Student-Enrollment-File NEXT RECORD
               AT END SET End-Of-Enrollments TO TRUE
           END-READ.
           IF NOT End-Of-Enrollments
               MOVE Se-Student-Id TO WS-Current-Student
           END-IF.
           PERFORM UNTIL End-Of-Enrollments
               IF Se-Student-Id NOT = WS-Current-Student
                   PERFORM Finish-Student
                   MOVE Se-Student-Id TO WS-Current-Student
               END-IF
               IF Se-Term-Code = WS-Exam-Term
                   PERFORM Collect-One-Exam
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
           END-PERFORM.
           PERFORM Finish-Student.
           CLOSE Student-Enrollment-File.

       Collect-One-Exam.
           IF WS-Exam-Count NOT < WS-Exam-Max
               DISPLAY "*** EXAM TABLE FULL *** more than "
                       WS-Exam-Max " exams for student "
                       WS-Current-Student
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Exam-Count.
           MOVE Se-Module-Code TO Xt-Module-Code(WS-Exam-Count).
           MOVE Se-Section-Num TO Xt-Section-Num(WS-Exam-Count).
           MOVE SPACES TO Xt-Title(WS-Exam-Count).
           IF Catalog-Available
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found
                   MOVE Cc-Title TO Xt-Title(WS-Exam-Count)
               END-IF
           END-IF.
           MOVE Se-Module-Code TO Ex-Module-Code.
           MOVE Se-Term-Code TO Ex-Term-Code.
           MOVE Se-Section-Num TO Ex-Section-Num.
           READ Exam-Schedule-File
               KEY IS Ex-Key
               INVALID KEY MOVE "23" TO Ex-Status
           END-READ.
           IF Ex-Rec-Found
               MOVE Ex-Exam-Date TO Xt-Exam-Date(WS-Exam-Count)
               MOVE Ex-Start-Time TO Xt-Start-Time(WS-Exam-Count)
               MOVE Ex-End-Time TO Xt-End-Time(WS-Exam-Count)
               MOVE Ex-Room TO Xt-Room(WS-Exam-Count)
               MOVE "Y" TO Xt-Has-Exam-Sw(WS-Exam-Count)
           ELSE
               MOVE ZEROS TO Xt-Exam-Date(WS-Exam-Count)
               MOVE ZEROS TO Xt-Start-Time(WS-Exam-Count)
               MOVE ZEROS TO Xt-End-Time(WS-Exam-Count)
               MOVE SPACES TO Xt-Room(WS-Exam-Count)
               MOVE "N" TO Xt-Has-Exam-Sw(WS-Exam-Count)
           END-IF.

       Finish-Student.
           IF WS-Exam-Count = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Students.
           PERFORM Sort-Exam-Table.
           PERFORM Check-Exam-Conflicts.
           PERFORM Write-Timetable-Page.
           IF Accommod-Available
               PERFORM Check-Extended-Time
           END-IF.
           MOVE ZEROS TO WS-Exam-Count.

      * At most twenty entries - a simple exchange sort on date and
      * start time is plenty.
       Sort-Exam-Table.
           PERFORM VARYING Xt-Idx FROM 1 BY 1
                   UNTIL Xt-Idx >= WS-Exam-Count
               PERFORM VARYING Xt-Jdx FROM Xt-Idx BY 1
                       UNTIL Xt-Jdx > WS-Exam-Count
                   IF Xt-When(Xt-Jdx) < Xt-When(Xt-Idx)
                       MOVE Xt-Entry(Xt-Idx) TO Xt-Hold
                       MOVE Xt-Entry(Xt-Jdx) TO Xt-Entry(Xt-Idx)
                       MOVE Xt-Hold TO Xt-Entry(Xt-Jdx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Check-Exam-Conflicts.
           PERFORM VARYING Xt-Idx FROM 1 BY 1
                   UNTIL Xt-Idx > WS-Exam-Count
               IF Xt-Has-Exam(Xt-Idx)
                   PERFORM Check-One-Exam
               ELSE
                   ADD 1 TO Ct-No-Slot
                   MOVE SPACES TO Conflict-Print-Line
                   STRING "STUDENT " WS-Current-Student
                       "  NO EXAM SLOT       "
                       Xt-Module-Code(Xt-Idx) " SEC "
                       Xt-Section-Num(Xt-Idx)
                       DELIMITED BY SIZE INTO Conflict-Print-Line
                   WRITE Conflict-Print-Line
               END-IF
           END-PERFORM.

      * Clashes are reported once, against each later exam that
      * overlaps; the day count is reported once, at the first exam of
      * the day (the table is in date order).
       Check-One-Exam.
           MOVE ZEROS TO WS-Same-Day-Count.
           MOVE "Y" TO WS-First-Of-Day-Sw.
           PERFORM VARYING Xt-Jdx FROM 1 BY 1
                   UNTIL Xt-Jdx > WS-Exam-Count
               IF Xt-Has-Exam(Xt-Jdx)
                   AND Xt-Exam-Date(Xt-Jdx) = Xt-Exam-Date(Xt-Idx)
                   ADD 1 TO WS-Same-Day-Count
                   IF Xt-Jdx < Xt-Idx
                       MOVE "N" TO WS-First-Of-Day-Sw
                   END-IF
                   IF Xt-Jdx > Xt-Idx
                       AND Xt-Start-Time(Xt-Jdx) < Xt-End-Time(Xt-Idx)
                       AND Xt-Start-Time(Xt-Idx) < Xt-End-Time(Xt-Jdx)
                       PERFORM Write-Same-Time-Line
                   END-IF
               END-IF
           END-PERFORM.
           IF First-Of-Day AND WS-Same-Day-Count >= 3
               ADD 1 TO Ct-Three-In-Day
               MOVE SPACES TO Conflict-Print-Line
               STRING "STUDENT " WS-Current-Student
                   "  " WS-Same-Day-Count " EXAMS IN ONE DAY  "
                   Xt-Exam-Date(Xt-Idx)
                   DELIMITED BY SIZE INTO Conflict-Print-Line
               WRITE Conflict-Print-Line
           END-IF.

       Write-Same-Time-Line.
           ADD 1 TO Ct-Same-Time.
           MOVE SPACES TO Conflict-Print-Line.
           STRING "STUDENT " WS-Current-Student
               "  TWO EXAMS AT ONCE  "
               Xt-Exam-Date(Xt-Idx) " "
               Xt-Start-Time(Xt-Idx) "  "
               Xt-Module-Code(Xt-Idx) " SEC "
               Xt-Section-Num(Xt-Idx) " / "
               Xt-Module-Code(Xt-Jdx) " SEC "
               Xt-Section-Num(Xt-Jdx)
               DELIMITED BY SIZE INTO Conflict-Print-Line.
           WRITE Conflict-Print-Line.

       Write-Timetable-Page.
           MOVE SPACES TO Timetable-Print-Line.
           STRING "EXAM TIMETABLE - STUDENT " WS-Current-Student
               "  TERM " WS-Exam-Term
               DELIMITED BY SIZE INTO Timetable-Print-Line.
           WRITE Timetable-Print-Line.
           MOVE ALL "-" TO Timetable-Print-Line.
           WRITE Timetable-Print-Line.
           MOVE ZEROS TO WS-Last-Date.
           MOVE "N" TO WS-Any-Unslotted-Sw.
           PERFORM VARYING Xt-Idx FROM 1 BY 1
                   UNTIL Xt-Idx > WS-Exam-Count
               IF Xt-Has-Exam(Xt-Idx)
                   PERFORM Write-Exam-Line
               ELSE
                   MOVE "Y" TO WS-Any-Unslotted-Sw
               END-IF
           END-PERFORM.
           IF Any-Unslotted
               PERFORM Write-Unslotted-Block
           END-IF.
           MOVE SPACES TO Timetable-Print-Line.
           WRITE Timetable-Print-Line AFTER ADVANCING PAGE.

      * A new day heading each time the date changes - the table is
      * in date order, so each day's exams print together.
       Write-Exam-Line.
           IF Xt-Exam-Date(Xt-Idx) NOT = WS-Last-Date
               MOVE Xt-Exam-Date(Xt-Idx) TO WS-Last-Date
               COMPUTE Dn-Idx = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-Last-Date) - 1, 7) + 1
               MOVE SPACES TO Timetable-Print-Line
               STRING Dn-Name(Dn-Idx) " " WS-Last-Date
                   DELIMITED BY SIZE INTO Timetable-Print-Line
               WRITE Timetable-Print-Line
           END-IF.
           MOVE SPACES TO Timetable-Print-Line.
           STRING "  " Xt-Start-Time(Xt-Idx) "-"
               Xt-End-Time(Xt-Idx) "  "
               Xt-Module-Code(Xt-Idx) " SEC "
               Xt-Section-Num(Xt-Idx) "  RM "
               Xt-Room(Xt-Idx) "  "
               Xt-Title(Xt-Idx)
               DELIMITED BY SIZE INTO Timetable-Print-Line.
           WRITE Timetable-Print-Line.

       Write-Unslotted-Block.
           MOVE "NO EXAM SLOT" TO Timetable-Print-Line.
           WRITE Timetable-Print-Line.
           PERFORM VARYING Xt-Idx FROM 1 BY 1
                   UNTIL Xt-Idx > WS-Exam-Count
               IF NOT Xt-Has-Exam(Xt-Idx)
                   MOVE SPACES TO Timetable-Print-Line
                   STRING "  " Xt-Module-Code(Xt-Idx) " SEC "
                       Xt-Section-Num(Xt-Idx) "  "
                       Xt-Title(Xt-Idx)
                       DELIMITED BY SIZE INTO Timetable-Print-Line
                   WRITE Timetable-Print-Line
               END-IF
           END-PERFORM.

       Print-Conflict-Totals.
           MOVE SPACES TO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           MOVE SPACES TO Conflict-Print-Line.
           STRING "TWO EXAMS AT ONCE: " Ct-Same-Time
               "   THREE+ IN ONE DAY: " Ct-Three-In-Day
               "   NO EXAM SLOT: " Ct-No-Slot
               DELIMITED BY SIZE INTO Conflict-Print-Line.
           WRITE Conflict-Print-Line.
           MOVE SPACES TO Conflict-Print-Line.
           STRING "EXTENDED-TIME STUDENTS: " Ct-Extended-Time
               " - SEE THE TESTING-ROOM LISTING"
               DELIMITED BY SIZE INTO Conflict-Print-Line.
           WRITE Conflict-Print-Line.

      * The listing is written every run, so last term's bookings never
      * linger on it; with no accommodations file it says so.
       Open-Testing-Room-List.
           OPEN OUTPUT Testing-Room-Report-File.
           MOVE SPACES TO Testing-Room-Print-Line.
           STRING "EXTENDED EXAM TIME - TESTING ROOMS - TERM "
               WS-Exam-Term "   RUN " WS-Today
               DELIMITED BY SIZE INTO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           MOVE "CONFIDENTIAL - EXAMS AND ACCESSIBILITY OFFICES ONLY"
               TO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           MOVE ALL "-" TO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           OPEN INPUT Accommodation-File.
           IF Ac-Status = "00"
               MOVE "Y" TO WS-Accommod-Sw
           ELSE
               MOVE "NO ACCOMMODATIONS FILE - NO STUDENTS LISTED"
                   TO Testing-Room-Print-Line
               WRITE Testing-Room-Print-Line
           END-IF.

      * Only exams inside the accommodation's own dates are listed; an
      * accommodation ended early drops the later exams off the list.
       Check-Extended-Time.
           MOVE "N" TO WS-Extended-Time-Sw.
           MOVE WS-Current-Student TO Ac-Student-Id.
           MOVE WS-Exam-Term TO Ac-Term-Code.
           READ Accommodation-File
               KEY IS Ac-Key
               INVALID KEY MOVE "23" TO Ac-Status
           END-READ.
           IF NOT Ac-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Code-Idx FROM 1 BY 1
                   UNTIL WS-Code-Idx > 6
               IF Ac-Extended-Time(WS-Code-Idx)
                   MOVE "Y" TO WS-Extended-Time-Sw
               END-IF
           END-PERFORM.
           IF NOT Extended-Time-Student
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Student-Listed-Sw.
           PERFORM VARYING Xt-Idx FROM 1 BY 1
                   UNTIL Xt-Idx > WS-Exam-Count
               IF Xt-Has-Exam(Xt-Idx)
                   AND Xt-Exam-Date(Xt-Idx) NOT < Ac-Effective-Date
                   AND Xt-Exam-Date(Xt-Idx) NOT > Ac-Expiry-Date
                   PERFORM Write-Extended-Exam-Line
               END-IF
           END-PERFORM.
           IF Student-Listed
               ADD 1 TO Ct-Extended-Time
           END-IF.

       Write-Extended-Exam-Line.
           IF NOT Student-Listed
               MOVE "Y" TO WS-Student-Listed-Sw
               MOVE SPACES TO Testing-Room-Print-Line
               WRITE Testing-Room-Print-Line
               MOVE SPACES TO Testing-Room-Print-Line
               STRING "STUDENT " WS-Current-Student
                   "  EXTENDED TIME"
                   DELIMITED BY SIZE INTO Testing-Room-Print-Line
               WRITE Testing-Room-Print-Line
           END-IF.
           ADD 1 TO Ct-Extended-Exams.
           MOVE SPACES TO Testing-Room-Print-Line.
           STRING "  " Xt-Exam-Date(Xt-Idx) " "
               Xt-Start-Time(Xt-Idx) "-"
               Xt-End-Time(Xt-Idx) "  "
               Xt-Module-Code(Xt-Idx) " SEC "
               Xt-Section-Num(Xt-Idx) "  SCHEDULED RM "
               Xt-Room(Xt-Idx)
               DELIMITED BY SIZE INTO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           PERFORM VARYING St-Idx FROM 1 BY 1
                   UNTIL St-Idx > WS-Slot-Count
               IF St-Exam-Date(St-Idx) = Xt-Exam-Date(Xt-Idx)
                   AND St-Start-Time(St-Idx) = Xt-Start-Time(Xt-Idx)
                   ADD 1 TO St-Extended-Seats(St-Idx)
               END-IF
           END-PERFORM.

      * One testing room per slot with anyone in it - the seat count
      * is what the booking needs.
       Close-Testing-Room-List.
           MOVE SPACES TO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           MOVE "TESTING-ROOM SEATS BY EXAM SLOT"
               TO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           MOVE ALL "-" TO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           PERFORM VARYING St-Idx FROM 1 BY 1
                   UNTIL St-Idx > WS-Slot-Count
               IF St-Extended-Seats(St-Idx) > ZEROS
                   MOVE SPACES TO Testing-Room-Print-Line
                   STRING "SLOT " St-Slot-Id(St-Idx) "  "
                       St-Exam-Date(St-Idx) " "
                       St-Start-Time(St-Idx) "-"
                       St-End-Time(St-Idx) "  SEATS "
                       St-Extended-Seats(St-Idx)
                       DELIMITED BY SIZE INTO Testing-Room-Print-Line
                   WRITE Testing-Room-Print-Line
               END-IF
           END-PERFORM.
           MOVE SPACES TO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           MOVE SPACES TO Testing-Room-Print-Line.
           STRING "EXTENDED-TIME STUDENTS: " Ct-Extended-Time
               "   EXAMS: " Ct-Extended-Exams
               DELIMITED BY SIZE INTO Testing-Room-Print-Line.
           WRITE Testing-Room-Print-Line.
           CLOSE Testing-Room-Report-File.
           IF Accommod-Available
               CLOSE Accommodation-File
           END-IF.

       Resolve-Data-Paths.
           ACCEPT WS-Examslot-Path FROM ENVIRONMENT "EXAMSLOT_PATH".
           IF WS-Examslot-Path = SPACES
               MOVE "EXAMSLOT.DAT" TO WS-Examslot-Path
           END-IF.
           ACCEPT WS-Examsched-Path FROM ENVIRONMENT "EXAMSCHED_PATH".
           IF WS-Examsched-Path = SPACES
               MOVE "EXAMSCHED.DAT" TO WS-Examsched-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Examconf-Rpt-Path
               FROM ENVIRONMENT "EXAMCONF_RPT_PATH".
           IF WS-Examconf-Rpt-Path = SPACES
               MOVE "EXAMCONF.RPT" TO WS-Examconf-Rpt-Path
           END-IF.
           ACCEPT WS-Examtt-Rpt-Path FROM ENVIRONMENT "EXAMTT_RPT_PATH".
           IF WS-Examtt-Rpt-Path = SPACES
               MOVE "EXAMTT.RPT" TO WS-Examtt-Rpt-Path
           END-IF.
           ACCEPT WS-Accommod-Path FROM ENVIRONMENT "ACCOMMOD_PATH".
           IF WS-Accommod-Path = SPACES
               MOVE "ACCOMMOD.DAT" TO WS-Accommod-Path
           END-IF.
           ACCEPT WS-Examacc-Rpt-Path
               FROM ENVIRONMENT "EXAMACC_RPT_PATH".
           IF WS-Examacc-Rpt-Path = SPACES
               MOVE "EXAMACC.RPT" TO WS-Examacc-Rpt-Path
           END-IF.
