       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StudentKiosk.
       AUTHOR.  Jon Clark.
      * Student self-service kiosk for the registrar's and bursar's
      * lobbies.  Most walk-ups at the counters only want their
      * balance, their holds, their schedule or whether a grade is
      * posted, and a clerk answered each one by going through
      * StudentFeesLookup, StudentHolds, StudentSchedule and
      * TranscriptReport in turn.  Here the student signs in with
      * their StudentId and the PIN the counter set for them in
      * StudentPinMaint, and can look at - never change - their own:
      *
      *   1. balance due and due date - the latest term the fee
      *      account has on Student-Master-File (by TERMMAST.DAT
      *      start date), the prior balance forward included, fee
      *      account found through STUDXREF.DAT as StudentFeesLookup
      *      finds it;
      *   2. active holds on HOLDFILE.DAT, each with the office that
      *      can lift it;
      *   3. a term's class schedule, blank term meaning the latest
      *      term they are enrolled in, with the SECSCHED.DAT meeting
      *      pattern and COURSECAT.DAT title as StudentSchedule shows
      *      them;
      *   4. every grade posted on Student-Enrollment-File.
      *
      * Student-Pin-File (STUDPIN.DAT) keeps only a hash of each
      * PIN, salted with the StudentId - the same hash StudentPinMaint
      * sets.  Three wrong PINs in a row lock the ID until the
      * counter sets a new PIN; the count is kept on the file, so
      * restarting the kiosk does not reset it.  A sign-on that fails
      * says the same thing whether the ID or the PIN was wrong.
      *
      * Everything the program reads is keyed on the signed-on
      * StudentId alone, so no other student's record can come up,
      * and the SSN is never displayed.  Nothing is printed - a page
      * left in a lobby printer is a disclosure.  Every sign-on,
      * failed sign-on, lockout, inquiry and sign-off goes to the
      * session log KIOSKSESS.LOG with the date, time, StudentId and
      * the kiosk's station name (KIOSK_STATION).  A blank StudentId
      * at the sign-on prompt closes the kiosk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Student-Pin-File ASSIGN TO WS-Studpin-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pn-Student-Id
               FILE STATUS IS Pn-Status.

           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Student-Fee-Xref-File ASSIGN TO WS-Studxref-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xr-StudentId
               FILE STATUS IS Xr-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Student-Enrollment-File ASSIGN TO WS-Studenr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Se-Key
               ALTERNATE RECORD KEY IS Se-Module-Code
                   WITH DUPLICATES
               FILE STATUS IS Se-Status.

           SELECT Section-Schedule-File ASSIGN TO WS-Secsched-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ss-Key
               FILE STATUS IS Ss-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Session-Log-File ASSIGN TO WS-Kiosksess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ks-File-Status.

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

      * One self-service credential per student - same layout as
      * StudentPinMaint.
       FD  Student-Pin-File.
       01  Pn-Rec.
           02  Pn-Student-Id               PIC 9(5).
           02  Pn-Pin-Hash                 PIC 9(18).
           02  Pn-Failed-Count             PIC 9(1).
           02  Pn-Lock-Sw                  PIC X(1).
               88  Pn-Locked               VALUE "Y".
           02  Pn-Locked-Date              PIC 9(8).
           02  Pn-Set-Date                 PIC 9(8).
           02  Pn-Set-By                   PIC X(10).
           02  Pn-Last-Sign-On             PIC 9(8).

       FD  Student-Master-File.
       01  SM-Rec.
           02  SM-Master-Key.
               03  SM-Student-Number           PIC 9(7).
               03  SM-Term-Code                PIC X(6).
           02  SM-Student-Name                 PIC X(30).
           02  FILLER                          PIC X(5).
           02  SM-Prior-Balance-Fwd            PIC S9(7)V99.
           02  SM-Fees-Owed                    PIC 9(7).
           02  SM-Tuition-Owed             PIC 9(7).
           02  SM-Housing-Owed             PIC 9(7).
           02  SM-Lab-Owed                 PIC 9(7).
           02  SM-Library-Owed             PIC 9(7).
           02  SM-Late-Fee-Owed            PIC 9(7).
           02  SM-Late-Fee-Flag            PIC X.
               88  SM-Late-Fee-Applied      VALUE "Y".
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

       FD  Student-Fee-Xref-File.
       01  Xref-Rec.
           02  Xr-StudentId                    PIC 9(5).
           02  Xr-Fee-Number                   PIC 9(7).

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Financial-Hold       VALUE "F".
               88  Hd-Write-Off-Hold       VALUE "W".
               88  Hd-Advising-Hold        VALUE "A".
               88  Hd-Health-Hold          VALUE "H".
               88  Hd-Conduct-Hold         VALUE "C".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

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

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

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

      * One line per kiosk event.  Ks-Detail is the inquiry on a
      * VIEW line.
       FD  Session-Log-File.
       01  Ks-Rec.
           02  Ks-Date                 PIC 9(8).
           02  FILLER                  PIC X(1).
           02  Ks-Time                 PIC 9(6).
           02  FILLER                  PIC X(1).
           02  Ks-Student-Id           PIC 9(5).
           02  FILLER                  PIC X(1).
           02  Ks-Event                PIC X(8).
           02  FILLER                  PIC X(1).
           02  Ks-Detail               PIC X(8).
           02  FILLER                  PIC X(1).
           02  Ks-Station              PIC X(10).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Studpin-Path             PIC X(260).
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Studxref-Path            PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Secsched-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Kiosksess-Path           PIC X(260).
       01  WS-Station                  PIC X(10).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Pn-Status                   PIC X(2).
           88  Pn-Rec-Found            VALUE "00".
           88  Pn-Rec-Not-Found        VALUE "23".
       01  SM-File-Status              PIC XX.
           88  SM-Rec-Found            VALUE "00".
           88  SM-Rec-Not-Found        VALUE "23".
       01  Xr-Status                   PIC XX.
           88  Xr-Rec-Found            VALUE "00".
           88  Xr-Rec-Not-Found        VALUE "23".
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Ss-Status                   PIC X(2).
           88  Ss-Rec-Found            VALUE "00".
           88  Ss-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
           88  Cc-Rec-Not-Found        VALUE "23".
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Ks-File-Status              PIC X(2).

       01  WS-Xref-Sw                  PIC X VALUE "N".
           88  Xref-Available          VALUE "Y".
       01  WS-Hold-File-Sw             PIC X VALUE "N".
           88  Hold-File-Available     VALUE "Y".
       01  WS-Secsched-Sw              PIC X VALUE "N".
           88  Secsched-Available      VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Kiosk-Closed-Sw          PIC X VALUE "N".
           88  Kiosk-Closed            VALUE "Y".
       01  WS-Signed-On-Sw             PIC X VALUE "N".
           88  Signed-On               VALUE "Y".
       01  WS-Scan-Eof-Sw              PIC X.
           88  End-Of-Scan             VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Now                      PIC 9(6).
       01  WS-Max-Pin-Failures         PIC 9(1) VALUE 3.
       01  WS-Log-Event                PIC X(8).
       01  WS-Log-Detail               PIC X(8).

      * Sign-on entries - cleared as soon as they have been checked.
       01  WS-Entry-StudentId          PIC X(5).
       01  WS-Entry-StudentId-N REDEFINES WS-Entry-StudentId
                                       PIC 9(5).
       01  WS-Pin-Entry                PIC X(6).

      * The signed-on student.  Every lookup is keyed on
      * Sn-Student-Id; the whole group is cleared at sign-off.
       01  WS-Session.
           02  Sn-Student-Id           PIC 9(5).
           02  Sn-Firstname            PIC X(15).
           02  Sn-Fee-Number           PIC 9(7).

      * PIN hash - the StudentId and PIN run through two
      * multiply-and-fold accumulators for several hundred rounds,
      * as StudentPinMaint does it.  The two must never drift apart.
       01  WS-Hash-Text                PIC X(40).
       01  WS-Hash-Pos                 PIC 9(2) COMP.
       01  WS-Hash-Round               PIC 9(3) COMP.
       01  WS-Hash-Rounds              PIC 9(3) VALUE 500.
       01  WS-Hash-Work                PIC 9(12).
       01  WS-Hash-Quot                PIC 9(12).
       01  WS-Hash-High                PIC 9(9).
       01  WS-Hash-Low                 PIC 9(9).
       01  WS-Pin-Hash                 PIC 9(18).

      * Latest fee term found for the balance inquiry.
       01  WS-Balance-Term.
           02  Bt-Term-Code            PIC X(6).
           02  Bt-Term-Start           PIC 9(8).
           02  Bt-Balance-Due          PIC S9(7)V99.
           02  Bt-Fee-Due-Date         PIC 9(8).
           02  Bt-Collection-Flag      PIC X(1).
               88  Bt-In-Collections   VALUE "C".
       01  WS-Fee-Terms-Found          PIC 9(3).
       01  WS-Row-Start                PIC 9(8).
       01  WS-Amount-Ed                PIC $$,$$$,$$9.99-.

       01  WS-Query-Term-Code          PIC X(6).
       01  WS-Latest-Start             PIC 9(8).
       01  WS-Line-Count               PIC 9(3).
       01  WS-Hold-Description         PIC X(22).
       01  WS-Hold-Office              PIC X(26).
       01  WS-Title                    PIC X(30).

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           OPEN INPUT StudentFile.
           MOVE RecordStatus TO WS-Chk-Status.
           MOVE "OPEN StudentFile" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN I-O Student-Pin-File.
           IF Pn-Status = "05" OR Pn-Status = "35"
               DISPLAY "No student PINs have been set - the kiosk "
                       "cannot open."
               CLOSE StudentFile
               STOP RUN
           END-IF.
           MOVE Pn-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Pin-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Student-Master-File.
           MOVE SM-File-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Master-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Student-Enrollment-File.
           MOVE Se-Status TO WS-Chk-Status.
           MOVE "OPEN Student-Enrollment-File" TO WS-Chk-Context.
           PERFORM Check-Fatal-Status.
           OPEN INPUT Student-Fee-Xref-File.
           IF Xr-Status = "00"
               MOVE "Y" TO WS-Xref-Sw
           END-IF.
           OPEN INPUT Hold-File.
           IF Hd-Status = "00"
               MOVE "Y" TO WS-Hold-File-Sw
           END-IF.
           OPEN INPUT Section-Schedule-File.
           IF Ss-Status = "00"
               MOVE "Y" TO WS-Secsched-Sw
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
           END-IF.
           OPEN EXTEND Session-Log-File.
           IF Ks-File-Status = "05" OR Ks-File-Status = "35"
               OPEN OUTPUT Session-Log-File
           END-IF.

           PERFORM Kiosk-Session UNTIL Kiosk-Closed.

           CLOSE StudentFile, Student-Pin-File, Student-Master-File,
                 Student-Enrollment-File, Session-Log-File.
           IF Xref-Available
               CLOSE Student-Fee-Xref-File
           END-IF.
           IF Hold-File-Available
               CLOSE Hold-File
           END-IF.
           IF Secsched-Available
               CLOSE Section-Schedule-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           STOP RUN.

       Kiosk-Session.
           DISPLAY " ".
           DISPLAY "====  STUDENT  SELF-SERVICE  ====".
           DISPLAY "Student ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-Entry-StudentId.
           ACCEPT WS-Entry-StudentId.
           IF WS-Entry-StudentId = SPACES
               MOVE "Y" TO WS-Kiosk-Closed-Sw
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-Pin-Entry.
           ACCEPT WS-Pin-Entry.

           PERFORM Check-Sign-On.
           MOVE SPACES TO WS-Pin-Entry WS-Entry-StudentId.
           IF NOT Signed-On
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO Main-Menu-Choice.
           PERFORM Session-Menu UNTIL Main-Menu-Choice = 5.

           MOVE "SIGN-OFF" TO WS-Log-Event.
           MOVE SPACES TO WS-Log-Detail.
           PERFORM Write-Session-Log.
           INITIALIZE WS-Session WS-Balance-Term.
           MOVE "N" TO WS-Signed-On-Sw.
           DISPLAY "You are signed off.  Thank you.".

      * Unknown ID, no PIN and wrong PIN all get the same answer, so
      * the kiosk cannot be used to find out which IDs exist.
       Check-Sign-On.
           MOVE "N" TO WS-Signed-On-Sw.
           MOVE ZEROS TO Sn-Student-Id.
           IF WS-Entry-StudentId NOT NUMERIC
               MOVE "BAD-ID" TO WS-Log-Event
               MOVE SPACES TO WS-Log-Detail
               PERFORM Write-Session-Log
               PERFORM Refuse-Sign-On
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Entry-StudentId-N TO Sn-Student-Id.
           MOVE Sn-Student-Id TO Pn-Student-Id.
           READ Student-Pin-File
               KEY IS Pn-Student-Id
               INVALID KEY MOVE "23" TO Pn-Status
           END-READ.
           IF Pn-Rec-Not-Found
               MOVE "NO-PIN" TO WS-Log-Event
               MOVE SPACES TO WS-Log-Detail
               PERFORM Write-Session-Log
               PERFORM Refuse-Sign-On
               EXIT PARAGRAPH
           END-IF.
           IF Pn-Locked
               MOVE "LOCKED" TO WS-Log-Event
               MOVE SPACES TO WS-Log-Detail
               PERFORM Write-Session-Log
               PERFORM Refuse-Locked-Out
               EXIT PARAGRAPH
           END-IF.

           PERFORM Hash-Student-Pin.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           IF WS-Pin-Hash NOT = Pn-Pin-Hash
               ADD 1 TO Pn-Failed-Count
               IF Pn-Failed-Count NOT < WS-Max-Pin-Failures
                   MOVE "Y" TO Pn-Lock-Sw
                   MOVE WS-Today TO Pn-Locked-Date
                   MOVE "LOCKOUT" TO WS-Log-Event
               ELSE
                   MOVE "BAD-PIN" TO WS-Log-Event
               END-IF
               PERFORM Rewrite-Pin-Rec
               MOVE SPACES TO WS-Log-Detail
               PERFORM Write-Session-Log
               IF Pn-Locked
                   PERFORM Refuse-Locked-Out
               ELSE
                   PERFORM Refuse-Sign-On
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE Sn-Student-Id TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF Student-Rec-Not-Found
               MOVE "NO-STUD" TO WS-Log-Event
               MOVE SPACES TO WS-Log-Detail
               PERFORM Write-Session-Log
               PERFORM Refuse-Sign-On
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO Pn-Failed-Count.
           MOVE WS-Today TO Pn-Last-Sign-On.
           PERFORM Rewrite-Pin-Rec.
           MOVE Firstname TO Sn-Firstname.
           MOVE "Y" TO WS-Signed-On-Sw.
           MOVE "SIGN-ON" TO WS-Log-Event.
           MOVE SPACES TO WS-Log-Detail.
           PERFORM Write-Session-Log.
           DISPLAY " ".
           DISPLAY "Welcome, " Sn-Firstname.

       Refuse-Sign-On.
           MOVE ZEROS TO Sn-Student-Id.
           DISPLAY "Student ID or PIN not accepted.  If you have no "
                   "PIN, ask at the registrar's counter.".

       Refuse-Locked-Out.
           MOVE ZEROS TO Sn-Student-Id.
           DISPLAY "This ID is locked after repeated wrong PINs.  "
                   "Bring photo ID to the registrar's counter to have "
                   "a new PIN set.".

       Rewrite-Pin-Rec.
           REWRITE Pn-Rec
               INVALID KEY
                   MOVE Pn-Status TO WS-Chk-Status
                   MOVE "REWRITE Student-Pin-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

       Hash-Student-Pin.
           MOVE SPACES TO WS-Hash-Text.
           STRING Sn-Student-Id "*" WS-Pin-Entry "*" Sn-Student-Id
               DELIMITED BY SIZE INTO WS-Hash-Text.
           MOVE ZEROS TO WS-Hash-High WS-Hash-Low.
           PERFORM Hash-One-Round
               VARYING WS-Hash-Round FROM 1 BY 1
               UNTIL WS-Hash-Round > WS-Hash-Rounds.
           COMPUTE WS-Pin-Hash = WS-Hash-High * 1000000000
               + WS-Hash-Low.
           MOVE SPACES TO WS-Hash-Text.

       Hash-One-Round.
           PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
                   UNTIL WS-Hash-Pos > 40
               COMPUTE WS-Hash-Work = WS-Hash-High * 31
                   + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1))
                   + WS-Hash-Round
               DIVIDE WS-Hash-Work BY 999999937 GIVING WS-Hash-Quot
                   REMAINDER WS-Hash-High
               COMPUTE WS-Hash-Work = WS-Hash-Low * 37
                   + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1))
                   + WS-Hash-High
               DIVIDE WS-Hash-Work BY 999999929 GIVING WS-Hash-Quot
                   REMAINDER WS-Hash-Low
           END-PERFORM.

       Session-Menu.
           DISPLAY " ".
           DISPLAY "1. My Balance".
           DISPLAY "2. My Holds".
           DISPLAY "3. My Class Schedule".
           DISPLAY "4. My Grades".
           DISPLAY "5. Sign Off".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 MOVE "BALANCE" TO WS-Log-Detail
                      PERFORM Log-Inquiry
                      PERFORM Show-Balance
               WHEN 2 MOVE "HOLDS" TO WS-Log-Detail
                      PERFORM Log-Inquiry
                      PERFORM Show-Holds
               WHEN 3 MOVE "SCHEDULE" TO WS-Log-Detail
                      PERFORM Log-Inquiry
                      PERFORM Show-Schedule
               WHEN 4 MOVE "GRADES" TO WS-Log-Detail
                      PERFORM Log-Inquiry
                      PERFORM Show-Grades
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Log-Inquiry.
           MOVE "VIEW" TO WS-Log-Event.
           PERFORM Write-Session-Log.

      * The latest term's balance already carries the earlier terms'
      * through the prior balance forward, so it is the one shown.
       Show-Balance.
           MOVE Sn-Student-Id TO Sn-Fee-Number.
           IF Xref-Available
               MOVE Sn-Student-Id TO Xr-StudentId
               READ Student-Fee-Xref-File
                   KEY IS Xr-StudentId
                   INVALID KEY SET Xr-Rec-Not-Found TO TRUE
               END-READ
               IF Xr-Rec-Found
                   MOVE Xr-Fee-Number TO Sn-Fee-Number
               END-IF
           END-IF.

           INITIALIZE WS-Balance-Term.
           MOVE ZEROS TO WS-Fee-Terms-Found.
           MOVE "N" TO WS-Scan-Eof-Sw.
           MOVE Sn-Fee-Number TO SM-Student-Number.
           START Student-Master-File
               KEY IS EQUAL TO SM-Student-Number
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Scan
               READ Student-Master-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       IF SM-Student-Number NOT = Sn-Fee-Number
                           SET End-Of-Scan TO TRUE
                       ELSE
                           PERFORM Take-Fee-Term
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-Fee-Terms-Found = ZEROS
               DISPLAY "No fee account is on file for you."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Term          : " Bt-Term-Code.
           IF Bt-In-Collections
               DISPLAY "Your account has been placed with a "
                       "collection agency."
               DISPLAY "Please contact the Bursar's Office."
               EXIT PARAGRAPH
           END-IF.
           MOVE Bt-Balance-Due TO WS-Amount-Ed.
           IF Bt-Balance-Due < ZEROS
               DISPLAY "Credit Balance: " WS-Amount-Ed
           ELSE
               DISPLAY "Balance Due   : " WS-Amount-Ed
               DISPLAY "Due Date      : " Bt-Fee-Due-Date
           END-IF.

       Take-Fee-Term.
           ADD 1 TO WS-Fee-Terms-Found.
           MOVE SM-Term-Code TO Tm-Term-Code.
           PERFORM Get-Term-Start.
           IF WS-Fee-Terms-Found = 1
               OR WS-Row-Start NOT < Bt-Term-Start
               MOVE SM-Term-Code TO Bt-Term-Code
               MOVE WS-Row-Start TO Bt-Term-Start
               COMPUTE Bt-Balance-Due =
                   SM-Fees-Owed + SM-Prior-Balance-Fwd - SM-Amount-Paid
               MOVE SM-Fee-Due-Date TO Bt-Fee-Due-Date
               MOVE SM-Collection-Flag TO Bt-Collection-Flag
           END-IF.

      * Start date of the term in Tm-Term-Code - zero for a term not
      * on TERMMAST.DAT, so it sorts first.
       Get-Term-Start.
           MOVE ZEROS TO WS-Row-Start.
           IF Termmast-Available
               READ Term-Master-File
                   KEY IS Tm-Term-Code
                   INVALID KEY MOVE "23" TO Tm-Status
               END-READ
               IF Tm-Rec-Found
                   MOVE Tm-Start-Date TO WS-Row-Start
               END-IF
           END-IF.

       Show-Holds.
           MOVE ZEROS TO WS-Line-Count.
           IF Hold-File-Available
               MOVE Sn-Student-Id TO Hd-Student-Id
               MOVE ZEROS TO Hd-Sequence-Num
               MOVE "N" TO WS-Scan-Eof-Sw
               START Hold-File
                   KEY IS >= Hd-Key
                   INVALID KEY SET End-Of-Scan TO TRUE
               END-START
               PERFORM UNTIL End-Of-Scan
                   READ Hold-File NEXT RECORD
                       AT END SET End-Of-Scan TO TRUE
                       NOT AT END
                           IF Hd-Student-Id NOT = Sn-Student-Id
                               SET End-Of-Scan TO TRUE
                           ELSE
                               IF Hd-Hold-Active
                                   PERFORM Show-One-Hold
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Line-Count = ZEROS
               DISPLAY "You have no holds."
           END-IF.

      * Parking's own F holds are lifted by the parking office, not
      * the bursar.
       Show-One-Hold.
           ADD 1 TO WS-Line-Count.
           IF WS-Line-Count = 1
               DISPLAY " "
               DISPLAY "HOLD                   PLACED    CONTACT"
           END-IF.
           EVALUATE TRUE
               WHEN Hd-Financial-Hold AND Hd-Placed-By = "PARKING"
                   MOVE "PARKING" TO WS-Hold-Description
                   MOVE "PARKING OFFICE" TO WS-Hold-Office
               WHEN Hd-Financial-Hold
                   MOVE "FINANCIAL" TO WS-Hold-Description
                   MOVE "BURSAR'S OFFICE" TO WS-Hold-Office
               WHEN Hd-Write-Off-Hold
                   MOVE "FINANCIAL (WRITE-OFF)" TO WS-Hold-Description
                   MOVE "BURSAR'S OFFICE" TO WS-Hold-Office
               WHEN Hd-Advising-Hold
                   MOVE "ADVISING" TO WS-Hold-Description
                   MOVE "ACADEMIC ADVISING" TO WS-Hold-Office
               WHEN Hd-Health-Hold
                   MOVE "HEALTH" TO WS-Hold-Description
                   MOVE "STUDENT HEALTH SERVICES" TO WS-Hold-Office
               WHEN Hd-Conduct-Hold
                   MOVE "CONDUCT" TO WS-Hold-Description
                   MOVE "OFFICE OF STUDENT CONDUCT" TO WS-Hold-Office
               WHEN OTHER
                   MOVE "REGISTRATION" TO WS-Hold-Description
                   MOVE "REGISTRAR'S OFFICE" TO WS-Hold-Office
           END-EVALUATE.
           DISPLAY WS-Hold-Description " " Hd-Placed-Date "  "
                   WS-Hold-Office.

       Show-Schedule.
           DISPLAY "Term code (blank = your latest term): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-Query-Term-Code.
           ACCEPT WS-Query-Term-Code.
           MOVE FUNCTION UPPER-CASE(WS-Query-Term-Code)
               TO WS-Query-Term-Code.
           IF WS-Query-Term-Code = SPACES
               PERFORM Find-Latest-Term
               IF WS-Query-Term-Code = SPACES
                   DISPLAY "You have no classes on file."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZEROS TO WS-Line-Count.
           PERFORM Start-Student-Enrollments.
           PERFORM UNTIL End-Of-Scan
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       IF Se-Student-Id NOT = Sn-Student-Id
                           SET End-Of-Scan TO TRUE
                       ELSE
                           IF Se-Term-Code = WS-Query-Term-Code
                               PERFORM Show-One-Class
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Line-Count = ZEROS
               DISPLAY "You have no classes on file for term "
                       WS-Query-Term-Code "."
           END-IF.

      * Latest by TERMMAST.DAT start date, the enrolled date standing
      * in for a term not on it.
       Find-Latest-Term.
           MOVE ZEROS TO WS-Latest-Start.
           PERFORM Start-Student-Enrollments.
           PERFORM UNTIL End-Of-Scan
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       IF Se-Student-Id NOT = Sn-Student-Id
                           SET End-Of-Scan TO TRUE
                       ELSE
                           PERFORM Check-Latest-Term
                       END-IF
               END-READ
           END-PERFORM.

       Check-Latest-Term.
           MOVE Se-Term-Code TO Tm-Term-Code.
           PERFORM Get-Term-Start.
           IF WS-Row-Start = ZEROS
               MOVE Se-Enrolled-Date TO WS-Row-Start
           END-IF.
           IF WS-Query-Term-Code = SPACES
               OR WS-Row-Start > WS-Latest-Start
               MOVE Se-Term-Code TO WS-Query-Term-Code
               MOVE WS-Row-Start TO WS-Latest-Start
           END-IF.

       Start-Student-Enrollments.
           MOVE Sn-Student-Id TO Se-Student-Id.
           MOVE LOW-VALUES TO Se-Module-Code.
           MOVE LOW-VALUES TO Se-Term-Code.
           MOVE ZEROS TO Se-Section-Num.
           MOVE "N" TO WS-Scan-Eof-Sw.
           START Student-Enrollment-File
               KEY IS >= Se-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.

       Show-One-Class.
           ADD 1 TO WS-Line-Count.
           IF WS-Line-Count = 1
               DISPLAY " "
               DISPLAY "CLASS SCHEDULE - TERM " WS-Query-Term-Code
           END-IF.
           PERFORM Get-Module-Title.
           MOVE "N" TO Ss-Status.
           IF Secsched-Available
               MOVE Se-Module-Code TO Ss-Module-Code
               MOVE Se-Term-Code TO Ss-Term-Code
               MOVE Se-Section-Num TO Ss-Section-Num
               READ Section-Schedule-File
                   KEY IS Ss-Key
                   INVALID KEY MOVE "23" TO Ss-Status
               END-READ
           END-IF.
           IF Ss-Rec-Found
               DISPLAY "  " Se-Module-Code " SEC " Se-Section-Num
                       "  " Ss-Meeting-Days "  " Ss-Start-Time "-"
                       Ss-End-Time "  RM " Ss-Room "  " WS-Title
           ELSE
               DISPLAY "  " Se-Module-Code " SEC " Se-Section-Num
                       "  UNSCHEDULED              " WS-Title
           END-IF.

       Get-Module-Title.
           MOVE SPACES TO WS-Title.
           IF Catalog-Available
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found
                   MOVE Cc-Title TO WS-Title
               END-IF
           END-IF.

       Show-Grades.
           MOVE ZEROS TO WS-Line-Count.
           PERFORM Start-Student-Enrollments.
           PERFORM UNTIL End-Of-Scan
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
                   NOT AT END
                       IF Se-Student-Id NOT = Sn-Student-Id
                           SET End-Of-Scan TO TRUE
                       ELSE
                           IF NOT Se-Not-Graded
                               PERFORM Show-One-Grade
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Line-Count = ZEROS
               DISPLAY "You have no grades posted yet."
           END-IF.

       Show-One-Grade.
           ADD 1 TO WS-Line-Count.
           IF WS-Line-Count = 1
               DISPLAY " "
               DISPLAY "TERM    MODULE  GRADE  TITLE"
           END-IF.
           PERFORM Get-Module-Title.
           DISPLAY Se-Term-Code "  " Se-Module-Code "   " Se-Grade
                   "      " WS-Title.

       Write-Session-Log.
           MOVE SPACES TO Ks-Rec.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ks-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO Ks-Time.
           MOVE Sn-Student-Id TO Ks-Student-Id.
           MOVE WS-Log-Event TO Ks-Event.
           MOVE WS-Log-Detail TO Ks-Detail.
           MOVE WS-Station TO Ks-Station.
           WRITE Ks-Rec.

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
           ACCEPT WS-Studpin-Path FROM ENVIRONMENT "STUDPIN_PATH".
           IF WS-Studpin-Path = SPACES
               MOVE "STUDPIN.DAT" TO WS-Studpin-Path
           END-IF.
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Studxref-Path FROM ENVIRONMENT "STUDXREF_PATH".
           IF WS-Studxref-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDXREF.DAT"
                   TO WS-Studxref-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Secsched-Path FROM ENVIRONMENT "SECSCHED_PATH".
           IF WS-Secsched-Path = SPACES
               MOVE "SECSCHED.DAT" TO WS-Secsched-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Kiosksess-Path FROM ENVIRONMENT "KIOSKSESS_PATH".
           IF WS-Kiosksess-Path = SPACES
               MOVE "KIOSKSESS.LOG" TO WS-Kiosksess-Path
           END-IF.
           ACCEPT WS-Station FROM ENVIRONMENT "KIOSK_STATION".
           IF WS-Station = SPACES
               MOVE "KIOSK" TO WS-Station
           END-IF.
