       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LmsRosterFeed.
       AUTHOR.  Jon Clark.
      * Nightly class roster feed to the learning management system,
      * run from NightlyBatchDriver.  The LMS course shells used to be
      * loaded by hand from ClassRoster output at the start of term
      * and never again, so every later add and drop was missed.
      * This run reads Student-Enrollment-File for every term that has
      * not yet ended (Tm-End-Date on TERMMAST.DAT; every term when
      * there is no term master), and writes a pipe-delimited feed,
      * LMSROSTER.TXT, one row per section enrollment:
      *
      *   H|LMSROSTER|mode|run date|run time|since date|since time
      *   D|action|student|module|term|section|course title|
      *     lecturer|campus|enrolled date
      *   T|detail rows|adds|drops|changes
      *
      * The course title comes from COURSECAT.DAT and the lecturer
      * from TEACHASGN.DAT - the lowest lecturer ID on the section
      * wins, the same rule GradeDistribution uses.
      *
      * Only the difference from the last successful run is sent.
      * Every run leaves the rows it fed on the snapshot file
      * LMSROSTER.SNP, and the next run compares against it:
      *   A  an enrollment not on the snapshot (an add)
      *   D  a snapshot row no longer enrolled (a drop) - a row whose
      *      term has since ended is retired quietly instead, so the
      *      LMS is not sent a drop for every student at term end
      *   C  an enrollment whose title, lecturer, campus or enrolled
      *      date has changed
      * The new snapshot is built on LMSROSTER.NEW and only copied
      * over LMSROSTER.SNP once the feed and its trailer are written,
      * so a run that dies part-way leaves the last good snapshot in
      * place and the next night sends everything since then.
      *
      * A full refresh - every in-scope enrollment sent as an add,
      * mode FULL on the header row - is made at term start, when
      * any term's Tm-Start-Date is today; when there is no snapshot
      * yet; or when an LMSFEED row on the run-parameter file carries
      * today's date as its from-date, for a re-load on demand.
      *
      * The LMS is hosted outside the institution, so every student
      * on the night's feed is written once to the FERPA disclosure
      * log (DISCLOSE.DAT) under the school-official basis.  The
      * releasing user is the job's RUN_USER (BATCH when the job does
      * not set it).  Student names are not sent - the LMS matches on
      * the student ID.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

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

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT Teaching-Assignment-File ASSIGN TO WS-Teachasgn-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ta-Key
               FILE STATUS IS Ta-Status.

           SELECT Section-Lecturer-File ASSIGN TO WS-Lmssect-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sl-Section-Key
               FILE STATUS IS Sl-Status.

           SELECT Previous-Snapshot-File ASSIGN TO WS-Lmssnap-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pv-Status.

           SELECT New-Snapshot-File ASSIGN TO WS-Lmssnapnew-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nw-Status.

           SELECT Roster-Feed-File ASSIGN TO WS-Lmsroster-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

       FD  Teaching-Assignment-File.
       01  Ta-Rec.
           02  Ta-Key.
               03  Ta-Lecturer-Id      PIC X(6).
               03  Ta-Module-Code      PIC X(5).
               03  Ta-Term-Code        PIC X(6).
               03  Ta-Section-Num      PIC 9(2).
           02  Ta-Override-By          PIC X(10).
           02  Ta-Override-Date        PIC 9(8).

      * Work file - TEACHASGN.DAT turned round to section order, so
      * each enrollment's lecturer is one keyed read.  Rebuilt every
      * run.
       FD  Section-Lecturer-File.
       01  Sl-Rec.
           02  Sl-Section-Key.
               03  Sl-Module-Code      PIC X(5).
               03  Sl-Term-Code        PIC X(6).
               03  Sl-Section-Num      PIC 9(2).
           02  Sl-Lecturer-Id          PIC X(6).

      * The rows sent by the last successful run, in enrollment key
      * order, behind a header row carrying that run's date and time.
       FD  Previous-Snapshot-File.
       01  Pv-Rec.
           02  Pv-Row-Type             PIC X(1).
               88  Pv-Header-Row       VALUE "H".
           02  Pv-Key.
               03  Pv-Student-Id       PIC 9(5).
               03  Pv-Module-Code      PIC X(5).
               03  Pv-Term-Code        PIC X(6).
               03  Pv-Section-Num      PIC 9(2).
           02  Pv-Data.
               03  Pv-Course-Title     PIC X(30).
               03  Pv-Lecturer-Id      PIC X(6).
               03  Pv-Campus-Code      PIC X(4).
               03  Pv-Enrolled-Date    PIC 9(8).
       01  Pv-Header-Rec.
           02  FILLER                  PIC X(1).
           02  Pv-Run-Date             PIC 9(8).
           02  Pv-Run-Time             PIC 9(6).
           02  FILLER                  PIC X(52).

       FD  New-Snapshot-File.
       01  Nw-Rec                      PIC X(67).

       FD  Roster-Feed-File.
       01  Feed-Line                   PIC X(120).

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

      * FERPA disclosure log - one line per student record released
      * outside the institution; DisclosureInquiry prints a
      * student's disclosure history from it.
       FD  Disclosure-Log-File.
       01  Disclosure-Log-Rec.
           02  Dx-Disclosure-Date          PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Dx-Student-Number           PIC 9(7).
           02  FILLER                      PIC X(1).
           02  Dx-Recipient                PIC X(30).
           02  FILLER                      PIC X(1).
           02  Dx-Data-Category            PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-Legal-Basis              PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-User-Id                  PIC X(10).
           02  FILLER                      PIC X(1).
           02  Dx-Source                   PIC X(12).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Lmssect-Path             PIC X(260).
       01  WS-Lmssnap-Path             PIC X(260).
       01  WS-Lmssnapnew-Path          PIC X(260).
       01  WS-Lmsroster-Path           PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Disclose-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Se-Status                   PIC X(2).
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Ta-Status                   PIC X(2).
       01  Sl-Status                   PIC X(2).
           88  Sl-Rec-Found            VALUE "00".
       01  Pv-Status                   PIC X(2).
       01  Nw-Status                   PIC X(2).
       01  Rp-File-Status              PIC X(2).
       01  Dx-File-Status              PIC X(2).

       01  WS-Termmast-Sw              PIC X VALUE "N".
           88  Termmast-Available      VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  WS-Teachasgn-Sw             PIC X VALUE "N".
           88  Teachasgn-Available     VALUE "Y".
       01  WS-Full-Refresh-Sw          PIC X VALUE "N".
           88  Full-Refresh            VALUE "Y".
       01  WS-Refresh-Reason           PIC X(30) VALUE SPACES.
       01  End-Of-Terms-Sw             PIC X VALUE "N".
           88  End-Of-Terms            VALUE "Y".
       01  End-Of-Assignments-Sw       PIC X VALUE "N".
           88  End-Of-Assignments      VALUE "Y".
       01  End-Of-Enrollments-Sw       PIC X VALUE "N".
           88  End-Of-Enrollments      VALUE "Y".
       01  End-Of-Previous-Sw          PIC X VALUE "N".
           88  End-Of-Previous         VALUE "Y".
       01  End-Of-New-Sw               PIC X VALUE "N".
           88  End-Of-New-Snapshot     VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Now-Time                 PIC 9(6).
       01  WS-Since-Date               PIC 9(8) VALUE ZEROS.
       01  WS-Since-Time               PIC 9(6) VALUE ZEROS.
       01  WS-Run-User                 PIC X(10).
       01  WS-Mode                     PIC X(5).

      * Term-scope check, remembered for the last term looked up -
      * enrollments arrive student by student, so the same few terms
      * come round again and again.
       01  WS-Scope-Term               PIC X(6) VALUE HIGH-VALUES.
       01  WS-Scope-Sw                 PIC X VALUE "N".
           88  Term-In-Scope           VALUE "Y".
       01  WS-Row-Sw                   PIC X VALUE "N".
           88  Row-Found               VALUE "Y".

      * The current enrollment as it would be fed - same shape as a
      * snapshot row so the two compare directly.
       01  Cur-Row.
           02  Cur-Row-Type            PIC X(1) VALUE "E".
           02  Cur-Key.
               03  Cur-Student-Id      PIC 9(5).
               03  Cur-Module-Code     PIC X(5).
               03  Cur-Term-Code       PIC X(6).
               03  Cur-Section-Num     PIC 9(2).
           02  Cur-Data.
               03  Cur-Course-Title    PIC X(30).
               03  Cur-Lecturer-Id     PIC X(6).
               03  Cur-Campus-Code     PIC X(4).
               03  Cur-Enrolled-Date   PIC 9(8).

       01  Nw-Header.
           02  FILLER                  PIC X(1) VALUE "H".
           02  Nw-Run-Date             PIC 9(8).
           02  Nw-Run-Time             PIC 9(6).
           02  FILLER                  PIC X(52) VALUE SPACES.

      * The feed row being written, and the student last written to
      * the disclosure log.
       01  WS-Action                   PIC X(1).
       01  WS-Feed-Row.
           02  Fr-Student-Id           PIC 9(5).
           02  Fr-Module-Code          PIC X(5).
           02  Fr-Term-Code            PIC X(6).
           02  Fr-Section-Num          PIC 9(2).
           02  Fr-Course-Title         PIC X(30).
           02  Fr-Lecturer-Id          PIC X(6).
           02  Fr-Campus-Code          PIC X(4).
           02  Fr-Enrolled-Date        PIC 9(8).
       01  WS-Last-Disclosed           PIC 9(5) VALUE ZEROS.
       01  WS-Disclosed-Sw             PIC X VALUE "N".
           88  Any-Disclosed           VALUE "Y".

       01  Feed-Counts.
           02  Ct-Enrollments-Read     PIC 9(7) VALUE ZEROS.
           02  Ct-Rows-In-Scope        PIC 9(7) VALUE ZEROS.
           02  Ct-Adds                 PIC 9(7) VALUE ZEROS.
           02  Ct-Drops                PIC 9(7) VALUE ZEROS.
           02  Ct-Changes              PIC 9(7) VALUE ZEROS.
           02  Ct-Retired              PIC 9(7) VALUE ZEROS.
           02  Ct-Detail-Rows          PIC 9(7) VALUE ZEROS.
           02  Ct-Students-Disclosed   PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Now-Time.
           ACCEPT WS-Run-User FROM ENVIRONMENT "RUN_USER".
           IF WS-Run-User = SPACES
               MOVE "BATCH" TO WS-Run-User
           END-IF.

           OPEN INPUT Student-Enrollment-File.
           IF Se-Status NOT = "00"
               DISPLAY "No enrollment file - no roster feed written."
               STOP RUN
           END-IF.
           OPEN INPUT Term-Master-File.
           IF Tm-Status = "00"
               MOVE "Y" TO WS-Termmast-Sw
           ELSE
               DISPLAY "No term master file - every term is fed."
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.
           PERFORM Build-Section-Lecturers.

           PERFORM Check-Refresh-Request.
           IF Termmast-Available AND NOT Full-Refresh
               PERFORM Check-Term-Start
           END-IF.
           OPEN INPUT Previous-Snapshot-File.
           IF Pv-Status NOT = "00"
               SET End-Of-Previous TO TRUE
               MOVE HIGH-VALUES TO Pv-Key
               IF NOT Full-Refresh
                   MOVE "Y" TO WS-Full-Refresh-Sw
                   MOVE "NO PREVIOUS SNAPSHOT" TO WS-Refresh-Reason
               END-IF
           ELSE
               PERFORM Read-Previous-Row
               IF NOT End-Of-Previous AND Pv-Header-Row
                   MOVE Pv-Run-Date TO WS-Since-Date
                   MOVE Pv-Run-Time TO WS-Since-Time
                   PERFORM Read-Previous-Row
               END-IF
           END-IF.
           IF Full-Refresh
               MOVE "FULL" TO WS-Mode
               SET End-Of-Previous TO TRUE
               MOVE HIGH-VALUES TO Pv-Key
           ELSE
               MOVE "DELTA" TO WS-Mode
           END-IF.

           OPEN OUTPUT New-Snapshot-File.
           MOVE WS-Today TO Nw-Run-Date.
           MOVE WS-Now-Time TO Nw-Run-Time.
           WRITE Nw-Rec FROM Nw-Header.
           OPEN OUTPUT Roster-Feed-File.
           MOVE SPACES TO Feed-Line.
           STRING "H|LMSROSTER|" FUNCTION TRIM(WS-Mode) "|" WS-Today
                  "|" WS-Now-Time "|" WS-Since-Date "|" WS-Since-Time
               DELIMITED BY SIZE INTO Feed-Line.
           WRITE Feed-Line.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.

           MOVE LOW-VALUES TO Se-Key.
           START Student-Enrollment-File KEY IS GREATER THAN Se-Key
               INVALID KEY SET End-Of-Enrollments TO TRUE
           END-START.
           PERFORM Next-Current-Row.
           PERFORM Compare-Rows
               UNTIL End-Of-Enrollments AND End-Of-Previous.

           MOVE SPACES TO Feed-Line.
           STRING "T|" Ct-Detail-Rows "|" Ct-Adds "|" Ct-Drops "|"
                  Ct-Changes
               DELIMITED BY SIZE INTO Feed-Line.
           WRITE Feed-Line.
           CLOSE Roster-Feed-File, New-Snapshot-File,
                 Disclosure-Log-File, Student-Enrollment-File.
           IF Pv-Status = "00"
               CLOSE Previous-Snapshot-File
           END-IF.
           IF Termmast-Available
               CLOSE Term-Master-File
           END-IF.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           IF Teachasgn-Available
               CLOSE Section-Lecturer-File
           END-IF.
           PERFORM Replace-Snapshot.

           DISPLAY " ".
           DISPLAY "----  LMS  ROSTER  FEED  COMPLETE  ----".
           IF Full-Refresh
               DISPLAY "Mode               : FULL REFRESH - "
                       WS-Refresh-Reason
           ELSE
               DISPLAY "Mode               : CHANGES SINCE "
                       WS-Since-Date " " WS-Since-Time
           END-IF.
           DISPLAY "Enrollments read   : " Ct-Enrollments-Read.
           DISPLAY "In open terms      : " Ct-Rows-In-Scope.
           DISPLAY "Adds               : " Ct-Adds.
           DISPLAY "Drops              : " Ct-Drops.
           DISPLAY "Changes            : " Ct-Changes.
           DISPLAY "Ended-term retired : " Ct-Retired.
           DISPLAY "Students disclosed : " Ct-Students-Disclosed.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "ADDS SENT" TO Cnt-Label.
           MOVE Ct-Adds TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "DROPS SENT" TO Cnt-Label.
           MOVE Ct-Drops TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "CHANGES SENT" TO Cnt-Label.
           MOVE Ct-Changes TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

      * An LMSFEED row dated today on the run-parameter file asks for
      * a full re-load tonight; a row left from an earlier date is
      * ignored, so it cannot turn every night into a full refresh.
       Check-Refresh-Request.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "LMSFEED"
                   AND Rp-From-Date = WS-Today
                   MOVE "Y" TO WS-Full-Refresh-Sw
                   MOVE "REQUESTED ON RUN PARAMETERS"
                       TO WS-Refresh-Reason
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.

       Check-Term-Start.
           MOVE LOW-VALUES TO Tm-Term-Code.
           START Term-Master-File KEY IS GREATER THAN Tm-Term-Code
               INVALID KEY SET End-Of-Terms TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Terms
               READ Term-Master-File NEXT RECORD
                   AT END SET End-Of-Terms TO TRUE
               END-READ
               IF NOT End-Of-Terms AND Tm-Start-Date = WS-Today
                   MOVE "Y" TO WS-Full-Refresh-Sw
                   STRING "TERM " Tm-Term-Code " STARTS TODAY"
                       DELIMITED BY SIZE INTO WS-Refresh-Reason
                   SET End-Of-Terms TO TRUE
               END-IF
           END-PERFORM.

      * One pass of TEACHASGN.DAT, keyed by lecturer, into the
      * section-order work file; the lowest lecturer ID on a section
      * is kept.
       Build-Section-Lecturers.
           OPEN INPUT Teaching-Assignment-File.
           IF Ta-Status NOT = "00"
               DISPLAY "No teaching assignments - lecturer left blank."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Teachasgn-Sw.
           OPEN OUTPUT Section-Lecturer-File.
           CLOSE Section-Lecturer-File.
           OPEN I-O Section-Lecturer-File.
           MOVE LOW-VALUES TO Ta-Key.
           START Teaching-Assignment-File KEY IS GREATER THAN Ta-Key
               INVALID KEY SET End-Of-Assignments TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Assignments
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET End-Of-Assignments TO TRUE
               END-READ
               IF NOT End-Of-Assignments
                   PERFORM Add-Section-Lecturer
               END-IF
           END-PERFORM.
           CLOSE Teaching-Assignment-File.

       Add-Section-Lecturer.
           MOVE Ta-Module-Code TO Sl-Module-Code.
           MOVE Ta-Term-Code TO Sl-Term-Code.
           MOVE Ta-Section-Num TO Sl-Section-Num.
           READ Section-Lecturer-File
               KEY IS Sl-Section-Key
               INVALID KEY MOVE "23" TO Sl-Status
           END-READ.
           IF Sl-Rec-Found
               IF Ta-Lecturer-Id < Sl-Lecturer-Id
                   MOVE Ta-Lecturer-Id TO Sl-Lecturer-Id
                   REWRITE Sl-Rec
               END-IF
           ELSE
               MOVE Ta-Lecturer-Id TO Sl-Lecturer-Id
               WRITE Sl-Rec
                   INVALID KEY
                       MOVE Sl-Status TO WS-Chk-Status
                       MOVE "WRITE Section-Lecturer-File"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-WRITE
           END-IF.

      * The next enrollment in a term still open, built into Cur-Row;
      * at the end Cur-Key goes to HIGH-VALUES so every remaining
      * snapshot row sorts ahead of it.
       Next-Current-Row.
           MOVE "N" TO WS-Row-Sw.
           PERFORM UNTIL End-Of-Enrollments OR Row-Found
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
               IF NOT End-Of-Enrollments
                   ADD 1 TO Ct-Enrollments-Read
                   PERFORM Check-Term-Scope
                   IF Term-In-Scope
                       MOVE "Y" TO WS-Row-Sw
                   END-IF
               END-IF
           END-PERFORM.
           IF End-Of-Enrollments
               MOVE HIGH-VALUES TO Cur-Key
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Rows-In-Scope.
           MOVE Se-Key TO Cur-Key.
           MOVE Se-Campus-Code TO Cur-Campus-Code.
           MOVE Se-Enrolled-Date TO Cur-Enrolled-Date.
           MOVE SPACES TO Cur-Course-Title.
           IF Catalog-Available
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found
                   MOVE Cc-Title TO Cur-Course-Title
               END-IF
           END-IF.
           MOVE SPACES TO Cur-Lecturer-Id.
           IF Teachasgn-Available
               MOVE Se-Module-Code TO Sl-Module-Code
               MOVE Se-Term-Code TO Sl-Term-Code
               MOVE Se-Section-Num TO Sl-Section-Num
               READ Section-Lecturer-File
                   KEY IS Sl-Section-Key
                   INVALID KEY MOVE "23" TO Sl-Status
               END-READ
               IF Sl-Rec-Found
                   MOVE Sl-Lecturer-Id TO Cur-Lecturer-Id
               END-IF
           END-IF.

      * A term is fed until its end date has passed; a term not on
      * the term master is not fed at all.  With no term master,
      * every term is fed.
       Check-Term-Scope.
           IF Se-Term-Code = WS-Scope-Term
               EXIT PARAGRAPH
           END-IF.
           MOVE Se-Term-Code TO WS-Scope-Term.
           PERFORM Look-Up-Scope-Term.

       Look-Up-Scope-Term.
           MOVE "Y" TO WS-Scope-Sw.
           IF NOT Termmast-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Scope-Term TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF NOT Tm-Rec-Found
               MOVE "N" TO WS-Scope-Sw
           ELSE
               IF Tm-End-Date > ZEROS AND Tm-End-Date < WS-Today
                   MOVE "N" TO WS-Scope-Sw
               END-IF
           END-IF.

       Read-Previous-Row.
           READ Previous-Snapshot-File
               AT END SET End-Of-Previous TO TRUE
           END-READ.
           IF End-Of-Previous
               MOVE HIGH-VALUES TO Pv-Key
           END-IF.

      * One step of the match between tonight's enrollments and the
      * last run's snapshot, both in enrollment key order.
       Compare-Rows.
           EVALUATE TRUE
               WHEN Cur-Key < Pv-Key
                   MOVE "A" TO WS-Action
                   MOVE Cur-Key TO WS-Feed-Row
                   MOVE Cur-Data TO WS-Feed-Row(19:48)
                   PERFORM Write-Feed-Row
                   ADD 1 TO Ct-Adds
                   WRITE Nw-Rec FROM Cur-Row
                   PERFORM Next-Current-Row
               WHEN Cur-Key > Pv-Key
                   MOVE Pv-Term-Code TO WS-Scope-Term
                   PERFORM Look-Up-Scope-Term
                   IF Term-In-Scope
                       MOVE "D" TO WS-Action
                       MOVE Pv-Key TO WS-Feed-Row
                       MOVE Pv-Data TO WS-Feed-Row(19:48)
                       PERFORM Write-Feed-Row
                       ADD 1 TO Ct-Drops
                   ELSE
                       ADD 1 TO Ct-Retired
                   END-IF
                   MOVE HIGH-VALUES TO WS-Scope-Term
                   PERFORM Read-Previous-Row
               WHEN OTHER
                   IF Cur-Data NOT = Pv-Data
                       MOVE "C" TO WS-Action
                       MOVE Cur-Key TO WS-Feed-Row
                       MOVE Cur-Data TO WS-Feed-Row(19:48)
                       PERFORM Write-Feed-Row
                       ADD 1 TO Ct-Changes
                   END-IF
                   WRITE Nw-Rec FROM Cur-Row
                   PERFORM Next-Current-Row
                   PERFORM Read-Previous-Row
           END-EVALUATE.

       Write-Feed-Row.
           MOVE SPACES TO Feed-Line.
           STRING "D|" WS-Action "|" Fr-Student-Id "|"
                  Fr-Module-Code "|" Fr-Term-Code "|" Fr-Section-Num
                  "|" FUNCTION TRIM(Fr-Course-Title) "|"
                  FUNCTION TRIM(Fr-Lecturer-Id) "|"
                  FUNCTION TRIM(Fr-Campus-Code) "|" Fr-Enrolled-Date
               DELIMITED BY SIZE INTO Feed-Line.
           WRITE Feed-Line.
           ADD 1 TO Ct-Detail-Rows.
           IF Any-Disclosed AND Fr-Student-Id = WS-Last-Disclosed
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE Fr-Student-Id TO Dx-Student-Number.
           MOVE "LMS CLASS ROSTER FEED" TO Dx-Recipient.
           MOVE "ENROLLMENT" TO Dx-Data-Category.
           MOVE "SCHOOL-OFF" TO Dx-Legal-Basis.
           MOVE WS-Run-User TO Dx-User-Id.
           MOVE "LMSROSTER" TO Dx-Source.
           WRITE Disclosure-Log-Rec.
           MOVE Fr-Student-Id TO WS-Last-Disclosed.
           MOVE "Y" TO WS-Disclosed-Sw.
           ADD 1 TO Ct-Students-Disclosed.

      * Tonight's feed is complete, so tonight's rows become the
      * snapshot the next run compares against.
       Replace-Snapshot.
           OPEN INPUT New-Snapshot-File.
           IF Nw-Status NOT = "00"
               MOVE Nw-Status TO WS-Chk-Status
               MOVE "OPEN New-Snapshot-File" TO WS-Chk-Context
               PERFORM Check-Fatal-Status
           END-IF.
           OPEN OUTPUT Previous-Snapshot-File.
           PERFORM UNTIL End-Of-New-Snapshot
               READ New-Snapshot-File
                   AT END SET End-Of-New-Snapshot TO TRUE
                   NOT AT END
                       WRITE Pv-Rec FROM Nw-Rec
               END-READ
           END-PERFORM.
           CLOSE New-Snapshot-File, Previous-Snapshot-File.

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
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Teachasgn-Path FROM ENVIRONMENT "TEACHASGN_PATH".
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Lmssect-Path FROM ENVIRONMENT "LMSSECT_PATH".
           IF WS-Lmssect-Path = SPACES
               MOVE "LMSSECT.WRK" TO WS-Lmssect-Path
           END-IF.
           ACCEPT WS-Lmssnap-Path FROM ENVIRONMENT "LMSSNAP_PATH".
           IF WS-Lmssnap-Path = SPACES
               MOVE "LMSROSTER.SNP" TO WS-Lmssnap-Path
           END-IF.
           ACCEPT WS-Lmssnapnew-Path FROM ENVIRONMENT "LMSSNAPNEW_PATH".
           IF WS-Lmssnapnew-Path = SPACES
               MOVE "LMSROSTER.NEW" TO WS-Lmssnapnew-Path
           END-IF.
           ACCEPT WS-Lmsroster-Path FROM ENVIRONMENT "LMSROSTER_PATH".
           IF WS-Lmsroster-Path = SPACES
               MOVE "LMSROSTER.TXT" TO WS-Lmsroster-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
