       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Commencement.
       AUTHOR.  Jon Clark.
      * Commencement program and diploma print run.  Takes every
      * student GraduationConferral has conferred - a Graduated row
      * on Status-History-File dated within the conferral date range
      * - and works out Latin honors from the cumulative GPA, figured
      * the way TranscriptReport figures it: catalog credit-hour
      * weighting, A-F grades only, a repeated module counting its
      * most recent attempt only, transfer work left out.
      *
      * Honors tiers and their GPA cut-offs come from HONORSCUT.DAT,
      * one tier per line - minimum GPA as three digits (350 = 3.50)
      * and the honors title - in any order, up to eight tiers.
      * Without the file the usual three apply: summa cum laude
      * 3.90, magna cum laude 3.70, cum laude 3.50.
      *
      * The program (COMMENCE.RPT) lists graduates by degree course
      * (CourseCode), highest honors first and then by name, with
      * the honors shown.  A student with the FERPA directory
      * suppression flag is left off the printed program but still
      * gets a diploma.  Diplomas go to DIPLOMA.DAT, one line per
      * graduate in the same order, carrying the full legal name
      * from StudentFile.  Unattended, the conferral date range comes
      * from the COMMENCE row of RUNPARMS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

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

           SELECT Honors-Cutoff-File ASSIGN TO WS-Honorscut-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hn-File-Status.

           SELECT Commencement-Work-File ASSIGN TO WS-Commencwk-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cw-Key
               FILE STATUS IS Cw-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Diploma-File ASSIGN TO WS-Diploma-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Report-File ASSIGN TO WS-Commence-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
       01  StudentRec.
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

       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
               88  Sh-Graduated            VALUE "G".
           02  Sh-Effective-Date           PIC 9(8).

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

       FD  Honors-Cutoff-File.
       01  Honors-Cutoff-Rec.
           88  End-Of-Cutoffs                  VALUE HIGH-VALUES.
           02  Hn-Min-Gpa                      PIC 9V99.
           02  FILLER                          PIC X(1).
           02  Hn-Honors-Title                 PIC X(20).

      * One row per graduate, keyed into program order: degree
      * course, honors rank (1 highest, 9 none), then name.
       FD  Commencement-Work-File.
       01  Cw-Rec.
           02  Cw-Key.
               03  Cw-Course-Code          PIC X(4).
               03  Cw-Honors-Rank          PIC 9(1).
               03  Cw-Lastname             PIC X(20).
               03  Cw-Firstname            PIC X(15).
               03  Cw-Student-Id           PIC 9(5).
           02  Cw-Middlename               PIC X(15).
           02  Cw-Gpa                      PIC 9V99.
           02  Cw-Honors-Title             PIC X(20).
           02  Cw-Conferral-Date           PIC 9(8).
           02  Cw-Suppressed-Flag          PIC X(1).
               88  Cw-Directory-Suppressed VALUE "Y".

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

       FD  Diploma-File.
       01  Diploma-Rec.
           02  Dp-Student-Id                   PIC 9(5).
           02  FILLER                          PIC X(1).
           02  Dp-Legal-Name                   PIC X(52).
           02  FILLER                          PIC X(1).
           02  Dp-Course-Code                  PIC X(4).
           02  FILLER                          PIC X(1).
           02  Dp-Honors-Title                 PIC X(20).
           02  FILLER                          PIC X(1).
           02  Dp-Conferral-Date               PIC 9(8).

       FD  Report-File.
       01  Report-Print-Line           PIC X(80).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Studenr-Path             PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Honorscut-Path           PIC X(260).
       01  WS-Commencwk-Path           PIC X(260).
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Diploma-Path             PIC X(260).
       01  WS-Commence-Rpt-Path        PIC X(260).

       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
       01  Se-Status                   PIC X(2).
           88  Se-Rec-Found            VALUE "00".
           88  Se-Rec-Not-Found        VALUE "23".
       01  Ae-Status                   PIC X(2).
           88  Ae-Rec-Found            VALUE "00".
           88  Ae-Rec-Not-Found        VALUE "23".
       01  WS-Superseded-Sw            PIC X VALUE "N".
           88  Attempt-Superseded      VALUE "Y".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Hn-File-Status              PIC X(2).
       01  Cw-Status                   PIC X(2).
       01  Rp-File-Status              PIC X(2).

       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".
       01  End-Of-History-Sw           PIC X VALUE "N".
           88  End-Of-History          VALUE "Y".
       01  End-Of-Work-Sw              PIC X VALUE "N".
           88  End-Of-Work             VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-From-Date                PIC 9(8) VALUE ZEROS.
       01  WS-To-Date                  PIC 9(8) VALUE ZEROS.
       01  WS-Last-Student-Id          PIC 9(5) VALUE ZEROS.

      * Fixed letter-grade-to-grade-point table for GPA calculation -
      * same table StudentEnrollment's own GPA option uses.
       01  Grade-Point-Table.
           02  FILLER PIC X(3) VALUE "A40".
           02  FILLER PIC X(3) VALUE "B30".
           02  FILLER PIC X(3) VALUE "C20".
           02  FILLER PIC X(3) VALUE "D10".
           02  FILLER PIC X(3) VALUE "F00".
       01  Grade-Point-Table-R REDEFINES Grade-Point-Table.
           02  Gp-Entry OCCURS 5 TIMES INDEXED BY Gp-Idx.
               03  Gp-Letter            PIC X(1).
               03  Gp-Points            PIC 9V9.

       01  WS-Default-Credit-Hours     PIC 9(2) VALUE 3.
       01  WS-Module-Credit-Hours      PIC 9(2).
       01  WS-Gpa-Quality-Points       PIC 9(6)V9.
       01  WS-Gpa-Attempted-Hours      PIC 9(4).
       01  WS-Gpa-Result               PIC 9(1)V99.
       01  WS-Gpa-Result-Ed            PIC 9.99.

      * Honors tiers, held highest cut-off first.
       01  Honors-Tier-Table.
           02  Ht-Entry OCCURS 8 TIMES.
               03  Ht-Min-Gpa          PIC 9V99.
               03  Ht-Honors-Title     PIC X(20).
       01  WS-Tier-Max                 PIC 9(1) VALUE 8.
       01  WS-Tier-Count               PIC 9(1) VALUE ZEROS.
       01  WS-Tier-Idx                 PIC 9(1).
       01  WS-Tier-Idx2                PIC 9(1).
       01  WS-Tier-Swap                PIC X(23).
       01  WS-Honors-Rank              PIC 9(1).

       01  WS-Legal-Name               PIC X(52).
       01  WS-Current-Course           PIC X(4) VALUE SPACES.
       01  WS-Course-Count             PIC 9(4).

       01  Control-Totals.
           02  Ct-Graduates            PIC 9(5) VALUE ZEROS.
           02  Ct-With-Honors          PIC 9(5) VALUE ZEROS.
           02  Ct-Suppressed           PIC 9(5) VALUE ZEROS.
           02  Ct-Not-On-Master        PIC 9(5) VALUE ZEROS.
           02  Ct-Diplomas             PIC 9(5) VALUE ZEROS.

       01  Course-Heading-Line.
           02  FILLER                  PIC X(16) VALUE
               "DEGREE COURSE:  ".
           02  Ch-Course-Code          PIC X(4).

       01  Graduate-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  Gl-Legal-Name           PIC X(52).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  Gl-Honors-Title         PIC X(20).

       01  Course-Total-Line.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(22) VALUE
               "GRADUATES LISTED:     ".
           02  Ct-Line-Count           PIC ZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-Run-Parameters.
           IF NOT Parms-From-File
               DISPLAY "Conferral dates from (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-From-Date
               DISPLAY "Conferral dates to (CCYYMMDD, blank = same): "
                   WITH NO ADVANCING
               ACCEPT WS-To-Date
           END-IF.
           IF WS-To-Date = ZEROS
               MOVE WS-From-Date TO WS-To-Date
           END-IF.
           PERFORM Load-Honors-Cutoffs.

           OPEN INPUT Status-History-File.
           IF Sh-Status NOT = "00"
               DISPLAY "No status history file - nobody conferred."
               STOP RUN
           END-IF.
           OPEN INPUT StudentFile.
           OPEN INPUT Student-Enrollment-File.
           OPEN INPUT Attempt-Enrollment-File.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           ELSE
               DISPLAY "No course catalog - GPA weighting will use "
                       "the standard module load."
           END-IF.
           OPEN OUTPUT Commencement-Work-File.
           CLOSE Commencement-Work-File.
           OPEN I-O Commencement-Work-File.

           PERFORM Collect-Graduates.
           PERFORM Write-Program-And-Diplomas.

           CLOSE Status-History-File, StudentFile,
                 Student-Enrollment-File, Attempt-Enrollment-File,
                 Commencement-Work-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           DISPLAY " ".
           DISPLAY "----  COMMENCEMENT  RUN  COMPLETE  ----".
           DISPLAY "Graduates            : " Ct-Graduates.
           DISPLAY "With Latin honors    : " Ct-With-Honors.
           DISPLAY "Withheld from program: " Ct-Suppressed.
           DISPLAY "Diplomas written     : " Ct-Diplomas.
           IF Ct-Not-On-Master > ZEROS
               DISPLAY "Not on student master: " Ct-Not-On-Master
                       " (no diploma - see COMMENCE.RPT)"
           END-IF.
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
               IF Rp-Program-Name = "COMMENCE"
                   MOVE "Y" TO WS-Runparms-Sw
                   MOVE Rp-From-Date TO WS-From-Date
                   MOVE Rp-To-Date TO WS-To-Date
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF Parms-From-File
               DISPLAY "COMMENCE run-parameter row found - conferrals "
                       WS-From-Date " to " WS-To-Date " unattended."
           END-IF.

      * Tiers load as found, then sort highest cut-off first so the
      * first tier a GPA reaches is the one awarded.
       Load-Honors-Cutoffs.
           OPEN INPUT Honors-Cutoff-File.
           IF Hn-File-Status = "00"
               READ Honors-Cutoff-File
                   AT END SET End-Of-Cutoffs TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cutoffs
                   IF Hn-Min-Gpa IS NUMERIC
                      AND WS-Tier-Count NOT < WS-Tier-Max
                       DISPLAY "*** HONORS TIER TABLE FULL *** more "
                               "than " WS-Tier-Max " honors tiers"
                       DISPLAY "    Run aborted - notify operator."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF Hn-Min-Gpa IS NUMERIC
                       ADD 1 TO WS-Tier-Count
                       MOVE Hn-Min-Gpa TO Ht-Min-Gpa(WS-Tier-Count)
                       MOVE Hn-Honors-Title
                           TO Ht-Honors-Title(WS-Tier-Count)
                   END-IF
                   READ Honors-Cutoff-File
                       AT END SET End-Of-Cutoffs TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Honors-Cutoff-File
           END-IF.
           IF WS-Tier-Count = ZEROS
               MOVE 3 TO WS-Tier-Count
               MOVE 3.90 TO Ht-Min-Gpa(1)
               MOVE "SUMMA CUM LAUDE" TO Ht-Honors-Title(1)
               MOVE 3.70 TO Ht-Min-Gpa(2)
               MOVE "MAGNA CUM LAUDE" TO Ht-Honors-Title(2)
               MOVE 3.50 TO Ht-Min-Gpa(3)
               MOVE "CUM LAUDE" TO Ht-Honors-Title(3)
           END-IF.
           PERFORM VARYING WS-Tier-Idx FROM 1 BY 1
                   UNTIL WS-Tier-Idx >= WS-Tier-Count
               PERFORM VARYING WS-Tier-Idx2 FROM 1 BY 1
                       UNTIL WS-Tier-Idx2 > WS-Tier-Count - WS-Tier-Idx
                   IF Ht-Min-Gpa(WS-Tier-Idx2)
                           < Ht-Min-Gpa(WS-Tier-Idx2 + 1)
                       MOVE Ht-Entry(WS-Tier-Idx2) TO WS-Tier-Swap
                       MOVE Ht-Entry(WS-Tier-Idx2 + 1)
                           TO Ht-Entry(WS-Tier-Idx2)
                       MOVE WS-Tier-Swap TO Ht-Entry(WS-Tier-Idx2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * Every Graduated history row in the date range puts the
      * student on the work file once.
      ******************************************************************
       Collect-Graduates.
           MOVE LOW-VALUES TO Sh-Key.
           START Status-History-File
               KEY IS >= Sh-Key
               INVALID KEY SET End-Of-History TO TRUE
           END-START.
           PERFORM UNTIL End-Of-History
               READ Status-History-File NEXT RECORD
                   AT END SET End-Of-History TO TRUE
               END-READ
               IF NOT End-Of-History
                   IF Sh-Graduated
                           AND Sh-Effective-Date >= WS-From-Date
                           AND Sh-Effective-Date <= WS-To-Date
                           AND Sh-Student-Id NOT = WS-Last-Student-Id
                       MOVE Sh-Student-Id TO WS-Last-Student-Id
                       PERFORM Add-Graduate
                   END-IF
               END-IF
           END-PERFORM.

       Add-Graduate.
           MOVE Sh-Student-Id TO StudentId.
           READ StudentFile
               KEY IS StudentId
               INVALID KEY MOVE "23" TO RecordStatus
           END-READ.
           IF NOT Student-Rec-Found
               ADD 1 TO Ct-Not-On-Master
               DISPLAY "Graduate " Sh-Student-Id
                       " not on student master - no diploma."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Compute-Cumulative-Gpa.
           MOVE 9 TO WS-Honors-Rank.
           MOVE SPACES TO Cw-Honors-Title.
           PERFORM VARYING WS-Tier-Idx FROM 1 BY 1
                   UNTIL WS-Tier-Idx > WS-Tier-Count
                      OR WS-Honors-Rank < 9
               IF WS-Gpa-Result >= Ht-Min-Gpa(WS-Tier-Idx)
                   MOVE WS-Tier-Idx TO WS-Honors-Rank
                   MOVE Ht-Honors-Title(WS-Tier-Idx)
                       TO Cw-Honors-Title
               END-IF
           END-PERFORM.
           MOVE CourseCode TO Cw-Course-Code.
           MOVE WS-Honors-Rank TO Cw-Honors-Rank.
           MOVE Lastname TO Cw-Lastname.
           MOVE Firstname TO Cw-Firstname.
           MOVE StudentId TO Cw-Student-Id.
           MOVE Middlename TO Cw-Middlename.
           MOVE WS-Gpa-Result TO Cw-Gpa.
           MOVE Sh-Effective-Date TO Cw-Conferral-Date.
           MOVE ConfidentialFlag TO Cw-Suppressed-Flag.
           WRITE Cw-Rec
               INVALID KEY
                   MOVE Cw-Status TO WS-Chk-Status
                   MOVE "WRITE Commencement-Work-File"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.
           ADD 1 TO Ct-Graduates.
           IF WS-Honors-Rank < 9
               ADD 1 TO Ct-With-Honors
           END-IF.

      * Same cumulative GPA TranscriptReport prints - credit-weighted,
      * superseded attempts out, ungraded and incomplete ignored.
       Compute-Cumulative-Gpa.
           MOVE ZEROS TO WS-Gpa-Quality-Points WS-Gpa-Attempted-Hours
                         WS-Gpa-Result.
           MOVE StudentId TO Se-Student-Id.
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
                   OR Se-Student-Id NOT = StudentId
               IF NOT Se-Not-Graded
                   PERFORM Check-Superseded-Attempt
                   IF NOT Attempt-Superseded
                       PERFORM Add-Grade-To-Gpa
                   END-IF
               END-IF
               READ Student-Enrollment-File NEXT RECORD
                   AT END SET Se-Rec-Not-Found TO TRUE
               END-READ
           END-PERFORM.
           IF WS-Gpa-Attempted-Hours > 0
               COMPUTE WS-Gpa-Result ROUNDED =
                   WS-Gpa-Quality-Points / WS-Gpa-Attempted-Hours
           END-IF.

       Add-Grade-To-Gpa.
           PERFORM VARYING Gp-Idx FROM 1 BY 1 UNTIL Gp-Idx > 5
               IF Gp-Letter(Gp-Idx) = Se-Grade
                   PERFORM Get-Module-Credit-Hours
                   COMPUTE WS-Gpa-Quality-Points =
                       WS-Gpa-Quality-Points
                       + Gp-Points(Gp-Idx) * WS-Module-Credit-Hours
                   ADD WS-Module-Credit-Hours
                       TO WS-Gpa-Attempted-Hours
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
               MOVE Se-Module-Code TO Cc-Course-Code
               READ Course-Catalog-File
                   KEY IS Cc-Course-Code
                   INVALID KEY MOVE "23" TO Cc-Status
               END-READ
               IF Cc-Rec-Found AND Cc-Credit-Hours > 0
                   MOVE Cc-Credit-Hours TO WS-Module-Credit-Hours
               END-IF
           END-IF.

      ******************************************************************
      * Program and diplomas, in work-file order.
      ******************************************************************
       Write-Program-And-Diplomas.
           OPEN OUTPUT Report-File.
           OPEN OUTPUT Diploma-File.
           MOVE SPACES TO Report-Print-Line.
           STRING "COMMENCEMENT  PROGRAM - CONFERRALS " WS-From-Date
               " TO " WS-To-Date
               DELIMITED BY SIZE INTO Report-Print-Line.
           WRITE Report-Print-Line.
           MOVE LOW-VALUES TO Cw-Key.
           START Commencement-Work-File
               KEY IS >= Cw-Key
               INVALID KEY SET End-Of-Work TO TRUE
           END-START.
           PERFORM Write-One-Graduate UNTIL End-Of-Work.
           IF WS-Current-Course NOT = SPACES
               PERFORM Write-Course-Total
           END-IF.
           MOVE SPACES TO Report-Print-Line.
           WRITE Report-Print-Line AFTER ADVANCING 1 LINE.
           IF Ct-Suppressed > ZEROS
               MOVE SPACES TO Report-Print-Line
               STRING Ct-Suppressed " graduate(s) withheld from the "
                   "printed program at their request - diplomas "
                   "issued" DELIMITED BY SIZE INTO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           IF Ct-Not-On-Master > ZEROS
               MOVE SPACES TO Report-Print-Line
               STRING Ct-Not-On-Master " graduate(s) not on the "
                   "student master - no diploma printed"
                   DELIMITED BY SIZE INTO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE Report-File, Diploma-File.

       Write-One-Graduate.
           READ Commencement-Work-File NEXT RECORD
               AT END SET End-Of-Work TO TRUE
           END-READ.
           IF End-Of-Work
               EXIT PARAGRAPH
           END-IF.
           PERFORM Build-Legal-Name.
           MOVE SPACES TO Diploma-Rec.
           MOVE Cw-Student-Id TO Dp-Student-Id.
           MOVE WS-Legal-Name TO Dp-Legal-Name.
           MOVE Cw-Course-Code TO Dp-Course-Code.
           MOVE Cw-Honors-Title TO Dp-Honors-Title.
           MOVE Cw-Conferral-Date TO Dp-Conferral-Date.
           WRITE Diploma-Rec.
           ADD 1 TO Ct-Diplomas.
           IF Cw-Directory-Suppressed
               ADD 1 TO Ct-Suppressed
               EXIT PARAGRAPH
           END-IF.
           IF Cw-Course-Code NOT = WS-Current-Course
               IF WS-Current-Course NOT = SPACES
                   PERFORM Write-Course-Total
               END-IF
               MOVE Cw-Course-Code TO WS-Current-Course
               MOVE ZEROS TO WS-Course-Count
               MOVE Cw-Course-Code TO Ch-Course-Code
               MOVE SPACES TO Report-Print-Line
               WRITE Report-Print-Line AFTER ADVANCING 1 LINE
               WRITE Report-Print-Line FROM Course-Heading-Line
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-Legal-Name TO Gl-Legal-Name.
           MOVE Cw-Honors-Title TO Gl-Honors-Title.
           WRITE Report-Print-Line FROM Graduate-Line
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-Course-Count.

      * First, middle and last name as held on StudentFile.
       Build-Legal-Name.
           MOVE SPACES TO WS-Legal-Name.
           IF Cw-Middlename = SPACES
               STRING Cw-Firstname DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Cw-Lastname DELIMITED BY "  "
                   INTO WS-Legal-Name
           ELSE
               STRING Cw-Firstname DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Cw-Middlename DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Cw-Lastname DELIMITED BY "  "
                   INTO WS-Legal-Name
           END-IF.

       Write-Course-Total.
           MOVE WS-Course-Count TO Ct-Line-Count.
           WRITE Report-Print-Line FROM Course-Total-Line
               AFTER ADVANCING 1 LINE.

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
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Studenr-Path FROM ENVIRONMENT "STUDENR_PATH".
           IF WS-Studenr-Path = SPACES
               MOVE "STUDENR.DAT" TO WS-Studenr-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Honorscut-Path FROM ENVIRONMENT "HONORSCUT_PATH".
           IF WS-Honorscut-Path = SPACES
               MOVE "HONORSCUT.DAT" TO WS-Honorscut-Path
           END-IF.
           ACCEPT WS-Commencwk-Path FROM ENVIRONMENT "COMMENCWK_PATH".
           IF WS-Commencwk-Path = SPACES
               MOVE "COMMENCWK.DAT" TO WS-Commencwk-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
           ACCEPT WS-Diploma-Path FROM ENVIRONMENT "DIPLOMA_PATH".
           IF WS-Diploma-Path = SPACES
               MOVE "DIPLOMA.DAT" TO WS-Diploma-Path
           END-IF.
           ACCEPT WS-Commence-Rpt-Path FROM ENVIRONMENT
               "COMMENCE_RPT_PATH".
           IF WS-Commence-Rpt-Path = SPACES
               MOVE "COMMENCE.RPT" TO WS-Commence-Rpt-Path
           END-IF.
