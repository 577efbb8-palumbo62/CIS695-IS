       IDENTIFICATION DIVISION.
       PROGRAM-ID.  InsuranceCarrierFeed.
       AUTHOR.  Jon Clark.
      * Nightly carrier enrollment feed for the student health
      * insurance plan, run from NightlyBatchDriver.  Once a term's
      * waiver deadline (Tm-Waiver-Deadline on TERMMAST.DAT) has
      * passed, the premium on each fee record is locked -
      * InsuranceWaiver takes no more submissions or decisions - and
      * every student still carrying it (SM-Insurance-Owed above zero)
      * has to be enrolled with the insurer.  This run writes those
      * students to a pipe-delimited carrier file, INSCARRIER.TXT:
      *
      *   H|INSCARRIER|run date|run time
      *   D|term|student|last name|first name|middle name|birth date|
      *     gender|address|city|state|zip|premium
      *   T|detail rows
      *
      * Name, birth date, gender and address come from the student
      * admin master (IDXSTUDADM); a fee record with no admin record
      * is still sent, under SM-Student-Name, and counted.
      *
      * A term is in scope from the day after its waiver deadline to
      * its end date.  Each student sent is recorded on INSSENT.DAT,
      * keyed term + student, and never sent again for that term, so
      * the first night after the deadline carries the whole insured
      * population and later nights carry only late additions - a
      * full-time student whose master record is built after the
      * deadline.  A term with no waiver deadline set is not fed.
      *
      * The insurer is outside the institution, so every student on
      * the night's file is written to the FERPA disclosure log
      * (DISCLOSE.DAT) under the school-official basis, the same way
      * LmsRosterFeed logs its roster.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Master-File ASSIGN TO WS-Studmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Master-Key
               ALTERNATE RECORD KEY IS SM-Student-Number
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-Student-Name
                   WITH DUPLICATES
               FILE STATUS IS SM-File-Status.

           SELECT Term-Master-File ASSIGN TO WS-Termmast-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tm-Term-Code
               FILE STATUS IS Tm-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Insurance-Sent-File ASSIGN TO WS-Inssent-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Is-Key
               FILE STATUS IS Is-Status.

           SELECT Carrier-Feed-File ASSIGN TO WS-Inscarrier-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * Students already enrolled with the insurer, one row per term
      * and student, with the night they were sent and the premium
      * they were sent with.
       FD  Insurance-Sent-File.
       01  Is-Rec.
           02  Is-Key.
               03  Is-Term-Code        PIC X(6).
               03  Is-Student-Number   PIC 9(7).
           02  Is-Sent-Date            PIC 9(8).
           02  Is-Premium              PIC 9(7).

       FD  Carrier-Feed-File.
       01  Feed-Line                   PIC X(200).

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
       01  WS-Studmast-Path            PIC X(260).
       01  WS-Termmast-Path            PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Inssent-Path             PIC X(260).
       01  WS-Inscarrier-Path          PIC X(260).
       01  WS-Disclose-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  SM-File-Status              PIC X(2).
       01  Tm-Status                   PIC X(2).
           88  Tm-Rec-Found            VALUE "00".
       01  RecordStatus                PIC X(2).
           88  Admin-Rec-Found         VALUE "00".
       01  Is-Status                   PIC X(2).
           88  Is-Rec-Found            VALUE "00".
       01  Dx-File-Status              PIC X(2).

       01  WS-Studadm-Sw               PIC X VALUE "N".
           88  Studadm-Available       VALUE "Y".
       01  End-Of-Masters-Sw           PIC X VALUE "N".
           88  End-Of-Masters          VALUE "Y".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  WS-Today                    PIC 9(8).
       01  WS-Now-Time                 PIC 9(6).
       01  WS-Run-User                 PIC X(10).
       01  WS-Admin-Id                 PIC 9(5).

      * Term-scope check, remembered for the last term looked up -
      * the master is in student order, so the same few terms come
      * round again and again.
       01  WS-Scope-Term               PIC X(6) VALUE HIGH-VALUES.
       01  WS-Scope-Sw                 PIC X VALUE "N".
           88  Term-In-Scope           VALUE "Y".

       01  WS-Feed-Row.
           02  Fr-Last-Name            PIC X(20).
           02  Fr-First-Name           PIC X(15).
           02  Fr-Middle-Name          PIC X(15).
           02  Fr-Birth-Date           PIC 9(8).
           02  Fr-Gender               PIC X(1).
           02  Fr-Address              PIC X(30).
           02  Fr-City                 PIC X(20).
           02  Fr-State                PIC X(2).
           02  Fr-Zip                  PIC 9(5).

       01  Feed-Counts.
           02  Ct-Masters-Read         PIC 9(7) VALUE ZEROS.
           02  Ct-Insured-In-Scope     PIC 9(7) VALUE ZEROS.
           02  Ct-Students-Sent        PIC 9(7) VALUE ZEROS.
           02  Ct-Already-Sent         PIC 9(7) VALUE ZEROS.
           02  Ct-No-Admin-Record      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Now-Time.
           ACCEPT WS-Run-User FROM ENVIRONMENT "RUN_USER".
           IF WS-Run-User = SPACES
               MOVE "BATCH" TO WS-Run-User
           END-IF.

           OPEN INPUT Term-Master-File.
           IF Tm-Status NOT = "00"
               DISPLAY "No term master file - no waiver deadlines, "
                       "no carrier feed written."
               PERFORM Write-Step-Counts
               STOP RUN
           END-IF.
           OPEN INPUT Student-Master-File.
           IF SM-File-Status NOT = "00"
               MOVE SM-File-Status TO WS-Chk-Status
               MOVE "OPEN Student-Master-File" TO WS-Chk-Context
               PERFORM Check-Fatal-Status
           END-IF.
           OPEN INPUT StudentFile.
           IF RecordStatus = "00"
               MOVE "Y" TO WS-Studadm-Sw
           ELSE
               DISPLAY "No student admin master - students sent "
                       "under their fee-record name only."
           END-IF.
           OPEN I-O Insurance-Sent-File.
           IF Is-Status = "05" OR Is-Status = "35"
               CLOSE Insurance-Sent-File
               OPEN OUTPUT Insurance-Sent-File
               CLOSE Insurance-Sent-File
               OPEN I-O Insurance-Sent-File
           END-IF.
           IF Is-Status NOT = "00"
               MOVE Is-Status TO WS-Chk-Status
               MOVE "OPEN Insurance-Sent-File" TO WS-Chk-Context
               PERFORM Check-Fatal-Status
           END-IF.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.
           OPEN OUTPUT Carrier-Feed-File.
           MOVE SPACES TO Feed-Line.
           STRING "H|INSCARRIER|" WS-Today "|" WS-Now-Time
               DELIMITED BY SIZE INTO Feed-Line.
           WRITE Feed-Line.

           MOVE LOW-VALUES TO SM-Master-Key.
           START Student-Master-File KEY IS GREATER THAN SM-Master-Key
               INVALID KEY SET End-Of-Masters TO TRUE
           END-START.
           PERFORM Feed-One-Master UNTIL End-Of-Masters.

           MOVE SPACES TO Feed-Line.
           STRING "T|" Ct-Students-Sent
               DELIMITED BY SIZE INTO Feed-Line.
           WRITE Feed-Line.
           CLOSE Carrier-Feed-File, Disclosure-Log-File,
                 Insurance-Sent-File, Student-Master-File,
                 Term-Master-File.
           IF Studadm-Available
               CLOSE StudentFile
           END-IF.

           DISPLAY " ".
           DISPLAY "----  INSURANCE  CARRIER  FEED  COMPLETE  ----".
           DISPLAY "Fee records read    : " Ct-Masters-Read.
           DISPLAY "Insured, locked term: " Ct-Insured-In-Scope.
           DISPLAY "Sent tonight        : " Ct-Students-Sent.
           DISPLAY "Already with carrier: " Ct-Already-Sent.
           DISPLAY "No admin record     : " Ct-No-Admin-Record.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "INSURED IN SCOPE" TO Cnt-Label.
           MOVE Ct-Insured-In-Scope TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "SENT TO CARRIER" TO Cnt-Label.
           MOVE Ct-Students-Sent TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "NO ADMIN RECORD" TO Cnt-Label.
           MOVE Ct-No-Admin-Record TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Feed-One-Master.
           READ Student-Master-File NEXT RECORD
               AT END SET End-Of-Masters TO TRUE
           END-READ.
           IF End-Of-Masters
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Masters-Read.
           IF SM-Insurance-Owed = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF SM-Term-Code NOT = WS-Scope-Term
               MOVE SM-Term-Code TO WS-Scope-Term
               PERFORM Look-Up-Scope-Term
           END-IF.
           IF NOT Term-In-Scope
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Insured-In-Scope.
           MOVE SM-Term-Code TO Is-Term-Code.
           MOVE SM-Student-Number TO Is-Student-Number.
           READ Insurance-Sent-File
               KEY IS Is-Key
               INVALID KEY MOVE "23" TO Is-Status
           END-READ.
           IF Is-Rec-Found
               ADD 1 TO Ct-Already-Sent
               EXIT PARAGRAPH
           END-IF.
           PERFORM Build-Feed-Row.
           PERFORM Write-Feed-Row.
           MOVE SM-Term-Code TO Is-Term-Code.
           MOVE SM-Student-Number TO Is-Student-Number.
           MOVE WS-Today TO Is-Sent-Date.
           MOVE SM-Insurance-Owed TO Is-Premium.
           WRITE Is-Rec
               INVALID KEY
                   MOVE Is-Status TO WS-Chk-Status
                   MOVE "WRITE Insurance-Sent-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

      * A term is fed from the day after its waiver deadline to its
      * end date - before that the premium can still be waived, after
      * it the insurer already has the term's population.
       Look-Up-Scope-Term.
           MOVE "N" TO WS-Scope-Sw.
           MOVE WS-Scope-Term TO Tm-Term-Code.
           READ Term-Master-File
               KEY IS Tm-Term-Code
               INVALID KEY MOVE "23" TO Tm-Status
           END-READ.
           IF NOT Tm-Rec-Found OR Tm-Waiver-Deadline = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF Tm-Waiver-Deadline < WS-Today
               AND (Tm-End-Date = ZEROS OR Tm-End-Date NOT < WS-Today)
               MOVE "Y" TO WS-Scope-Sw
           END-IF.

      * SM-Student-Number is the admin StudentId zero-extended, so the
      * admin lookup key is its low five digits.
       Build-Feed-Row.
           MOVE SPACES TO WS-Feed-Row.
           MOVE ZEROS TO Fr-Birth-Date Fr-Zip.
           MOVE "23" TO RecordStatus.
           IF Studadm-Available
               MOVE SM-Student-Number(3:5) TO WS-Admin-Id
               MOVE WS-Admin-Id TO StudentId
               READ StudentFile
                   KEY IS StudentId
                   INVALID KEY MOVE "23" TO RecordStatus
               END-READ
           END-IF.
           IF Admin-Rec-Found
               MOVE Lastname TO Fr-Last-Name
               MOVE Firstname TO Fr-First-Name
               MOVE Middlename TO Fr-Middle-Name
               MOVE DateOfBirth TO Fr-Birth-Date
               MOVE Gender TO Fr-Gender
               MOVE StudentAddress TO Fr-Address
               MOVE StudentCity TO Fr-City
               MOVE StudentState TO Fr-State
               MOVE StudentZipCode TO Fr-Zip
           ELSE
               MOVE SM-Student-Name TO Fr-Last-Name
               ADD 1 TO Ct-No-Admin-Record
           END-IF.

       Write-Feed-Row.
           MOVE SPACES TO Feed-Line.
           STRING "D|" SM-Term-Code "|" SM-Student-Number "|"
                  FUNCTION TRIM(Fr-Last-Name) "|"
                  FUNCTION TRIM(Fr-First-Name) "|"
                  FUNCTION TRIM(Fr-Middle-Name) "|"
                  Fr-Birth-Date "|" Fr-Gender "|"
                  FUNCTION TRIM(Fr-Address) "|"
                  FUNCTION TRIM(Fr-City) "|" Fr-State "|" Fr-Zip "|"
                  SM-Insurance-Owed
               DELIMITED BY SIZE INTO Feed-Line.
           WRITE Feed-Line.
           ADD 1 TO Ct-Students-Sent.
           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE SM-Student-Number TO Dx-Student-Number.
           MOVE "HEALTH INSURANCE CARRIER" TO Dx-Recipient.
           MOVE "ENROLLMENT" TO Dx-Data-Category.
           MOVE "SCHOOL-OFF" TO Dx-Legal-Basis.
           MOVE WS-Run-User TO Dx-User-Id.
           MOVE "INSCARRIER" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

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
           ACCEPT WS-Studmast-Path FROM ENVIRONMENT "STUDMAST_PATH".
           IF WS-Studmast-Path = SPACES
               MOVE "C:\Users\peebs\data\STUDMAST.DAT"
                   TO WS-Studmast-Path
           END-IF.
           ACCEPT WS-Termmast-Path FROM ENVIRONMENT "TERMMAST_PATH".
           IF WS-Termmast-Path = SPACES
               MOVE "TERMMAST.DAT" TO WS-Termmast-Path
           END-IF.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Inssent-Path FROM ENVIRONMENT "INSSENT_PATH".
           IF WS-Inssent-Path = SPACES
               MOVE "INSSENT.DAT" TO WS-Inssent-Path
           END-IF.
           ACCEPT WS-Inscarrier-Path FROM ENVIRONMENT "INSCARRIER_PATH".
           IF WS-Inscarrier-Path = SPACES
               MOVE "INSCARRIER.TXT" TO WS-Inscarrier-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
