      * Reads StudentAdminMasterFile and produces headcount summaries
      * broken by StudentState and by Gender, modeled on the REPORT
      * SECTION/CONTROLS structure used in BookshopLectReqRpt.cbl.
      * A STUDSUMM row in RUNPARMS.DAT carrying a term code runs both
      * summaries as of that term's census date instead, from the
      * student rows CensusSnapshot froze in CENSUSSTU.DAT; the page
      * heading says which basis the counts are on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Census-Student-File ASSIGN TO WS-Censusstu-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cu-Key
               ALTERNATE RECORD KEY IS Cu-State-Key
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Cu-Gender-Key
                   WITH DUPLICATES
               FILE STATUS IS Cu-Status.

           SELECT Run-Parameter-File ASSIGN TO WS-Runparms-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT State-Report-File ASSIGN TO WS-Studsumm-Rpt-Path.

           SELECT Gender-Report-File ASSIGN TO WS-Studgndr-Rpt-Path.
           02  ConfidentialFlag PIC X.
              88 Directory-Suppressed VALUE 'Y'.

      * Frozen census-date student rows - layout owned by
      * CensusSnapshot.
       FD  Census-Student-File.
       01  Cu-Rec.
           02  Cu-Key.
               03  Cu-Term-Code            PIC X(6).
               03  Cu-Student-Id           PIC 9(5).
           02  Cu-State-Key.
               03  Cu-State-Term           PIC X(6).
               03  Cu-State                PIC X(2).
           02  Cu-Gender-Key.
               03  Cu-Gender-Term          PIC X(6).
               03  Cu-Gender               PIC X(1).
           02  Cu-Lastname                 PIC X(20).
           02  Cu-Firstname                PIC X(15).
           02  Cu-Middlename               PIC X(15).
           02  Cu-Date-Of-Birth            PIC 9(8).
           02  Cu-Zip-Code                 PIC 9(5).
           02  Cu-Course-Code              PIC X(4).
           02  Cu-Campus-Code              PIC X(4).
           02  Cu-Confidential-Flag        PIC X(1).
           02  Cu-Residency-Code           PIC X(1).
           02  Cu-Modules-Enrolled         PIC 9(2).
           02  Cu-Term-Hours               PIC 9(3).
           02  Cu-Load-Status              PIC X(1).
           02  Cu-Snapshot-Date            PIC 9(8).

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

       FD  State-Report-File
                REPORT IS Enrollment-By-State-Report.

       01  WS-Idxstudadm-Path        PIC X(260).
       01  WS-Studsumm-Rpt-Path      PIC X(260).
       01  WS-Studgndr-Rpt-Path      PIC X(260).
       01  WS-Censusstu-Path         PIC X(260).
       01  WS-Runparms-Path          PIC X(260).

       01  RecordStatus              PIC X(2).
       01  Cu-Status                 PIC X(2).
       01  Rp-File-Status            PIC X(2).

       01  WS-Census-Term            PIC X(6) VALUE SPACES.
       01  WS-Census-Sw              PIC X VALUE "N".
           88  As-Of-Census          VALUE "Y".
       01  WS-Basis-Text             PIC X(30)
                                     VALUE "CURRENT STUDENT MASTER".

       01  Eof-Names.
           02  FILLER                PIC 9 VALUE 0.
               03  COLUMN 84  PIC Z9 SOURCE PAGE-COUNTER.
           02  LINE 3.
               03  COLUMN 20  PIC X(40) VALUE ALL "-".
           02  LINE 4.
               03  COLUMN 20  PIC X(7)  VALUE "BASIS :".
               03  COLUMN 28  PIC X(30) SOURCE WS-Basis-Text.
           02  LINE 6.
               03  COLUMN 2   PIC X(5)  VALUE "STATE".
               03  COLUMN 10  PIC X(12) VALUE "LAST NAME".
               03  COLUMN 84  PIC Z9 SOURCE PAGE-COUNTER.
           02  LINE 3.
               03  COLUMN 19  PIC X(42) VALUE ALL "-".
           02  LINE 4.
               03  COLUMN 19  PIC X(7)  VALUE "BASIS :".
               03  COLUMN 27  PIC X(30) SOURCE WS-Basis-Text.
           02  LINE 6.
               03  COLUMN 2   PIC X(6)  VALUE "GENDER".
               03  COLUMN 10  PIC X(12) VALUE "LAST NAME".
       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-Run-Parameters.
           IF As-Of-Census
               OPEN INPUT Census-Student-File
               IF Cu-Status NOT = "00"
                   DISPLAY "No census file - no term has been frozen."
                   STOP RUN
               END-IF
               PERFORM Print-Census-Summaries
               CLOSE Census-Student-File
               DISPLAY "Student Enrollment Summary complete."
               STOP RUN
           END-IF.
           OPEN INPUT StudentFile.
           OPEN OUTPUT State-Report-File.
           OPEN OUTPUT Gender-Report-File.
               AT END SET End-Of-Gender-Pass TO TRUE
           END-READ.

      * Census basis: the frozen rows for the term, read down each
      * alternate key while the term still matches, feed the same
      * report groups the master-file passes use.
       Print-Census-Summaries.
           OPEN OUTPUT State-Report-File.
           OPEN OUTPUT Gender-Report-File.

           INITIATE Enrollment-By-State-Report.
           MOVE WS-Census-Term TO Cu-State-Term.
           MOVE LOW-VALUES TO Cu-State.
           START Census-Student-File
                KEY IS >= Cu-State-Key
                INVALID KEY SET End-Of-State-Pass TO TRUE
           END-START.
           IF NOT End-Of-State-Pass
               PERFORM Read-Census-By-State
           END-IF.
           PERFORM UNTIL End-Of-State-Pass
               PERFORM Move-Census-Student
               PERFORM Set-Display-Name
               GENERATE State-Print-Line
               PERFORM Read-Census-By-State
           END-PERFORM.
           TERMINATE Enrollment-By-State-Report.

           INITIATE Enrollment-By-Gender-Report.
           MOVE WS-Census-Term TO Cu-Gender-Term.
           MOVE LOW-VALUES TO Cu-Gender.
           START Census-Student-File
                KEY IS >= Cu-Gender-Key
                INVALID KEY SET End-Of-Gender-Pass TO TRUE
           END-START.
           IF NOT End-Of-Gender-Pass
               PERFORM Read-Census-By-Gender
           END-IF.
           PERFORM UNTIL End-Of-Gender-Pass
               PERFORM Move-Census-Student
               PERFORM Set-Display-Name
               GENERATE Gender-Print-Line
               PERFORM Read-Census-By-Gender
           END-PERFORM.
           TERMINATE Enrollment-By-Gender-Report.

           CLOSE State-Report-File, Gender-Report-File.

       Read-Census-By-State.
           READ Census-Student-File NEXT RECORD
               AT END SET End-Of-State-Pass TO TRUE
           END-READ.
           IF NOT End-Of-State-Pass
               IF Cu-State-Term NOT = WS-Census-Term
                   SET End-Of-State-Pass TO TRUE
               END-IF
           END-IF.

       Read-Census-By-Gender.
           READ Census-Student-File NEXT RECORD
               AT END SET End-Of-Gender-Pass TO TRUE
           END-READ.
           IF NOT End-Of-Gender-Pass
               IF Cu-Gender-Term NOT = WS-Census-Term
                   SET End-Of-Gender-Pass TO TRUE
               END-IF
           END-IF.

       Move-Census-Student.
           MOVE Cu-Student-Id TO StudentId.
           MOVE Cu-Lastname TO Lastname.
           MOVE Cu-Firstname TO Firstname.
           MOVE Cu-State TO StudentState.
           MOVE Cu-Gender TO Gender.
           MOVE Cu-Confidential-Flag TO ConfidentialFlag.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "STUDSUMM"
                   AND Rp-Term-Code NOT = SPACES
                   MOVE "Y" TO WS-Census-Sw
                   MOVE Rp-Term-Code TO WS-Census-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.
           IF As-Of-Census
               MOVE SPACES TO WS-Basis-Text
               STRING "CENSUS SNAPSHOT - TERM " WS-Census-Term
                   DELIMITED BY SIZE INTO WS-Basis-Text
               DISPLAY "STUDSUMM run-parameter row found - summaries "
                       "as of census for term " WS-Census-Term
           END-IF.

       Set-Display-Name.
           IF Directory-Suppressed
               MOVE "** WITHHELD (FERPA) **" TO WS-Display-Lastname
           IF WS-Studgndr-Rpt-Path = SPACES
               MOVE "STUDGNDR.RPT" TO WS-Studgndr-Rpt-Path
           END-IF.
           ACCEPT WS-Censusstu-Path FROM ENVIRONMENT "CENSUSSTU_PATH".
           IF WS-Censusstu-Path = SPACES
               MOVE "CENSUSSTU.DAT" TO WS-Censusstu-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
