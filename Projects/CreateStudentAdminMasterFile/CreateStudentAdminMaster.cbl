      * CourseCode and Campus-Code are carried straight through from
      * SeqStudentRec into StudentRec so they survive the sequential-
      * to-indexed conversion instead of being dropped.
      * At the end of the load the records loaded, rejected and
      * duplicate-SSN counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Dup-Ssn-File ASSIGN TO WS-Dupssn-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
           02  Dup-Reason             PIC X(22)
                   VALUE "DUPLICATE SSN ON LOAD".

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      *> Data-file locations, resolved at run time in Resolve-Data-
       01  WS-Badstud-Path       PIC X(260).
       01  WS-Ssnchk-Path        PIC X(260).
       01  WS-Dupssn-Path        PIC X(260).
       01  WS-Stepcnt-Path       PIC X(260).

       01  RecordStatus          PIC X(2).
       01  Restart-File-Status   PIC XX.
       01  Reject-Count              PIC 9(5) VALUE ZEROS.
       01  Chk-Status                PIC XX.
       01  Dup-Ssn-Count             PIC 9(5) VALUE ZEROS.
       01  Load-Count                PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.

           DISPLAY "Seq2Index complete.  Rejected records: "
               Reject-Count.
           PERFORM Write-Step-Counts.

           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "RECORDS LOADED" TO Cnt-Label.
           MOVE Load-Count TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "RECORDS REJECTED" TO Cnt-Label.
           MOVE Reject-Count TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "DUPLICATE SSNS" TO Cnt-Label.
           MOVE Dup-Ssn-Count TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Write-Student-Record.
      *    The intake layout carries no confidentiality flag - every
      *    loaded student starts unsuppressed until StudentAdminForm
                   DISPLAY "RecordStatus:- ", RecordStatus
                   PERFORM Write-Bad-Student-Record
               NOT INVALID KEY
                   ADD 1 TO Load-Count
                   PERFORM Update-Restart-Checkpoint
           END-WRITE.

               MOVE "C:\Users\peebs\data\DUPSSN.DAT"
                   TO WS-Dupssn-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
