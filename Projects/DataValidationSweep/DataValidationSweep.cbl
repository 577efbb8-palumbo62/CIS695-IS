      * using the same one-pass full-key-range START/READ NEXT scan
      * and STRING-into-report-line pattern BookshopIntegrityCheck.cbl
      * already uses for the Bookshop's own three files.
      * A student whose date of birth or address PiiRetentionPurge
      * has removed (found on its purge register PIIREG.DAT) is not
      * reported for the birth year or ZIP code that is now empty.
      * The exception counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS Pf-Publisher-Name
               FILE STATUS IS Pf-Status.

           SELECT Pii-Register-File ASSIGN TO WS-Piireg-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pg-Key
               FILE STATUS IS Pg-Status.

           SELECT Dataval-Report-File ASSIGN TO WS-Dataval-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentAdminMasterFile.
           02  SM-Fee-Due-Date             PIC 9(8).
           02  SM-Collection-Flag          PIC X.
               88  SM-In-Collections       VALUE "C".
           02  SM-Parking-Owed             PIC 9(7).
           02  SM-Parking-Paid             PIC 9(7)V99.
           02  SM-Bookshop-Owed            PIC 9(7).
           02  SM-Bookshop-Paid            PIC 9(7)V99.
           02  SM-Insurance-Owed           PIC 9(7).
           02  SM-Insurance-Paid           PIC 9(7)V99.

       FD  Purchase-Req-File.
       01  Pr-Rec.
           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Book-File.
       01  Book-Rec.
           02  Pf-Publisher-Name       PIC X(20).
           02  Pf-Publisher-Address    PIC X(40).

      * PiiRetentionPurge's register of identifiers already purged.
       FD  Pii-Register-File.
       01  Pg-Rec.
           02  Pg-Key.
               03  Pg-File-Code            PIC X(4).
               03  Pg-Student-Id           PIC 9(5).
           02  Pg-Ssn-Action               PIC X(1).
           02  Pg-Dob-Action               PIC X(1).
           02  Pg-Addr-Action              PIC X(1).
           02  Pg-Purge-Date               PIC 9(8).
           02  Pg-Last-Activity            PIC 9(8).

       FD  Dataval-Report-File.
       01  Dataval-Report-Rec          PIC X(80).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Pubfile-Path             PIC X(260).
       01  WS-Dataval-Rpt-Path         PIC X(260).
       01  WS-Piireg-Path              PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  File-Stati.
           02  Sa-Status               PIC X(2).
               88  Bf-Rec-Found        VALUE "00".
           02  Pf-Status               PIC X(2).
               88  Pf-Rec-Found        VALUE "00".
           02  Pg-Status               PIC X(2).
               88  Pg-Rec-Found        VALUE "00".

       01  WS-Piireg-Sw                PIC X VALUE "N".
           88  Pii-Register-Available  VALUE "Y".

       01  Eof-Names.
           02  FILLER                  PIC 9 VALUE 0.
           OPEN INPUT Book-File.
           OPEN INPUT Publisher-File.
           OPEN OUTPUT Dataval-Report-File.
           OPEN INPUT Pii-Register-File.
           IF Pg-Status = "00"
               MOVE "Y" TO WS-Piireg-Sw
           END-IF.

           MOVE "CONSOLIDATED  DATA  VALIDATION  EXCEPTIONS  REPORT"
               TO Dataval-Report-Rec.
                 Book-File,
                 Publisher-File,
                 Dataval-Report-File.
           IF Pii-Register-Available
               CLOSE Pii-Register-File
           END-IF.

           DISPLAY "Data validation sweep complete - see DATAVAL.RPT".
           DISPLAY "Student admin exceptions : " Ct-Studadm-Exceptions.
           DISPLAY "Book exceptions          : " Ct-Book-Exceptions.
           DISPLAY "Publisher exceptions     : "
               Ct-Publisher-Exceptions.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "STUDENT ADMIN EXCPT" TO Cnt-Label.
           MOVE Ct-Studadm-Exceptions TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "STUDENT MASTER EXCPT" TO Cnt-Label.
           MOVE Ct-Studmast-Exceptions TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "BOOKSHOP EXCEPTIONS" TO Cnt-Label.
           COMPUTE Cnt-Count = Ct-Pr-Exceptions + Ct-Book-Exceptions
                             + Ct-Publisher-Exceptions.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Check-Student-Admin-File.
           MOVE LOW-VALUES TO studentId.
           START StudentAdminMasterFile
                   END-STRING
                   WRITE Dataval-Report-Rec
               END-IF
               PERFORM Find-Purge-Register-Entry
               IF (BirthYear < WS-Earliest-Birth-Year
                       OR BirthYear > WS-Current-Year)
                   AND Pg-Dob-Action = SPACE
                   ADD 1 TO Ct-Studadm-Exceptions
               STRING "BAD BIRTH YEAR   studentId=" DELIMITED BY SIZE
                       studentId DELIMITED BY SIZE
                   END-STRING
                   WRITE Dataval-Report-Rec
               END-IF
               IF StudentZipCode = ZEROS AND Pg-Addr-Action = SPACE
                   ADD 1 TO Ct-Studadm-Exceptions
               STRING "MISSING ZIP CODE studentId=" DELIMITED BY SIZE
                       studentId DELIMITED BY SIZE
               END-READ
           END-PERFORM.

       Find-Purge-Register-Entry.
           MOVE SPACES TO Pg-Ssn-Action Pg-Dob-Action Pg-Addr-Action.
           IF Pii-Register-Available
               MOVE "STUD" TO Pg-File-Code
               MOVE studentId TO Pg-Student-Id
               READ Pii-Register-File
                   KEY IS Pg-Key
                   INVALID KEY
                       MOVE SPACES TO Pg-Ssn-Action Pg-Dob-Action
                                      Pg-Addr-Action
               END-READ
           END-IF.

       Check-Student-Master-File.
           MOVE LOW-VALUES TO SM-Master-Key.
           START Student-Master-File
           IF WS-Dataval-Rpt-Path = SPACES
               MOVE "DATAVAL.RPT" TO WS-Dataval-Rpt-Path
           END-IF.
           ACCEPT WS-Piireg-Path FROM ENVIRONMENT "PIIREG_PATH".
           IF WS-Piireg-Path = SPACES
               MOVE "PIIREG.DAT" TO WS-Piireg-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
