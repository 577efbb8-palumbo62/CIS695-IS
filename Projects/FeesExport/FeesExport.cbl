      * JSON object per record to FEESDATA.JSON (array elements
      * separated by a comma written on its own line, which is valid
      * JSON since whitespace between tokens is not significant).
      *
      * Finance's ledger system is outside the registrar's records,
      * so every student exported is also written to the FERPA
      * disclosure log (DISCLOSE.DAT) under the school-official
      * basis.  The releasing user is the job's RUN_USER (BATCH when
      * the job does not set it).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Json-Export-File ASSIGN TO WS-Feesdata-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Disclosure-Log-File ASSIGN TO WS-Disclose-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dx-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master-File.
           02  SM-Fee-Due-Date                 PIC 9(8).
           02  SM-Collection-Flag              PIC X.
               88  SM-In-Collections           VALUE "C".
           02  SM-Parking-Owed                 PIC 9(7).
           02  SM-Parking-Paid                 PIC 9(7)V99.
           02  SM-Bookshop-Owed                PIC 9(7).
           02  SM-Bookshop-Paid                PIC 9(7)V99.
           02  SM-Insurance-Owed               PIC 9(7).
           02  SM-Insurance-Paid               PIC 9(7)V99.

       FD  Json-Export-File.
       01  Json-Export-Rec                     PIC X(200).

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

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Studmast-Path                    PIC X(260).
       01  WS-Feesdata-Path                    PIC X(260).
       01  WS-Disclose-Path                    PIC X(260).

       01  SM-File-Status                      PIC XX.
       01  Dx-File-Status                      PIC XX.

       01  WS-Today                            PIC 9(8).
       01  WS-Run-User                         PIC X(10).

       01  WS-Balance-Due                      PIC S9(8)V99.
       01  WS-Fees-Owed-Disp                   PIC ZZZ9.99.
           PERFORM Resolve-Data-Paths.
           OPEN INPUT Student-Master-File.
           OPEN OUTPUT Json-Export-File.
           OPEN EXTEND Disclosure-Log-File.
           IF Dx-File-Status = "05" OR Dx-File-Status = "35"
               OPEN OUTPUT Disclosure-Log-File
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           ACCEPT WS-Run-User FROM ENVIRONMENT "RUN_USER".
           IF WS-Run-User = SPACES
               MOVE "BATCH" TO WS-Run-User
           END-IF.

           MOVE "[" TO Json-Export-Rec.
           WRITE Json-Export-Rec.
           MOVE "]" TO Json-Export-Rec.
           WRITE Json-Export-Rec.

           CLOSE Student-Master-File, Json-Export-File,
                 Disclosure-Log-File.
           DISPLAY "Fees export complete - see FEESDATA.JSON".
           DISPLAY "Records exported : " Ct-Records-Exported.
           STOP RUN.
           END-STRING.
           WRITE Json-Export-Rec.

           MOVE SPACES TO Disclosure-Log-Rec.
           MOVE WS-Today TO Dx-Disclosure-Date.
           MOVE SM-Student-Number TO Dx-Student-Number.
           MOVE "FINANCE GENERAL LEDGER FEED" TO Dx-Recipient.
           MOVE "FINANCIAL" TO Dx-Data-Category.
           MOVE "SCHOOL-OFF" TO Dx-Legal-Basis.
           MOVE WS-Run-User TO Dx-User-Id.
           MOVE "FEESEXPORT" TO Dx-Source.
           WRITE Disclosure-Log-Rec.

           READ Student-Master-File NEXT RECORD
               AT END SET End-Of-SMF TO TRUE
           END-READ.
               MOVE "C:\Users\peebs\data\FEESDATA.JSON"
                   TO WS-Feesdata-Path
           END-IF.
           ACCEPT WS-Disclose-Path FROM ENVIRONMENT "DISCLOSE_PATH".
           IF WS-Disclose-Path = SPACES
               MOVE "DISCLOSE.DAT" TO WS-Disclose-Path
           END-IF.
