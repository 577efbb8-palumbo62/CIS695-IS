      * each - the same one-pass full-key-range START/READ NEXT scan
      * DataValidationSweep.cbl already uses across these files - and
      * writes one one-page summary to Exec-Summary-Report-File.
      * An EXECSUMM row in RUNPARMS.DAT carrying a term code takes the
      * enrollment headline and the per-campus student counts from
      * that term's census-date rows in CENSUSSTU.DAT (as frozen by
      * CensusSnapshot) instead of the live student master, so the
      * figures match the official census count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Bf-Book-Num
               FILE STATUS IS Bf-Status.

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

           SELECT Exec-Summary-Report-File
                   ASSIGN TO WS-Execsumm-Rpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.
           02  SM-Fee-Due-Date             PIC 9(8).
           02  SM-Collection-Flag          PIC X.
               88  SM-In-Collections       VALUE "C".
           02  SM-Parking-Owed             PIC 9(7).
           02  SM-Parking-Paid             PIC 9(7)V99.
           02  SM-Bookshop-Owed            PIC 9(7).
           02  SM-Bookshop-Paid            PIC 9(7)V99.
           02  SM-Insurance-Owed           PIC 9(7).
           02  SM-Insurance-Paid           PIC 9(7)V99.

       FD  Book-File.
       01  Book-Rec.
           02  Bf-ISBN                 PIC X(13).
           02  Bf-Campus-Code          PIC X(4).

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

       FD  Exec-Summary-Report-File.
       01  Es-Print-Line               PIC X(80).

       01  WS-Studmast-Path            PIC X(260).
       01  WS-Bookfile-Path            PIC X(260).
       01  WS-Execsumm-Rpt-Path        PIC X(260).
       01  WS-Censusstu-Path           PIC X(260).
       01  WS-Runparms-Path            PIC X(260).

       01  Sa-Status                   PIC XX.
       01  SM-File-Status               PIC XX.
       01  Bf-Status                   PIC XX.
       01  Cu-Status                   PIC XX.
       01  Rp-File-Status              PIC XX.

       01  WS-Census-Term              PIC X(6) VALUE SPACES.
       01  WS-Census-Sw                PIC X VALUE "N".
           88  As-Of-Census            VALUE "Y".

       01  Eof-Sw                      PIC X VALUE "N".
           88  End-Of-Scan             VALUE "Y".
      * book scans.  A record with no campus code yet (loaded before
      * the second site opened) is counted under MAIN.
       01  Campus-Summary-Table.
           02  Cs-Entry OCCURS 100 TIMES.
               03  Cs-Campus-Tbl       PIC X(4).
               03  Cs-Student-Count    PIC 9(7).
               03  Cs-Low-Stock-Count  PIC 9(5).
       01  WS-Campus-Max               PIC 9(3) VALUE 100.
       01  WS-Campus-Count             PIC 9(3) VALUE ZEROS.
       01  WS-Campus-Sub               PIC 9(3).
       01  WS-Campus-Slot              PIC 9(3).
       01  WS-Work-Campus              PIC X(4).

       01  Es-Hdg-1.
       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-Run-Parameters.
           OPEN INPUT StudentAdminMasterFile.
           OPEN INPUT Student-Master-File.
           OPEN INPUT Book-File.
           OPEN OUTPUT Exec-Summary-Report-File.

           IF As-Of-Census
               PERFORM Count-Census-Enrollment
           ELSE
               PERFORM Count-Enrollment
           END-IF.
           PERFORM Summarize-Outstanding-Fees.
           PERFORM Count-Low-Stock-Books.
           PERFORM Print-Summary.
               AT END SET End-Of-Scan TO TRUE
           END-READ.

      * Census headcount - one CENSUSSTU.DAT row per student enrolled
      * in the term on its census date.
       Count-Census-Enrollment.
           OPEN INPUT Census-Student-File.
           IF Cu-Status NOT = "00"
               DISPLAY "No census file - enrollment shown as of today."
               MOVE "N" TO WS-Census-Sw
               PERFORM Count-Enrollment
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO Eof-Sw.
           MOVE WS-Census-Term TO Cu-Term-Code.
           MOVE ZEROS TO Cu-Student-Id.
           START Census-Student-File
               KEY IS GREATER THAN OR EQUAL Cu-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Scan
               READ Census-Student-File NEXT RECORD
                   AT END SET End-Of-Scan TO TRUE
               END-READ
               IF NOT End-Of-Scan
                   IF Cu-Term-Code NOT = WS-Census-Term
                       SET End-Of-Scan TO TRUE
                   ELSE
                       ADD 1 TO Ct-Enrollment-Count
                       MOVE Cu-Campus-Code TO WS-Work-Campus
                       PERFORM Find-Campus-Slot
                       IF WS-Campus-Slot > 0
                           ADD 1 TO Cs-Student-Count(WS-Campus-Slot)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE Census-Student-File.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ Run-Parameter-File
               AT END SET End-Of-Runparms TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Runparms
               IF Rp-Program-Name = "EXECSUMM"
                   AND Rp-Term-Code NOT = SPACES
                   MOVE "Y" TO WS-Census-Sw
                   MOVE Rp-Term-Code TO WS-Census-Term
               END-IF
               READ Run-Parameter-File
                   AT END SET End-Of-Runparms TO TRUE
               END-READ
           END-PERFORM.
           CLOSE Run-Parameter-File.

      * Total outstanding fees and count of students who owe a
      * balance, using the same Fees-Owed + Prior-Balance-Fwd minus
      * Amount-Paid formula StudFees' own outstanding-fees report
           END-READ.

      * Locates (or adds) WS-Work-Campus's slot in the campus table,
      * returning it in WS-Campus-Slot.  A full table stops the run
      * rather than leave a campus out of the summary.
       Find-Campus-Slot.
           IF WS-Work-Campus = SPACES
               MOVE "MAIN" TO WS-Work-Campus
                   MOVE WS-Campus-Sub TO WS-Campus-Slot
               END-IF
           END-PERFORM.
           IF WS-Campus-Slot = 0
              AND WS-Campus-Count NOT < WS-Campus-Max
               DISPLAY "*** CAMPUS TABLE FULL *** more than "
                       WS-Campus-Max " campuses"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Campus-Slot = 0
               ADD 1 TO WS-Campus-Count
               MOVE WS-Work-Campus
                   TO Cs-Campus-Tbl(WS-Campus-Count)

           MOVE "ENROLLMENT" TO Es-Section-Line.
           WRITE Es-Print-Line FROM Es-Section-Line.
           IF As-Of-Census
               MOVE SPACES TO Es-Detail-Line
               STRING "  Census headcount, term " WS-Census-Term
                   "........."
                   DELIMITED BY SIZE INTO Es-Detail-Line
           ELSE
               MOVE "  Total active students on file........" TO
                   Es-Detail-Line
           END-IF.
           MOVE Ct-Enrollment-Count TO Es-Detail-Value.
           WRITE Es-Print-Line FROM Es-Detail-Line.
           WRITE Es-Print-Line FROM Es-Blank-Line.
           IF WS-Execsumm-Rpt-Path = SPACES
               MOVE "EXECSUMM.RPT" TO WS-Execsumm-Rpt-Path
           END-IF.
           ACCEPT WS-Censusstu-Path FROM ENVIRONMENT "CENSUSSTU_PATH".
           IF WS-Censusstu-Path = SPACES
               MOVE "CENSUSSTU.DAT" TO WS-Censusstu-Path
           END-IF.
           ACCEPT WS-Runparms-Path FROM ENVIRONMENT "RUNPARMS_PATH".
           IF WS-Runparms-Path = SPACES
               MOVE "RUNPARMS.DAT" TO WS-Runparms-Path
           END-IF.
