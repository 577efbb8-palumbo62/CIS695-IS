       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConductSanctionExpiry.
       AUTHOR.  Jon Clark.
      * Nightly release of expired conduct sanctions.  Walks the
      * conduct case file (CONDUCT.DAT, maintained by ConductCases)
      * for suspension and expulsion cases whose sanction end date
      * has come and which have not yet been released.  For each one
      * the conduct hold ConductCases placed is released on
      * Hold-File, an A (active) row is written to
      * Status-History-File effective the sanction end date, and the
      * case is stamped with the release date so it is not picked up
      * again.  An expulsion recorded without an end date is never
      * released.
      *
      * Conduct records are confidential to the conduct office, so
      * this step prints no report and the console shows counts only.
      *
      * The run's counts are left on STEPCNT.DAT for the nightly
      * driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Conduct-Case-File ASSIGN TO WS-Conduct-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cd-Key
               FILE STATUS IS Cd-Status.

           SELECT Hold-File ASSIGN TO WS-Holdfile-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hd-Key
               FILE STATUS IS Hd-Status.

           SELECT Status-History-File ASSIGN TO WS-Stathist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sh-Key
               FILE STATUS IS Sh-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Conduct-Case-File.
       01  Cd-Rec.
           02  Cd-Key.
               03  Cd-Student-Id           PIC 9(5).
               03  Cd-Case-Num             PIC 9(3).
           02  Cd-Incident-Date            PIC 9(8).
           02  Cd-Charge-Code              PIC X(4).
           02  Cd-Hearing-Date             PIC 9(8).
           02  Cd-Outcome                  PIC X(1).
               88  Cd-Separation           VALUE "S" "E".
           02  Cd-Sanction                 PIC X(40).
           02  Cd-Sanction-End-Date        PIC 9(8).
               88  Cd-No-End-Date          VALUE ZEROS.
           02  Cd-Hold-Sequence            PIC 9(3).
           02  Cd-Released-Date            PIC 9(8).
               88  Cd-Not-Released         VALUE ZEROS.
           02  Cd-Entered-By               PIC X(10).

       FD  Hold-File.
       01  Hd-Rec.
           02  Hd-Key.
               03  Hd-Student-Id           PIC 9(5).
               03  Hd-Sequence-Num         PIC 9(3).
           02  Hd-Hold-Type                PIC X(1).
               88  Hd-Conduct-Hold         VALUE "C".
           02  Hd-Placed-By                PIC X(10).
           02  Hd-Placed-Date              PIC 9(8).
           02  Hd-Release-Date             PIC 9(8).
               88  Hd-Hold-Active          VALUE ZEROS.

       FD  Status-History-File.
       01  Sh-Rec.
           02  Sh-Key.
               03  Sh-Student-Id           PIC 9(5).
               03  Sh-Sequence-Num         PIC 9(3).
           02  Sh-Status-Code              PIC X(1).
           02  Sh-Effective-Date           PIC 9(8).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-Conduct-Path             PIC X(260).
       01  WS-Holdfile-Path            PIC X(260).
       01  WS-Stathist-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).

       01  Cd-Status                   PIC X(2).
       01  Hd-Status                   PIC X(2).
           88  Hd-Rec-Found            VALUE "00".
           88  Hd-Rec-Not-Found        VALUE "23".
       01  Sh-Status                   PIC X(2).
           88  Sh-Rec-Found            VALUE "00".
           88  Sh-Rec-Not-Found        VALUE "23".

       01  WS-Chk-Status               PIC X(2).
       01  WS-Chk-Context              PIC X(50).

       01  End-Of-Scan-Sw              PIC X VALUE "N".
           88  End-Of-Scan             VALUE "Y".

       01  WS-Today                    PIC 9(8).
       01  WS-Next-Sequence            PIC 9(3).

       01  Run-Counts.
           02  Ct-Cases-Read           PIC 9(5) VALUE ZEROS.
           02  Ct-Sanctions-Ended      PIC 9(5) VALUE ZEROS.
           02  Ct-Holds-Released       PIC 9(5) VALUE ZEROS.
           02  Ct-Holds-Missing        PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN I-O Conduct-Case-File.
           IF Cd-Status NOT = "00"
               DISPLAY "No conduct cases on file - nothing to release."
               STOP RUN
           END-IF.
           OPEN I-O Hold-File.
           IF Hd-Status = "05" OR Hd-Status = "35"
               CLOSE Hold-File
               OPEN OUTPUT Hold-File
               CLOSE Hold-File
               OPEN I-O Hold-File
           END-IF.
           OPEN I-O Status-History-File.
           IF Sh-Status = "05" OR Sh-Status = "35"
               CLOSE Status-History-File
               OPEN OUTPUT Status-History-File
               CLOSE Status-History-File
               OPEN I-O Status-History-File
           END-IF.

           MOVE LOW-VALUES TO Cd-Key.
           START Conduct-Case-File
               KEY IS >= Cd-Key
               INVALID KEY SET End-Of-Scan TO TRUE
           END-START.
           PERFORM Check-One-Case UNTIL End-Of-Scan.

           CLOSE Conduct-Case-File, Hold-File, Status-History-File.
           DISPLAY " ".
           DISPLAY "----  CONDUCT  SANCTION  EXPIRY  COMPLETE  ----".
           DISPLAY "Cases read          : " Ct-Cases-Read.
           DISPLAY "Sanctions ended     : " Ct-Sanctions-Ended.
           DISPLAY "Holds released      : " Ct-Holds-Released.
           DISPLAY "Holds not found     : " Ct-Holds-Missing.
           PERFORM Write-Step-Counts.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "CASES READ" TO Cnt-Label.
           MOVE Ct-Cases-Read TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "SANCTIONS ENDED" TO Cnt-Label.
           MOVE Ct-Sanctions-Ended TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "HOLDS RELEASED" TO Cnt-Label.
           MOVE Ct-Holds-Released TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Check-One-Case.
           READ Conduct-Case-File NEXT RECORD
               AT END SET End-Of-Scan TO TRUE
           END-READ.
           IF End-Of-Scan
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Cases-Read.
           IF NOT Cd-Separation OR NOT Cd-Not-Released
               OR Cd-No-End-Date
               EXIT PARAGRAPH
           END-IF.
           IF Cd-Sanction-End-Date > WS-Today
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Sanctions-Ended.
           PERFORM Release-Conduct-Hold.
           PERFORM Write-Reinstated-Status.
           MOVE WS-Today TO Cd-Released-Date.
           REWRITE Cd-Rec
               INVALID KEY
                   MOVE Cd-Status TO WS-Chk-Status
                   MOVE "REWRITE Conduct-Case-File" TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-REWRITE.

      * The hold is lifted as of the sanction end date, not the run
      * date, so a step that missed a night does not stretch the
      * sanction.  A hold already released (or missing) is counted
      * and left alone.
       Release-Conduct-Hold.
           MOVE Cd-Student-Id TO Hd-Student-Id.
           MOVE Cd-Hold-Sequence TO Hd-Sequence-Num.
           READ Hold-File
               KEY IS Hd-Key
               INVALID KEY MOVE "23" TO Hd-Status
           END-READ.
           IF Hd-Rec-Found AND Hd-Conduct-Hold AND Hd-Hold-Active
               MOVE Cd-Sanction-End-Date TO Hd-Release-Date
               REWRITE Hd-Rec
                   INVALID KEY
                       MOVE Hd-Status TO WS-Chk-Status
                       MOVE "REWRITE Hold-File (conduct)"
                           TO WS-Chk-Context
                       PERFORM Check-Fatal-Status
               END-REWRITE
               ADD 1 TO Ct-Holds-Released
           ELSE
               ADD 1 TO Ct-Holds-Missing
           END-IF.

       Write-Reinstated-Status.
           PERFORM Find-Next-Status-Sequence.
           MOVE Cd-Student-Id TO Sh-Student-Id.
           MOVE WS-Next-Sequence TO Sh-Sequence-Num.
           MOVE "A" TO Sh-Status-Code.
           MOVE Cd-Sanction-End-Date TO Sh-Effective-Date.
           WRITE Sh-Rec
               INVALID KEY
                   MOVE Sh-Status TO WS-Chk-Status
                   MOVE "WRITE Status-History-File (conduct)"
                       TO WS-Chk-Context
                   PERFORM Check-Fatal-Status
           END-WRITE.

       Find-Next-Status-Sequence.
           MOVE 1 TO WS-Next-Sequence.
           MOVE Cd-Student-Id TO Sh-Student-Id.
           MOVE 999 TO Sh-Sequence-Num.
           START Status-History-File
               KEY IS <= Sh-Key
               INVALID KEY SET Sh-Rec-Not-Found TO TRUE
           END-START.
           IF Sh-Rec-Found
               READ Status-History-File
                   AT END SET Sh-Rec-Not-Found TO TRUE
               END-READ
               IF Sh-Rec-Found AND Sh-Student-Id = Cd-Student-Id
                   COMPUTE WS-Next-Sequence = Sh-Sequence-Num + 1
               END-IF
           END-IF.

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
           ACCEPT WS-Conduct-Path FROM ENVIRONMENT "CONDUCT_PATH".
           IF WS-Conduct-Path = SPACES
               MOVE "CONDUCT.DAT" TO WS-Conduct-Path
           END-IF.
           ACCEPT WS-Holdfile-Path FROM ENVIRONMENT "HOLDFILE_PATH".
           IF WS-Holdfile-Path = SPACES
               MOVE "HOLDFILE.DAT" TO WS-Holdfile-Path
           END-IF.
           ACCEPT WS-Stathist-Path FROM ENVIRONMENT "STATHIST_PATH".
           IF WS-Stathist-Path = SPACES
               MOVE "STATHIST.DAT" TO WS-Stathist-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
