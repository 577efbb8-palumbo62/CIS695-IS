       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RecordLockReport.
       AUTHOR.  Jon Clark.
      * Lists and clears the record-in-use registry.  StudentAdminForm,
      * EnrollmentForm and StudFeesCashier each put a row on
      * RECLOCK.DAT while a clerk has a student, an enrollment or a
      * fee account up for change, and take it off again on save,
      * clear or exit.  A form that is killed, or a PC that is
      * switched off mid-session, leaves its row behind, and every
      * later clerk who brings that record up is warned it is in use.
      *
      * This program reads the whole registry and reports every row -
      * resource, record key, the user and program holding it, when
      * the hold was taken and how many minutes ago - flagging as
      * LONG-HELD any row older than the minutes keyed at the prompt
      * (30 when nothing is keyed).  The report goes to RECLOCK.RPT.
      *
      * Any login may run the report.  A Maintenance-role login may
      * then clear rows, either every long-held row at once or one
      * row at a time by its line number; cleared rows are marked
      * with the clearing user on the report.  Clearing a row only
      * removes the in-use warning - the forms and the cashier still
      * re-read the record before saving and refuse a stale change,
      * so clearing a row someone is genuinely still using cannot
      * lose data.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Record-Lock-File ASSIGN TO WS-Reclock-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rl-Key
               FILE STATUS IS Rl-Status.

           SELECT Lock-Report-File ASSIGN TO WS-Reclockrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Record-in-use registry - same layout the online programs
      * write.  Rl-Resource is STUDADM, ENROLL or STUDFEES.
       FD  Record-Lock-File.
       01  Rl-Rec.
           02  Rl-Key.
               03  Rl-Resource             PIC X(8).
               03  Rl-Record-Key           PIC X(20).
               03  Rl-User                 PIC X(10).
           02  Rl-Program                  PIC X(16).
           02  Rl-Set-Date                 PIC 9(8).
           02  Rl-Set-Time                 PIC 9(6).

       FD  Lock-Report-File.
       01  Lock-Print-Line                 PIC X(100).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
       FD  User-Access-File.
       01  Ua-Rec.
           02  Ua-UserId               PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Password             PIC X(10).
           02  FILLER                  PIC X(1).
           02  Ua-Role                 PIC X(1).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
      * via environment variables instead of a recompile.
       01  WS-Reclock-Path             PIC X(260).
       01  WS-Reclockrpt-Path          PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Rl-Status                   PIC X(2).
       01  Ua-File-Status              PIC X(2).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).

       01  WS-Login-Userid             PIC X(10).
       01  WS-Login-Password           PIC X(10).
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Lock-Eof-Sw              PIC X VALUE "N".
           88  End-Of-Lock-File        VALUE "Y".
       01  WS-Long-Held-Minutes        PIC 9(4) VALUE ZEROS.
       01  WS-Clear-Reply              PIC X(4).
       01  WS-Clear-Number             PIC 9(4).
       01  WS-Line-Number              PIC 9(4).
       01  WS-Clear-Done-Sw            PIC X VALUE "N".
           88  Clearing-Done           VALUE "Y".

      * Now, in minutes, on the same scale each row's set time is
      * brought to, so the age is one subtraction.
       01  WS-Today                    PIC 9(8).
       01  WS-Now-Time                 PIC 9(6).
       01  WS-Now-Minutes              PIC 9(9).
       01  WS-Set-Minutes              PIC 9(9).
       01  WS-Time-Work.
           02  WS-Time-Hh              PIC 9(2).
           02  WS-Time-Mm              PIC 9(2).
           02  WS-Time-Ss              PIC 9(2).

      * Every registry row, as read, so a row can be cleared by the
      * line number the clerk sees on the screen.
       01  WS-Lock-Max                 PIC 9(4) VALUE 5000.
       01  WS-Lock-Count               PIC 9(4) VALUE ZEROS.
       01  Lock-Table.
           02  Lk-Entry OCCURS 5000 TIMES INDEXED BY Lk-Idx.
               03  Lk-Key              PIC X(38).
               03  Lk-Program          PIC X(16).
               03  Lk-Set-Date         PIC 9(8).
               03  Lk-Set-Time         PIC 9(6).
               03  Lk-Age-Minutes      PIC 9(7).
               03  Lk-Long-Held-Sw     PIC X.
                   88  Lk-Long-Held    VALUE "Y".
               03  Lk-Cleared-Sw       PIC X.
                   88  Lk-Cleared      VALUE "Y".

       01  Lock-Counts.
           02  Ct-Locks-Read           PIC 9(5) VALUE ZEROS.
           02  Ct-Locks-Long-Held      PIC 9(5) VALUE ZEROS.
           02  Ct-Locks-Cleared        PIC 9(5) VALUE ZEROS.

       01  Lock-Detail-Line.
           02  Ld-Line-No              PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ld-Resource             PIC X(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ld-Record-Key           PIC X(20).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ld-User                 PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ld-Program              PIC X(16).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ld-Set-Date             PIC 9(8).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ld-Set-Hh               PIC 9(2).
           02  FILLER                  PIC X(1) VALUE ":".
           02  Ld-Set-Mm               PIC 9(2).
           02  FILLER                  PIC X(1) VALUE SPACE.
           02  Ld-Age                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Ld-Flag                 PIC X(20).

       01  Lock-Count-Line.
           02  Lc-Label                PIC X(30).
           02  Lc-Count                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.

           OPEN I-O Record-Lock-File.
           IF Rl-Status = "05" OR Rl-Status = "35"
               DISPLAY "No record-in-use file - nothing is held."
               STOP RUN
           END-IF.

           DISPLAY "Report holds older than how many minutes "
                   "(Enter for 30): " WITH NO ADVANCING.
           ACCEPT WS-Long-Held-Minutes.
           IF WS-Long-Held-Minutes = ZEROS
               MOVE 30 TO WS-Long-Held-Minutes
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Now-Time.
           MOVE WS-Now-Time TO WS-Time-Work.
           COMPUTE WS-Now-Minutes =
               FUNCTION INTEGER-OF-DATE(WS-Today) * 1440
               + WS-Time-Hh * 60 + WS-Time-Mm.

           PERFORM Load-Lock-Table.
           PERFORM Show-Lock-Table.

           IF Ct-Locks-Read > ZEROS
               IF Role-Is-Maintenance
                   PERFORM Clear-Locks UNTIL Clearing-Done
               ELSE
                   DISPLAY "Clearing a hold needs a Maintenance login."
               END-IF
           END-IF.
           CLOSE Record-Lock-File.

           OPEN OUTPUT Lock-Report-File.
           PERFORM Print-Lock-Report.
           CLOSE Lock-Report-File.

           DISPLAY " ".
           DISPLAY "----  RECORD-IN-USE  REPORT  COMPLETE  ----".
           DISPLAY "Holds on file    : " Ct-Locks-Read.
           DISPLAY "Long-held        : " Ct-Locks-Long-Held.
           DISPLAY "Cleared this run : " Ct-Locks-Cleared.
           STOP RUN.

       Load-Lock-Table.
           MOVE LOW-VALUES TO Rl-Key.
           START Record-Lock-File KEY IS GREATER THAN Rl-Key
               INVALID KEY SET End-Of-Lock-File TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Lock-File
               READ Record-Lock-File NEXT RECORD
                   AT END SET End-Of-Lock-File TO TRUE
                   NOT AT END PERFORM Load-One-Lock
               END-READ
           END-PERFORM.

      * A row with no usable set date or time cannot be aged, so it
      * is treated as long-held - it can only be left over from a
      * damaged session.
       Load-One-Lock.
           ADD 1 TO Ct-Locks-Read.
           IF WS-Lock-Count NOT < WS-Lock-Max
               DISPLAY "*** LOCK TABLE FULL *** more than "
                       WS-Lock-Max " holds on the registry"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-Lock-Count.
           SET Lk-Idx TO WS-Lock-Count.
           MOVE Rl-Key TO Lk-Key(Lk-Idx).
           MOVE Rl-Program TO Lk-Program(Lk-Idx).
           MOVE Rl-Set-Date TO Lk-Set-Date(Lk-Idx).
           MOVE Rl-Set-Time TO Lk-Set-Time(Lk-Idx).
           MOVE "N" TO Lk-Long-Held-Sw(Lk-Idx).
           MOVE "N" TO Lk-Cleared-Sw(Lk-Idx).
           MOVE ZEROS TO Lk-Age-Minutes(Lk-Idx).
           IF Rl-Set-Date NOT NUMERIC OR Rl-Set-Time NOT NUMERIC
               OR Rl-Set-Date < 16010101 OR Rl-Set-Date > WS-Today
               MOVE "Y" TO Lk-Long-Held-Sw(Lk-Idx)
               ADD 1 TO Ct-Locks-Long-Held
               EXIT PARAGRAPH
           END-IF.
           MOVE Rl-Set-Time TO WS-Time-Work.
           COMPUTE WS-Set-Minutes =
               FUNCTION INTEGER-OF-DATE(Rl-Set-Date) * 1440
               + WS-Time-Hh * 60 + WS-Time-Mm.
           IF WS-Set-Minutes < WS-Now-Minutes
               COMPUTE Lk-Age-Minutes(Lk-Idx) =
                   WS-Now-Minutes - WS-Set-Minutes
           END-IF.
           IF Lk-Age-Minutes(Lk-Idx) > WS-Long-Held-Minutes
               MOVE "Y" TO Lk-Long-Held-Sw(Lk-Idx)
               ADD 1 TO Ct-Locks-Long-Held
           END-IF.

       Show-Lock-Table.
           DISPLAY " ".
           IF Ct-Locks-Read = ZEROS
               DISPLAY "No records are held."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  NO  RESOURCE RECORD KEY           USER       "
                   "PROGRAM          SET ON   AT    MINUTES".
           PERFORM VARYING Lk-Idx FROM 1 BY 1
                   UNTIL Lk-Idx > WS-Lock-Count
               PERFORM Build-Lock-Detail
               DISPLAY Lock-Detail-Line
           END-PERFORM.

       Build-Lock-Detail.
           SET WS-Line-Number TO Lk-Idx.
           MOVE WS-Line-Number TO Ld-Line-No.
           MOVE Lk-Key(Lk-Idx)(1:8) TO Ld-Resource.
           MOVE Lk-Key(Lk-Idx)(9:20) TO Ld-Record-Key.
           MOVE Lk-Key(Lk-Idx)(29:10) TO Ld-User.
           MOVE Lk-Program(Lk-Idx) TO Ld-Program.
           MOVE Lk-Set-Date(Lk-Idx) TO Ld-Set-Date.
           MOVE Lk-Set-Time(Lk-Idx)(1:2) TO Ld-Set-Hh.
           MOVE Lk-Set-Time(Lk-Idx)(3:2) TO Ld-Set-Mm.
           MOVE Lk-Age-Minutes(Lk-Idx) TO Ld-Age.
           MOVE SPACES TO Ld-Flag.
           IF Lk-Long-Held(Lk-Idx)
               MOVE "LONG-HELD" TO Ld-Flag
           END-IF.
           IF Lk-Cleared(Lk-Idx)
               STRING "CLEARED BY " WS-Login-Userid
                   DELIMITED BY SIZE INTO Ld-Flag
           END-IF.

      * One clearing choice per pass: A clears every long-held row,
      * a line number clears that row, anything else ends clearing.
       Clear-Locks.
           DISPLAY " ".
           DISPLAY "Clear: A = all long-held, line number = that "
                   "hold, Enter = done: " WITH NO ADVANCING.
           MOVE SPACES TO WS-Clear-Reply.
           ACCEPT WS-Clear-Reply.
           EVALUATE TRUE
               WHEN WS-Clear-Reply = "A" OR WS-Clear-Reply = "a"
                   PERFORM VARYING Lk-Idx FROM 1 BY 1
                           UNTIL Lk-Idx > WS-Lock-Count
                       IF Lk-Long-Held(Lk-Idx)
                           PERFORM Clear-One-Lock
                       END-IF
                   END-PERFORM
               WHEN WS-Clear-Reply = SPACES
                   OR WS-Clear-Reply = "N" OR WS-Clear-Reply = "n"
                   MOVE "Y" TO WS-Clear-Done-Sw
               WHEN OTHER
                   MOVE ZEROS TO WS-Clear-Number
                   IF WS-Clear-Reply(1:1) IS NUMERIC
                       COMPUTE WS-Clear-Number =
                           FUNCTION NUMVAL(WS-Clear-Reply)
                   END-IF
                   IF WS-Clear-Number = ZEROS
                       OR WS-Clear-Number > WS-Lock-Count
                       DISPLAY "No hold with that line number."
                   ELSE
                       SET Lk-Idx TO WS-Clear-Number
                       PERFORM Clear-One-Lock
                   END-IF
           END-EVALUATE.

       Clear-One-Lock.
           IF Lk-Cleared(Lk-Idx)
               EXIT PARAGRAPH
           END-IF.
           MOVE Lk-Key(Lk-Idx) TO Rl-Key.
           DELETE Record-Lock-File
               INVALID KEY
                   DISPLAY "Hold " Lk-Key(Lk-Idx)(1:8) " "
                           Lk-Key(Lk-Idx)(9:20)
                           " already released by its owner."
               NOT INVALID KEY
                   ADD 1 TO Ct-Locks-Cleared
                   DISPLAY "Cleared " Lk-Key(Lk-Idx)(1:8) " "
                           Lk-Key(Lk-Idx)(9:20) " held by "
                           Lk-Key(Lk-Idx)(29:10)
           END-DELETE.
           MOVE "Y" TO Lk-Cleared-Sw(Lk-Idx).

       Print-Lock-Report.
           MOVE SPACES TO Lock-Print-Line.
           WRITE Lock-Print-Line.
           MOVE "RECORD-IN-USE  REGISTRY  REPORT" TO Lock-Print-Line.
           WRITE Lock-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Lock-Print-Line.
           STRING "RUN DATE " WS-Today "  TIME " WS-Now-Time(1:2) ":"
                  WS-Now-Time(3:2) "  OPERATOR " WS-Login-Userid
                  "  LONG-HELD AFTER " WS-Long-Held-Minutes
                  " MINUTES"
               DELIMITED BY SIZE INTO Lock-Print-Line.
           WRITE Lock-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Lock-Print-Line.
           WRITE Lock-Print-Line AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Lock-Print-Line.
           STRING "  NO  RESOURCE RECORD KEY           USER       "
                  "PROGRAM          SET ON   AT    MINUTES"
               DELIMITED BY SIZE INTO Lock-Print-Line.
           WRITE Lock-Print-Line AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO Lock-Print-Line.
           WRITE Lock-Print-Line AFTER ADVANCING 1 LINE.
           PERFORM VARYING Lk-Idx FROM 1 BY 1
                   UNTIL Lk-Idx > WS-Lock-Count
               PERFORM Build-Lock-Detail
               WRITE Lock-Print-Line FROM Lock-Detail-Line
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE SPACES TO Lock-Print-Line.
           WRITE Lock-Print-Line AFTER ADVANCING 1 LINE.
           MOVE "HOLDS ON FILE" TO Lc-Label.
           MOVE Ct-Locks-Read TO Lc-Count.
           WRITE Lock-Print-Line FROM Lock-Count-Line
               AFTER ADVANCING 1 LINE.
           MOVE "LONG-HELD" TO Lc-Label.
           MOVE Ct-Locks-Long-Held TO Lc-Count.
           WRITE Lock-Print-Line FROM Lock-Count-Line
               AFTER ADVANCING 1 LINE.
           MOVE "CLEARED THIS RUN" TO Lc-Label.
           MOVE Ct-Locks-Cleared TO Lc-Count.
           WRITE Lock-Print-Line FROM Lock-Count-Line
               AFTER ADVANCING 1 LINE.

       Load-User-Access-Table.
           OPEN INPUT User-Access-File.
           IF Ua-File-Status = "00"
               PERFORM UNTIL Ua-File-Status = "10"
                   READ User-Access-File
                       AT END MOVE "10" TO Ua-File-Status
                       NOT AT END PERFORM Load-One-User-Access
                   END-READ
               END-PERFORM
               CLOSE User-Access-File
           ELSE
               DISPLAY "User access file not found - no logins "
                       "available."
           END-IF.

       Load-One-User-Access.
           IF WS-User-Access-Count < WS-User-Access-Max
               ADD 1 TO WS-User-Access-Count
               MOVE Ua-UserId   TO Ua-UserId-Tbl(WS-User-Access-Count)
               MOVE Ua-Password TO Ua-Password-Tbl(WS-User-Access-Count)
               MOVE Ua-Role     TO Ua-Role-Tbl(WS-User-Access-Count)
           ELSE
               DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                       WS-User-Access-Max " accounts on file"
               DISPLAY "    Run aborted - notify operator."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Prompt-Login.
           DISPLAY " ".
           DISPLAY "User ID: " WITH NO ADVANCING.
           ACCEPT WS-Login-Userid.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-Login-Password.
           MOVE "N" TO WS-Login-Ok-Sw.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Login-Userid
                   AND Ua-Password-Tbl(Ua-Idx) = WS-Login-Password
                   MOVE "Y" TO WS-Login-Ok-Sw
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

       Resolve-Data-Paths.
           ACCEPT WS-Reclock-Path FROM ENVIRONMENT "RECLOCK_PATH".
           IF WS-Reclock-Path = SPACES
               MOVE "RECLOCK.DAT" TO WS-Reclock-Path
           END-IF.
           ACCEPT WS-Reclockrpt-Path FROM ENVIRONMENT "RECLOCKRPT_PATH".
           IF WS-Reclockrpt-Path = SPACES
               MOVE "RECLOCK.RPT" TO WS-Reclockrpt-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
