       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SodSignOff.
       AUTHOR.  Jon Clark.
      * Supervisor sign-off for the segregation-of-duties flags
      * SodExceptions raises onto SODFLAG.DAT.  The supervisor walks
      * the open flags - optionally only one workflow's - and for
      * each one either signs it off with a note of what was checked
      * (the refund was genuine, the relative's waiver was set by
      * policy, and so on) or leaves it open.  The sign-off, the
      * supervisor's user ID and the date are recorded on the flag
      * itself, and a signed-off flag drops off the nightly report.
      *
      * A supervisor can never sign off a flag that names them, so
      * nobody clears their own conflict.  The program sits behind
      * the shared User-Access-File login - sign-off is
      * Maintenance-role work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sod-Flag-File ASSIGN TO WS-Sodflag-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sf-Key
               FILE STATUS IS Sf-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same layout SodExceptions writes.
       FD  Sod-Flag-File.
       01  Sf-Rec.
           02  Sf-Key.
               03  Sf-Workflow         PIC X(8).
               03  Sf-Item-Key         PIC X(30).
               03  Sf-Conflict         PIC X(8).
           02  Sf-Student-Number       PIC 9(7).
           02  Sf-Term-Code            PIC X(6).
           02  Sf-Amount               PIC 9(7)V99.
           02  Sf-Item-Date            PIC 9(8).
           02  Sf-User-1               PIC X(10).
           02  Sf-User-2               PIC X(10).
           02  Sf-Detail               PIC X(40).
           02  Sf-Flagged-Date         PIC 9(8).
           02  Sf-Signoff-Status       PIC X(1).
               88  Sf-Open             VALUE SPACE.
               88  Sf-Signed-Off       VALUE "S".
           02  Sf-Signed-By            PIC X(10).
           02  Sf-Signed-Date          PIC 9(8).
           02  Sf-Signoff-Note         PIC X(40).

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
       01  WS-Sodflag-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Sf-Status                   PIC X(2).
           88  Sf-Rec-Found            VALUE "00".
           88  Sf-Rec-Not-Found        VALUE "23".
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
       01  WS-Current-User             PIC X(10) VALUE SPACES.
       01  WS-Login-Ok-Sw              PIC X VALUE "N".
           88  Login-Ok                VALUE "Y".
       01  WS-Current-Role             PIC X(1) VALUE SPACE.
           88  Role-Is-Maintenance     VALUE "M".
           88  Role-Is-Query           VALUE "Q".

       01  WS-Flag-Eof-Sw              PIC X VALUE "N".
           88  End-Of-Flags            VALUE "Y".
       01  WS-Quit-Sw                  PIC X VALUE "N".
           88  Quit-Requested          VALUE "Y".
       01  WS-Workflow-Filter          PIC X(8).
       01  WS-Action-Reply             PIC X VALUE "K".
           88  Action-Sign-Off         VALUE "S" "s".
           88  Action-Quit             VALUE "Q" "q".
       01  Confirm-Reply               PIC X VALUE "N".
           88  Confirmed               VALUE "Y" "y".
       01  WS-Signoff-Note             PIC X(40).
       01  WS-Today                    PIC 9(8).
       01  WS-Amount-Edit              PIC Z,ZZZ,ZZ9.99.

       01  Ct-Flags-Shown              PIC 9(5) VALUE ZEROS.
       01  Ct-Signed-Off               PIC 9(5) VALUE ZEROS.
       01  Ct-Refused                  PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           OPEN I-O Sod-Flag-File.
           IF Sf-Status NOT = "00"
               DISPLAY "No segregation-of-duties flags on file."
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "----  SEGREGATION  OF  DUTIES  SIGN-OFF  ----".
           DISPLAY "Workflow (REFUND, WAIVER, WRITEOFF, SUSPENSE, "
                   "COUNTER, blank = all): " WITH NO ADVANCING.
           ACCEPT WS-Workflow-Filter.
           MOVE FUNCTION UPPER-CASE(WS-Workflow-Filter)
               TO WS-Workflow-Filter.

           MOVE LOW-VALUES TO Sf-Key.
           IF WS-Workflow-Filter NOT = SPACES
               MOVE WS-Workflow-Filter TO Sf-Workflow
           END-IF.
           START Sod-Flag-File
               KEY IS >= Sf-Key
               INVALID KEY SET End-Of-Flags TO TRUE
           END-START.
           PERFORM UNTIL End-Of-Flags OR Quit-Requested
               READ Sod-Flag-File NEXT RECORD
                   AT END SET End-Of-Flags TO TRUE
                   NOT AT END PERFORM Work-One-Flag
               END-READ
           END-PERFORM.
           CLOSE Sod-Flag-File.

           DISPLAY " ".
           DISPLAY "----  SIGN-OFF  SESSION  TOTALS  ----".
           DISPLAY "Open flags shown : " Ct-Flags-Shown.
           DISPLAY "Signed off       : " Ct-Signed-Off.
           DISPLAY "Refused (own)    : " Ct-Refused.
           STOP RUN.

       Work-One-Flag.
           IF WS-Workflow-Filter NOT = SPACES
               AND Sf-Workflow NOT = WS-Workflow-Filter
               SET End-Of-Flags TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT Sf-Open
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO Ct-Flags-Shown.
           MOVE Sf-Amount TO WS-Amount-Edit.
           DISPLAY " ".
           DISPLAY Sf-Workflow " " Sf-Conflict
                   "  Student " Sf-Student-Number
                   "  Term " Sf-Term-Code
                   "  Amount " WS-Amount-Edit
                   "  Dated " Sf-Item-Date.
           DISPLAY "  " Sf-Detail.
           DISPLAY "  User(s): " Sf-User-1 " " Sf-User-2
                   "  Flagged " Sf-Flagged-Date.
           DISPLAY "(S)ign off, (K)eep open, (Q)uit: "
                   WITH NO ADVANCING.
           ACCEPT WS-Action-Reply.
           EVALUATE TRUE
               WHEN Action-Sign-Off
                   PERFORM Sign-Off-Flag
               WHEN Action-Quit
                   SET Quit-Requested TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The user IDs on a flag may be cut to the eight characters
      * STUDPAY and the refund files carry, so the comparison is on
      * eight characters too.
       Sign-Off-Flag.
           IF WS-Current-User(1:8) = Sf-User-1(1:8)
               OR WS-Current-User(1:8) = Sf-User-2(1:8)
               DISPLAY "You are named on this flag - another "
                       "supervisor must sign it off."
               ADD 1 TO Ct-Refused
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sign-off note (what was checked): "
                   WITH NO ADVANCING.
           ACCEPT WS-Signoff-Note.
           IF WS-Signoff-Note = SPACES
               DISPLAY "A note is required - flag left open."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sign off this flag as " WS-Current-User
                   "? (Y/N): " WITH NO ADVANCING.
           ACCEPT Confirm-Reply.
           IF NOT Confirmed
               DISPLAY "Sign-off cancelled - flag left open."
               EXIT PARAGRAPH
           END-IF.
           SET Sf-Signed-Off TO TRUE.
           MOVE WS-Current-User TO Sf-Signed-By.
           MOVE WS-Today TO Sf-Signed-Date.
           MOVE WS-Signoff-Note TO Sf-Signoff-Note.
           REWRITE Sf-Rec
               INVALID KEY
                   DISPLAY "*** REWRITE FAILED, FS = " Sf-Status
               NOT INVALID KEY
                   ADD 1 TO Ct-Signed-Off
                   DISPLAY "Flag signed off."
           END-REWRITE.

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
                   MOVE WS-Login-Userid TO WS-Current-User
                   MOVE Ua-Role-Tbl(Ua-Idx) TO WS-Current-Role
               END-IF
           END-PERFORM.

       Resolve-Data-Paths.
           ACCEPT WS-Sodflag-Path FROM ENVIRONMENT "SODFLAG_PATH".
           IF WS-Sodflag-Path = SPACES
               MOVE "SODFLAG.DAT" TO WS-Sodflag-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
