      * queue empties on completion - every queued event is logged
      * exactly once, so students hear about a freed seat before the
      * first class meets instead of after.
      *
      * Some events are addressed to a lecturer rather than a
      * student - IncompleteLapse's warning and lapse notices for
      * the lecturer who gave an I grade, AdoptionRollover's
      * request to confirm a textbook adoption copied forward to
      * the new academic year, and GradeCompliance's overdue-grades
      * notices to the section's lecturer and, once it escalates, to
      * the department head.  Those rows carry a zero
      * student ID and the lecturer ID at the head of the message,
      * and go out as campus mail to the lecturer.
      *
      * Before a notice goes out as printed mail the student's
      * address in effect is checked against the undeliverable flags
      * ReturnedMail keeps on BADADDR.DAT.  A flagged address sends
      * the notice by email, or by phone when there is no email, and
      * a student with neither is logged HELD instead of mailed -
      * ReturnedMail's bad-address worklist chases those.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nl-File-Status.

           SELECT Address-History-File ASSIGN TO WS-Addrhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ah-Key
               FILE STATUS IS Ah-Status.

           SELECT Bad-Address-File ASSIGN TO WS-Badaddr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ba-Address-Key
               FILE STATUS IS Ba-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Notify-Queue-File.
           02  Nq-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Nq-Event-Code               PIC X(8).
               88  Nq-Lecturer-Event       VALUE "INCWARNL" "INCLAPSL"
                                                 "ADOPTCNF" "GRDLATEL"
                                                 "GRDLATEH".
           02  FILLER                      PIC X(1).
           02  Nq-Message                  PIC X(50).

       FD  Notify-Log-File.
       01  Notify-Log-Line             PIC X(120).

       FD  Address-History-File.
       01  Ah-Rec.
           02  Ah-Key.
               03  Ah-Student-Id           PIC 9(5).
               03  Ah-Address-Type         PIC X(1).
               03  Ah-Effective-Date       PIC 9(8).
           02  Ah-Address                  PIC X(30).
           02  Ah-City                     PIC X(20).
           02  Ah-State                    PIC X(2).
           02  Ah-Zip-Code                 PIC 9(5).

      * Address rows flagged undeliverable by ReturnedMail, keyed the
      * same as Address-History-File.
       FD  Bad-Address-File.
       01  Ba-Rec.
           02  Ba-Address-Key.
               03  Ba-Student-Id           PIC 9(5).
               03  Ba-Address-Type         PIC X(1).
               03  Ba-Effective-Date       PIC 9(8).
           02  Ba-Flagged-Date             PIC 9(8).
           02  Ba-Flagged-By               PIC X(10).
           02  Ba-Return-Count             PIC 9(3).
           02  Ba-Last-Return-Date         PIC 9(8).
           02  Ba-Last-Mail-Piece          PIC X(10).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Notifyq-Path             PIC X(260).
       01  WS-Contact-Path             PIC X(260).
       01  WS-Notifylog-Path           PIC X(260).
       01  WS-Addrhist-Path            PIC X(260).
       01  WS-Badaddr-Path             PIC X(260).

       01  Nq-File-Status              PIC X(2).
       01  Cn-Status                   PIC X(2).
           88  Cn-Rec-Found            VALUE "00".
           88  Cn-Rec-Not-Found        VALUE "23".
       01  Nl-File-Status              PIC X(2).
       01  Ah-Status                   PIC X(2).
           88  Ah-Rec-Found            VALUE "00".
           88  Ah-Rec-Not-Found        VALUE "23".
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".

       01  WS-Contact-Sw               PIC X VALUE "N".
           88  Contact-File-Available  VALUE "Y".
       01  WS-Badaddr-Sw               PIC X VALUE "N".
           88  Badaddr-Available       VALUE "Y".

      * Address in effect today - type M preferred, type H as
      * fallback, a flagged row passed over - the selection the
      * letter programs make.
       01  Address-Resolution-Items.
           02  WS-Addr-Lookup-Id       PIC 9(5).
           02  WS-Addr-Found-Sw        PIC X.
               88  Mailing-Address-Found VALUE "Y".
           02  WS-Addr-Bad-Sw          PIC X.
               88  Address-Undeliverable VALUE "Y".
           02  WS-Addr-Want-Type       PIC X(1).
           02  WS-Resolved-Key         PIC X(14).
       01  WS-Today                    PIC 9(8).

       01  Ct-Dispatched-Email         PIC 9(5) VALUE ZEROS.
       01  Ct-Dispatched-Phone         PIC 9(5) VALUE ZEROS.
       01  Ct-Dispatched-Mail          PIC 9(5) VALUE ZEROS.
       01  Ct-Dispatched-Lecturer      PIC 9(5) VALUE ZEROS.
       01  Ct-Mail-Redirected          PIC 9(5) VALUE ZEROS.
       01  Ct-Held-No-Address          PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
               DISPLAY "No contact file - everything dispatches as "
                       "printed mail."
           END-IF.
      * Without both address files nothing can be known to be
      * undeliverable, and mail goes out as it always has.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Bad-Address-File.
           IF Ba-Status = "00"
               OPEN INPUT Address-History-File
               IF Ah-Status = "00"
                   MOVE "Y" TO WS-Badaddr-Sw
               ELSE
                   CLOSE Bad-Address-File
               END-IF
           END-IF.
           OPEN EXTEND Notify-Log-File.
           IF Nl-File-Status = "05" OR Nl-File-Status = "35"
               OPEN OUTPUT Notify-Log-File
           IF Contact-File-Available
               CLOSE Contact-File
           END-IF.
           IF Badaddr-Available
               CLOSE Bad-Address-File, Address-History-File
           END-IF.
      * The queue empties once everything is logged - a re-run sends
      * nothing twice.
           OPEN OUTPUT Notify-Queue-File.
           DISPLAY "Dispatched by email : " Ct-Dispatched-Email.
           DISPLAY "Dispatched by phone : " Ct-Dispatched-Phone.
           DISPLAY "Dispatched by mail  : " Ct-Dispatched-Mail.
           DISPLAY "Lecturer campus mail: " Ct-Dispatched-Lecturer.
           DISPLAY "Mail redirected     : " Ct-Mail-Redirected.
           DISPLAY "Held - no address   : " Ct-Held-No-Address.
           STOP RUN.

       Dispatch-One-Notification.
           MOVE SPACES TO Cn-Rec.
           MOVE "23" TO Cn-Status.
           IF Contact-File-Available AND NOT Nq-Lecturer-Event
               MOVE Nq-Student-Id TO Cn-Student-Id
               READ Contact-File
                   KEY IS Cn-Student-Id
           END-IF.
           MOVE SPACES TO Notify-Log-Line.
           EVALUATE TRUE
               WHEN Nq-Lecturer-Event
                   STRING Nq-Queued-Date " CAMPUS MAIL LECTURER "
                       " [" Nq-Event-Code "] " Nq-Message
                       DELIMITED BY SIZE INTO Notify-Log-Line
                   ADD 1 TO Ct-Dispatched-Lecturer
               WHEN Cn-Rec-Found AND Cn-Prefers-Email
                   STRING Nq-Queued-Date " EMAIL TO "
                       Cn-Email " [" Nq-Event-Code "] "
                       DELIMITED BY SIZE INTO Notify-Log-Line
                   ADD 1 TO Ct-Dispatched-Phone
               WHEN OTHER
                   PERFORM Dispatch-By-Mail
           END-EVALUATE.
           WRITE Notify-Log-Line.
           READ Notify-Queue-File
               AT END SET End-Of-Queue TO TRUE
           END-READ.

      * Printed mail, unless the address in effect has come back
      * from the post office - then email, phone, or held.
       Dispatch-By-Mail.
           MOVE "N" TO WS-Addr-Bad-Sw.
           IF Badaddr-Available
               MOVE Nq-Student-Id TO WS-Addr-Lookup-Id
               PERFORM Resolve-Mailing-Address
           END-IF.
           EVALUATE TRUE
               WHEN NOT Address-Undeliverable
                   STRING Nq-Queued-Date " MAIL STUDENT "
                       Nq-Student-Id " [" Nq-Event-Code "] "
                       Nq-Message
                       DELIMITED BY SIZE INTO Notify-Log-Line
                   ADD 1 TO Ct-Dispatched-Mail
               WHEN Cn-Rec-Found AND Cn-Email NOT = SPACES
                   STRING Nq-Queued-Date " EMAIL TO "
                       Cn-Email " [" Nq-Event-Code "] "
                       Nq-Message
                       DELIMITED BY SIZE INTO Notify-Log-Line
                   ADD 1 TO Ct-Dispatched-Email
                   ADD 1 TO Ct-Mail-Redirected
               WHEN Cn-Rec-Found AND Cn-Phone NOT = SPACES
                   STRING Nq-Queued-Date " PHONE "
                       Cn-Phone " [" Nq-Event-Code "] "
                       Nq-Message
                       DELIMITED BY SIZE INTO Notify-Log-Line
                   ADD 1 TO Ct-Dispatched-Phone
                   ADD 1 TO Ct-Mail-Redirected
               WHEN OTHER
                   STRING Nq-Queued-Date " HELD - ADDRESS RETURNED "
                       Nq-Student-Id " [" Nq-Event-Code "] "
                       Nq-Message
                       DELIMITED BY SIZE INTO Notify-Log-Line
                   ADD 1 TO Ct-Held-No-Address
           END-EVALUATE.

       Resolve-Mailing-Address.
           MOVE "N" TO WS-Addr-Found-Sw.
           MOVE "N" TO WS-Addr-Bad-Sw.
           MOVE "M" TO WS-Addr-Want-Type.
           PERFORM Scan-Address-Type.
           IF NOT Mailing-Address-Found
               MOVE "H" TO WS-Addr-Want-Type
               PERFORM Scan-Address-Type
           END-IF.
           IF Mailing-Address-Found
               MOVE "N" TO WS-Addr-Bad-Sw
           END-IF.

       Scan-Address-Type.
           MOVE WS-Addr-Lookup-Id TO Ah-Student-Id.
           MOVE WS-Addr-Want-Type TO Ah-Address-Type.
           MOVE ZEROS TO Ah-Effective-Date.
           START Address-History-File
               KEY IS >= Ah-Key
               INVALID KEY SET Ah-Rec-Not-Found TO TRUE
           END-START.
           IF Ah-Rec-Found
               READ Address-History-File NEXT RECORD
                   AT END SET Ah-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ah-Rec-Not-Found
                       OR Ah-Student-Id NOT = WS-Addr-Lookup-Id
                       OR Ah-Address-Type NOT = WS-Addr-Want-Type
                       OR Ah-Effective-Date > WS-Today
                   MOVE "Y" TO WS-Addr-Found-Sw
                   MOVE Ah-Key TO WS-Resolved-Key
                   READ Address-History-File NEXT RECORD
                       AT END SET Ah-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF Mailing-Address-Found
               MOVE WS-Resolved-Key TO Ba-Address-Key
               READ Bad-Address-File
                   KEY IS Ba-Address-Key
                   INVALID KEY MOVE "23" TO Ba-Status
               END-READ
               IF Ba-Rec-Found
                   MOVE "N" TO WS-Addr-Found-Sw
                   MOVE "Y" TO WS-Addr-Bad-Sw
               END-IF
           END-IF.

       Resolve-Data-Paths.
           ACCEPT WS-Notifyq-Path FROM ENVIRONMENT "NOTIFYQ_PATH".
           IF WS-Notifylog-Path = SPACES
               MOVE "NOTIFYLOG.DAT" TO WS-Notifylog-Path
           END-IF.
           ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
