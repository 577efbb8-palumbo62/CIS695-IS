      * every student who has no history yet, copied from the admin
      * master, so the letter programs have something to select the
      * day this goes in.
      *
      * The history listing marks any row ReturnedMail has flagged
      * undeliverable (BADADDR.DAT); the letter programs pass those
      * over, and keying a new row here is what puts the student's
      * mail back on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Ah-Key
               FILE STATUS IS Ah-Status.

           SELECT Bad-Address-File ASSIGN TO WS-Badaddr-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ba-Address-Key
               FILE STATUS IS Ba-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02  Ah-State                    PIC X(2).
           02  Ah-Zip-Code                 PIC 9(5).

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

       FD  StudentFile.
       01  StudentRec.
           88  End-Of-Studfile VALUE HIGH-VALUES.
       01  WS-Addrhist-Path            PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Badaddr-Path             PIC X(260).

       01  Ah-Status                   PIC X(2).
           88  Ah-Rec-Found            VALUE "00".
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Ua-File-Status              PIC X(2).
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".
       01  WS-Badaddr-Sw               PIC X VALUE "N".
           88  Badaddr-Available       VALUE "Y".
       01  WS-Flag-Desc                PIC X(14).

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
               OPEN I-O Address-History-File
           END-IF.
           OPEN INPUT StudentFile.
           OPEN INPUT Bad-Address-File.
           IF Ba-Status = "00"
               MOVE "Y" TO WS-Badaddr-Sw
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.

           CLOSE Address-History-File, StudentFile.
           IF Badaddr-Available
               CLOSE Bad-Address-File
           END-IF.
           STOP RUN.

       Main-Menu.
               PERFORM UNTIL Ah-Rec-Not-Found
                       OR Ah-Student-Id NOT = WS-Query-StudentId
                   ADD 1 TO WS-Row-Count
                   PERFORM Check-Undeliverable-Flag
                   DISPLAY "  " Ah-Address-Type
                           " EFF " Ah-Effective-Date
                           "  " Ah-Address
                           " " Ah-City " " Ah-State " " Ah-Zip-Code
                           WS-Flag-Desc
                   READ Address-History-File NEXT RECORD
                       AT END SET Ah-Rec-Not-Found TO TRUE
                   END-READ
                       WS-Query-StudentId
           END-IF.

       Check-Undeliverable-Flag.
           MOVE SPACES TO WS-Flag-Desc.
           IF Badaddr-Available
               MOVE Ah-Key TO Ba-Address-Key
               READ Bad-Address-File
                   KEY IS Ba-Address-Key
                   INVALID KEY MOVE "23" TO Ba-Status
               END-READ
               IF Ba-Rec-Found
                   MOVE " UNDELIVERABLE" TO WS-Flag-Desc
               END-IF
           END-IF.

       Seed-History.
           MOVE ZEROS TO Ct-Rows-Seeded.
           MOVE LOW-VALUES TO StudentId.
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
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
