      * (validated by BookshopMaint on requisition add/update and
      * grouped on by LecturerReqReport), and the assignment file
      * links a lecturer to the module sections they teach.
      *
      * Each lecturer also carries a contracted teaching load and a
      * maximum load, both in credit hours per term (zero = not yet
      * agreed, no limit checked).  Adding an assignment that would
      * take the lecturer's term total of Cc-Credit-Hours past the
      * maximum needs a Maintenance-role override keyed at the
      * prompt; the approving user and date are kept on the
      * assignment for LecturerLoadReport, which reports each
      * lecturer's term load against the contract.
      *
      * One lecturer per department is flagged as its head, the
      * person GradeCompliance escalates overdue grades to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Ta-Key
               FILE STATUS IS Ta-Status.

           SELECT Course-Catalog-File ASSIGN TO WS-Coursecat-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cc-Course-Code
               FILE STATUS IS Cc-Status.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.
           02  Lm-Lecturer-Name        PIC X(20).
           02  Lm-Department           PIC X(4).
           02  Lm-Campus-Code          PIC X(4).
           02  Lm-Contract-Hours       PIC 9(2).
           02  Lm-Max-Hours            PIC 9(2).
           02  Lm-Dept-Head            PIC X(1).

       FD  Teaching-Assignment-File.
       01  Ta-Rec.
               03  Ta-Module-Code      PIC X(5).
               03  Ta-Term-Code        PIC X(6).
               03  Ta-Section-Num      PIC 9(2).
           02  Ta-Override-By          PIC X(10).
           02  Ta-Override-Date        PIC 9(8).

       FD  Course-Catalog-File.
       01  Cc-Rec.
           02  Cc-Course-Code          PIC X(5).
           02  Cc-Title                PIC X(30).
           02  Cc-Department           PIC X(4).
           02  Cc-Credit-Hours         PIC 9(2).

      * Shared user-access file - same layout and login idiom used
      * throughout the maintenance-program suite.
      * via environment variables instead of a recompile.
       01  WS-Lectmast-Path            PIC X(260).
       01  WS-Teachasgn-Path           PIC X(260).
       01  WS-Coursecat-Path           PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Lm-Status                   PIC X(2).
       01  Ta-Status                   PIC X(2).
           88  Ta-Rec-Found            VALUE "00".
           88  Ta-Rec-Not-Found        VALUE "23".
       01  Cc-Status                   PIC X(2).
           88  Cc-Rec-Found            VALUE "00".
       01  Ua-File-Status              PIC X(2).
       01  WS-Catalog-Sw               PIC X VALUE "N".
           88  Catalog-Available       VALUE "Y".

       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
       01  WS-List-Lecturer-Id         PIC X(6).
       01  WS-Assignment-Count         PIC 9(3).

       01  WS-Pending-Ta-Key           PIC X(19).
       01  WS-Pending-Parts REDEFINES WS-Pending-Ta-Key.
           02  Pd-Lecturer-Id          PIC X(6).
           02  Pd-Module-Code          PIC X(5).
           02  Pd-Term-Code            PIC X(6).
           02  Pd-Section-Num          PIC 9(2).
       01  WS-Term-Load-Hours          PIC 9(3).
       01  WS-New-Module-Hours         PIC 9(2).
       01  WS-Override-Userid          PIC X(10).
       01  WS-Override-Password        PIC X(10).
       01  WS-Override-By              PIC X(10).
       01  WS-Override-Reply           PIC X VALUE "N".
           88  Override-Requested      VALUE "Y" "y".
       01  WS-Load-Ok-Sw               PIC X VALUE "Y".
           88  Load-Ok                 VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
               CLOSE Teaching-Assignment-File
               OPEN I-O Teaching-Assignment-File
           END-IF.
           OPEN INPUT Course-Catalog-File.
           IF Cc-Status = "00"
               MOVE "Y" TO WS-Catalog-Sw
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 3.

           CLOSE Lecturer-Master-File, Teaching-Assignment-File.
           IF Catalog-Available
               CLOSE Course-Catalog-File
           END-IF.
           STOP RUN.

       Main-Menu.
           IF Lm-Campus-Code = SPACES
               MOVE "MAIN" TO Lm-Campus-Code
           END-IF.
           PERFORM Prompt-Load-Limits.
           PERFORM Prompt-Dept-Head.
           WRITE Lm-Rec
               INVALID KEY
                   DISPLAY "Add failed - Lecturer " Lm-Lecturer-Id
                   DISPLAY "Lecturer " Lm-Lecturer-Id " added."
           END-WRITE.

      * A maximum below the contract would flag every assignment, so
      * it is lifted to the contract.
       Prompt-Load-Limits.
           DISPLAY "Enter Contracted Load (credit hrs/term, 0 = none): "
                   WITH NO ADVANCING.
           ACCEPT Lm-Contract-Hours.
           DISPLAY "Enter Maximum Load (credit hrs/term, 0 = none): "
                   WITH NO ADVANCING.
           ACCEPT Lm-Max-Hours.
           IF Lm-Max-Hours NOT = ZEROS
                   AND Lm-Max-Hours < Lm-Contract-Hours
               MOVE Lm-Contract-Hours TO Lm-Max-Hours
               DISPLAY "Maximum raised to the contracted load."
           END-IF.

      * The department head is who GradeCompliance escalates a
      * section's missing grades to once the lecturer has been asked.
       Prompt-Dept-Head.
           DISPLAY "Head of department? (Y/N): " WITH NO ADVANCING.
           ACCEPT Lm-Dept-Head.
           IF Lm-Dept-Head = "y"
               MOVE "Y" TO Lm-Dept-Head
           END-IF.
           IF Lm-Dept-Head NOT = "Y"
               MOVE "N" TO Lm-Dept-Head
           END-IF.

       Query-Lecturer.
           DISPLAY "Enter Lecturer ID to query: " WITH NO ADVANCING.
           ACCEPT Lm-Lecturer-Id.
               IF Lm-Campus-Code = SPACES
                   MOVE "MAIN" TO Lm-Campus-Code
               END-IF
               DISPLAY "Load now: contract " Lm-Contract-Hours
                       "  maximum " Lm-Max-Hours " credit hours"
               PERFORM Prompt-Load-Limits
               DISPLAY "Department head now: " Lm-Dept-Head
               PERFORM Prompt-Dept-Head
               REWRITE Lm-Rec
                   INVALID KEY DISPLAY "Update failed FS = " Lm-Status
                   NOT INVALID KEY
           IF Lm-Rec-Not-Found
               DISPLAY "Lecturer " Ta-Lecturer-Id " not on the "
                       "master - add the lecturer first."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Override-By.
           PERFORM Check-Load-Limit.
           IF NOT Load-Ok
               DISPLAY "Assignment not added."
           ELSE
               MOVE WS-Pending-Ta-Key TO Ta-Key
               MOVE WS-Override-By TO Ta-Override-By
               IF WS-Override-By = SPACES
                   MOVE ZEROS TO Ta-Override-Date
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO Ta-Override-Date
               END-IF
               WRITE Ta-Rec
                   INVALID KEY
                       DISPLAY "Add failed - assignment already "
               END-WRITE
           END-IF.

      * Sums the credit hours of the lecturer's other assignments in
      * the term, adds the new module's, and asks for an override
      * when the total passes Lm-Max-Hours.  Modules missing from the
      * catalog count as zero hours.
       Check-Load-Limit.
           MOVE "Y" TO WS-Load-Ok-Sw.
           MOVE Ta-Key TO WS-Pending-Ta-Key.
           IF Lm-Max-Hours = ZEROS OR NOT Catalog-Available
               EXIT PARAGRAPH
           END-IF.
           MOVE Pd-Module-Code TO Cc-Course-Code.
           PERFORM Read-Module-Hours.
           MOVE Cc-Credit-Hours TO WS-New-Module-Hours.
           MOVE WS-New-Module-Hours TO WS-Term-Load-Hours.
           MOVE Pd-Lecturer-Id TO Ta-Lecturer-Id.
           MOVE LOW-VALUES TO Ta-Module-Code.
           MOVE LOW-VALUES TO Ta-Term-Code.
           MOVE ZEROS TO Ta-Section-Num.
           START Teaching-Assignment-File
               KEY IS >= Ta-Key
               INVALID KEY SET Ta-Rec-Not-Found TO TRUE
           END-START.
           IF Ta-Rec-Found
               READ Teaching-Assignment-File NEXT RECORD
                   AT END SET Ta-Rec-Not-Found TO TRUE
               END-READ
               PERFORM UNTIL Ta-Rec-Not-Found
                       OR Ta-Lecturer-Id NOT = Pd-Lecturer-Id
                   IF Ta-Term-Code = Pd-Term-Code
                           AND Ta-Key NOT = WS-Pending-Ta-Key
                       MOVE Ta-Module-Code TO Cc-Course-Code
                       PERFORM Read-Module-Hours
                       ADD Cc-Credit-Hours TO WS-Term-Load-Hours
                   END-IF
                   READ Teaching-Assignment-File NEXT RECORD
                       AT END SET Ta-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-Term-Load-Hours > Lm-Max-Hours
               DISPLAY "This assignment takes " Pd-Lecturer-Id
                   " to " WS-Term-Load-Hours " credit hours in term "
                   Pd-Term-Code " - maximum is " Lm-Max-Hours "."
               PERFORM Get-Overload-Override
           END-IF.

       Read-Module-Hours.
           READ Course-Catalog-File
               KEY IS Cc-Course-Code
               INVALID KEY MOVE "23" TO Cc-Status
           END-READ.
           IF NOT Cc-Rec-Found
               MOVE ZEROS TO Cc-Credit-Hours
           END-IF.

       Get-Overload-Override.
           MOVE "N" TO WS-Load-Ok-Sw.
           DISPLAY "Override the maximum load? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Override-Reply.
           IF NOT Override-Requested
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Maintenance User ID: " WITH NO ADVANCING.
           ACCEPT WS-Override-Userid.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-Override-Password.
           PERFORM VARYING Ua-Idx FROM 1 BY 1
                   UNTIL Ua-Idx > WS-User-Access-Count
               IF Ua-UserId-Tbl(Ua-Idx) = WS-Override-Userid
                   AND Ua-Password-Tbl(Ua-Idx) = WS-Override-Password
                   AND Ua-Role-Tbl(Ua-Idx) = "M"
                   MOVE "Y" TO WS-Load-Ok-Sw
                   MOVE WS-Override-Userid TO WS-Override-By
               END-IF
           END-PERFORM.
           IF NOT Load-Ok
               DISPLAY "Override denied."
           END-IF.

       List-Assignments.
           DISPLAY "Enter Lecturer ID: " WITH NO ADVANCING.
           ACCEPT WS-List-Lecturer-Id.
               PERFORM UNTIL Ta-Rec-Not-Found
                       OR Ta-Lecturer-Id NOT = WS-List-Lecturer-Id
                   ADD 1 TO WS-Assignment-Count
                   IF Ta-Override-By = SPACES
                       DISPLAY "  " Ta-Module-Code
                               "  Term " Ta-Term-Code
                               "  Section " Ta-Section-Num
                   ELSE
                       DISPLAY "  " Ta-Module-Code
                               "  Term " Ta-Term-Code
                               "  Section " Ta-Section-Num
                               "  OVER MAX - approved by "
                               Ta-Override-By
                   END-IF
                   READ Teaching-Assignment-File NEXT RECORD
                       AT END SET Ta-Rec-Not-Found TO TRUE
                   END-READ
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
           IF WS-Teachasgn-Path = SPACES
               MOVE "TEACHASGN.DAT" TO WS-Teachasgn-Path
           END-IF.
           ACCEPT WS-Coursecat-Path FROM ENVIRONMENT "COURSECAT_PATH".
           IF WS-Coursecat-Path = SPACES
               MOVE "COURSECAT.DAT" TO WS-Coursecat-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
