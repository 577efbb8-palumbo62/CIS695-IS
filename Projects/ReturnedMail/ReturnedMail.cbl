       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReturnedMail.
       AUTHOR.  Jon Clark.
      * Console returned-mail desk, behind the shared User-Access-File
      * login.  Dunning letters, term statements, refund checks and
      * mailed notices kept going back out to addresses the post
      * office had already returned "moved, no forwarding" - postage
      * wasted each time, and for dunning the collections clock ran
      * on letters nobody received.
      *
      * Recording a returned piece logs it to RETMAIL.DAT against the
      * student and the Address-History-File row it was sent to
      * (student + address type + effective date), and flags that
      * row undeliverable on BADADDR.DAT, keyed the same way.  The
      * mail-producing programs (StudFees' dunning letters,
      * TermStatement, StudFeesRefundDisburse, UnclaimedCreditEscheat
      * and NotifyDispatch) skip a flagged row when they select the
      * address in effect - a flagged mailing address falls back to
      * the home address - and where no deliverable address is left
      * they fall back to the email or phone on CONTACT.DAT.
      *
      * The flag belongs to the address row, not the student, so a
      * new address keyed in AddressHistory (or the admin screen) is
      * a new, unflagged row and mail resumes by itself.  The
      * bad-address worklist (BADADDR.RPT) lists every student whose
      * mailing and home addresses in effect are both flagged or
      * missing - the same test the mail programs make - with the
      * contact details to chase a new address through, so a
      * student drops off it the day a new address is entered.
      *
      * Recording and clearing flags need the Maintenance role; any
      * login can list a student's returns or run the worklist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Returned-Mail-File ASSIGN TO WS-Retmail-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rm-File-Status.

           SELECT StudentFile ASSIGN TO WS-Idxstudadm-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId
                   WITH NO DUPLICATES
               FILE STATUS IS RecordStatus.

           SELECT Contact-File ASSIGN TO WS-Contact-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cn-Student-Id
               FILE STATUS IS Cn-Status.

           SELECT Worklist-Report ASSIGN TO WS-Badaddrrpt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT User-Access-File ASSIGN TO WS-Useraccess-Path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ua-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * Undeliverable-address flags - one row per Address-History-File
      * row the post office has returned mail from, keyed the same.
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

      * Returned-mail log - one line per returned piece, never
      * rewritten.
       FD  Returned-Mail-File.
       01  Rm-Rec.
           88  End-Of-Retmail              VALUE HIGH-VALUES.
           02  Rm-Return-Date              PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Rm-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Rm-Address-Type             PIC X(1).
           02  FILLER                      PIC X(1).
           02  Rm-Effective-Date           PIC 9(8).
           02  FILLER                      PIC X(1).
           02  Rm-Mail-Piece               PIC X(10).
           02  FILLER                      PIC X(1).
           02  Rm-Reason                   PIC X(20).
           02  FILLER                      PIC X(1).
           02  Rm-User-Id                  PIC X(10).

       FD  StudentFile.
       01  StudentRec.
           88  End-Of-Studfile VALUE HIGH-VALUES.
           02  StudentId       PIC 9(5).
           02  StudentName.
               03 Lastname     PIC X(20).
               03 Firstname    PIC X(15).
               03 Middlename   PIC X(15).
           02  DateOfBirth.
               03 BirthYear    PIC 9(4).
               03 BirthMonth   PIC 9(2).
               03 BirthDay     PIC 9(2).
           02  StudentSSN      PIC 9(9).
           02  Gender          PIC X.
           02  StudentAddress  PIC X(30).
           02  StudentCity     PIC X(20).
           02  StudentState    PIC X(2).
           02  StudentZipCode  PIC 9(5).
           02  CourseCode      PIC X(4).
           02  Campus-Code     PIC X(4).
           02  ConfidentialFlag PIC X.
              88 Directory-Suppressed VALUE 'Y'.

       FD  Contact-File.
       01  Cn-Rec.
           02  Cn-Student-Id           PIC 9(5).
           02  Cn-Phone                PIC X(12).
           02  Cn-Email                PIC X(40).
           02  Cn-Preferred-Channel    PIC X(1).

       FD  Worklist-Report.
       01  Worklist-Line               PIC X(132).

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
       01  WS-Addrhist-Path            PIC X(260).
       01  WS-Badaddr-Path             PIC X(260).
       01  WS-Retmail-Path             PIC X(260).
       01  WS-Idxstudadm-Path          PIC X(260).
       01  WS-Contact-Path             PIC X(260).
       01  WS-Badaddrrpt-Path          PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).

       01  Ah-Status                   PIC X(2).
           88  Ah-Rec-Found            VALUE "00".
           88  Ah-Rec-Not-Found        VALUE "23".
       01  Ba-Status                   PIC X(2).
           88  Ba-Rec-Found            VALUE "00".
           88  Ba-Rec-Not-Found        VALUE "23".
       01  Rm-File-Status              PIC X(2).
       01  RecordStatus                PIC X(2).
           88  Student-Rec-Found       VALUE "00".
           88  Student-Rec-Not-Found   VALUE "23".
       01  Cn-Status                   PIC X(2).
           88  Cn-Rec-Found            VALUE "00".
       01  Ua-File-Status              PIC X(2).

       01  WS-Contact-Sw               PIC X VALUE "N".
           88  Contact-File-Available  VALUE "Y".
       01  WS-Studfile-Sw              PIC X VALUE "N".
           88  Studfile-Available      VALUE "Y".

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

      * Address in effect on WS-Today, picked the way the letter
      * programs pick it - type M preferred, type H as fallback, and
      * a row flagged undeliverable passed over.
       01  Address-Resolution-Items.
           02  WS-Addr-Lookup-Id       PIC 9(5).
           02  WS-Addr-Found-Sw        PIC X.
               88  Mailing-Address-Found VALUE "Y".
           02  WS-Addr-Bad-Sw          PIC X.
               88  Address-Undeliverable VALUE "Y".
           02  WS-Addr-Want-Type       PIC X(1).
           02  WS-Resolved-Key.
               03  WS-Resolved-Id      PIC 9(5).
               03  WS-Resolved-Type    PIC X(1).
               03  WS-Resolved-Eff-Date PIC 9(8).
           02  WS-Resolved-Address     PIC X(30).
           02  WS-Resolved-City        PIC X(20).
           02  WS-Resolved-State       PIC X(2).
           02  WS-Resolved-Zip         PIC 9(5).
       01  WS-Today                    PIC 9(8).

       01  WS-Query-StudentId          PIC 9(5).
       01  WS-Entry-Type               PIC X(1).
           88  Valid-Address-Type      VALUE "H" "M".
       01  WS-Entry-Date               PIC 9(8).
       01  WS-Piece-Code               PIC X(1).
       01  WS-Mail-Piece               PIC X(10).
       01  WS-Reason                   PIC X(20).
       01  WS-Row-Count                PIC 9(3).
       01  WS-Last-Student             PIC 9(5).
       01  WS-Confirm                  PIC X(1).
       01  WS-Fallback-Desc            PIC X(60).

       01  Ct-Worklist-Students        PIC 9(5).
       01  Ct-Worklist-Email           PIC 9(5).
       01  Ct-Worklist-Phone           PIC 9(5).
       01  Ct-Worklist-None            PIC 9(5).

       01  Main-Menu-Choice            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Resolve-Data-Paths.
           PERFORM Load-User-Access-Table.
           PERFORM Prompt-Login.
           IF NOT Login-Ok
               DISPLAY "Access denied - invalid User ID or password."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           OPEN INPUT Address-History-File.
           IF Ah-Status NOT = "00"
               DISPLAY "No address history file - nothing to flag."
               STOP RUN
           END-IF.
           OPEN I-O Bad-Address-File.
           IF Ba-Status = "05" OR Ba-Status = "35"
               CLOSE Bad-Address-File
               OPEN OUTPUT Bad-Address-File
               CLOSE Bad-Address-File
               OPEN I-O Bad-Address-File
           END-IF.
           OPEN INPUT StudentFile.
           IF RecordStatus = "00"
               MOVE "Y" TO WS-Studfile-Sw
           END-IF.
           OPEN INPUT Contact-File.
           IF Cn-Status = "00"
               MOVE "Y" TO WS-Contact-Sw
           END-IF.

           PERFORM Main-Menu UNTIL Main-Menu-Choice = 5.

           CLOSE Address-History-File, Bad-Address-File.
           IF Studfile-Available
               CLOSE StudentFile
           END-IF.
           IF Contact-File-Available
               CLOSE Contact-File
           END-IF.
           STOP RUN.

       Main-Menu.
           DISPLAY " ".
           DISPLAY "----  RETURNED  MAIL  ----".
           DISPLAY "1. Record Returned Mail".
           DISPLAY "2. List Returned Mail For Student".
           DISPLAY "3. Bad-Address Worklist".
           DISPLAY "4. Clear Undeliverable Flag".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice -> " WITH NO ADVANCING.
           ACCEPT Main-Menu-Choice.
           EVALUATE Main-Menu-Choice
               WHEN 1 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance
                          PERFORM Record-Returned-Mail
                      END-IF
               WHEN 2 PERFORM List-Returned-Mail
               WHEN 3 PERFORM Print-Worklist
               WHEN 4 PERFORM Require-Maintenance-Role
                      IF Role-Is-Maintenance PERFORM Clear-Flag
                      END-IF
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       Require-Maintenance-Role.
           IF NOT Role-Is-Maintenance
               DISPLAY "Access denied - Maintenance role required."
           END-IF.

      * The returned envelope shows which address it went to; the
      * clerk picks that row by type and effective date, or takes the
      * row of that type in effect today.
       Record-Returned-Mail.
           PERFORM Accept-Address-Row.
           IF NOT Ah-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mail piece (D=Dunning S=Statement R=Refund check"
           DISPLAY "  U=Unclaimed credit N=Notice O=Other): "
               WITH NO ADVANCING.
           ACCEPT WS-Piece-Code.
           MOVE FUNCTION UPPER-CASE(WS-Piece-Code) TO WS-Piece-Code.
           EVALUATE WS-Piece-Code
               WHEN "D" MOVE "DUNNING" TO WS-Mail-Piece
               WHEN "S" MOVE "STATEMENT" TO WS-Mail-Piece
               WHEN "R" MOVE "REFUND CHK" TO WS-Mail-Piece
               WHEN "U" MOVE "UNCLAIMED" TO WS-Mail-Piece
               WHEN "N" MOVE "NOTICE" TO WS-Mail-Piece
               WHEN OTHER MOVE "OTHER" TO WS-Mail-Piece
           END-EVALUATE.
           DISPLAY "Reason (blank = MOVED - NO FORWARD): "
               WITH NO ADVANCING.
           ACCEPT WS-Reason.
           IF WS-Reason = SPACES
               MOVE "MOVED - NO FORWARD" TO WS-Reason
           END-IF.

           OPEN EXTEND Returned-Mail-File.
           IF Rm-File-Status = "05" OR Rm-File-Status = "35"
               OPEN OUTPUT Returned-Mail-File
           END-IF.
           MOVE SPACES TO Rm-Rec.
           MOVE WS-Today TO Rm-Return-Date.
           MOVE Ah-Student-Id TO Rm-Student-Id.
           MOVE Ah-Address-Type TO Rm-Address-Type.
           MOVE Ah-Effective-Date TO Rm-Effective-Date.
           MOVE WS-Mail-Piece TO Rm-Mail-Piece.
           MOVE WS-Reason TO Rm-Reason.
           MOVE WS-Login-Userid TO Rm-User-Id.
           WRITE Rm-Rec.
           CLOSE Returned-Mail-File.

           MOVE Ah-Key TO Ba-Address-Key.
           READ Bad-Address-File
               KEY IS Ba-Address-Key
               INVALID KEY MOVE "23" TO Ba-Status
           END-READ.
           IF Ba-Rec-Found
               ADD 1 TO Ba-Return-Count
               MOVE WS-Today TO Ba-Last-Return-Date
               MOVE WS-Mail-Piece TO Ba-Last-Mail-Piece
               REWRITE Ba-Rec
               DISPLAY "Return logged - address was already flagged "
                       "(" Ba-Return-Count " returns)."
           ELSE
               MOVE Ah-Key TO Ba-Address-Key
               MOVE WS-Today TO Ba-Flagged-Date
               MOVE WS-Login-Userid TO Ba-Flagged-By
               MOVE 1 TO Ba-Return-Count
               MOVE WS-Today TO Ba-Last-Return-Date
               MOVE WS-Mail-Piece TO Ba-Last-Mail-Piece
               WRITE Ba-Rec
                   INVALID KEY
                       DISPLAY "Flag write failed FS = " Ba-Status
                   NOT INVALID KEY
                       DISPLAY "Return logged - address flagged "
                               "undeliverable."
               END-WRITE
           END-IF.
           PERFORM Show-Where-Mail-Goes.

      * Reads the address row a return or a flag clear applies to.
      * Leaves Ah-Status "00" with the row in Ah-Rec when found.
       Accept-Address-Row.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           DISPLAY "Address type the piece went to (H=Home "
                   "M=Mailing): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Type.
           MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO WS-Entry-Type.
           IF NOT Valid-Address-Type
               DISPLAY "Invalid type - only H or M accepted."
               MOVE "23" TO Ah-Status
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective date of that address (CCYYMMDD, "
                   "blank=in effect today): " WITH NO ADVANCING.
           ACCEPT WS-Entry-Date.
           IF WS-Entry-Date = ZEROS
               MOVE WS-Query-StudentId TO WS-Addr-Lookup-Id
               MOVE WS-Entry-Type TO WS-Addr-Want-Type
               MOVE "N" TO WS-Addr-Found-Sw
               PERFORM Find-Row-In-Effect
               IF NOT Mailing-Address-Found
                   DISPLAY "No " WS-Entry-Type " address in effect "
                           "for " WS-Query-StudentId
                   MOVE "23" TO Ah-Status
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Resolved-Eff-Date TO WS-Entry-Date
           END-IF.
           MOVE WS-Query-StudentId TO Ah-Student-Id.
           MOVE WS-Entry-Type TO Ah-Address-Type.
           MOVE WS-Entry-Date TO Ah-Effective-Date.
           READ Address-History-File
               KEY IS Ah-Key
               INVALID KEY MOVE "23" TO Ah-Status
           END-READ.
           IF Ah-Rec-Found
               DISPLAY "  " Ah-Address-Type " EFF " Ah-Effective-Date
                       "  " Ah-Address " " Ah-City " " Ah-State " "
                       Ah-Zip-Code
           ELSE
               DISPLAY "No such address row on the history."
           END-IF.

      * After a flag changes, tells the clerk where the next letter
      * will go - another address, email, phone or nowhere.
       Show-Where-Mail-Goes.
           MOVE Ah-Student-Id TO WS-Addr-Lookup-Id.
           PERFORM Resolve-Mailing-Address.
           IF Mailing-Address-Found
               DISPLAY "Mail now goes to the " WS-Resolved-Type
                       " address: " WS-Resolved-Address
           ELSE
               PERFORM Describe-Fallback
               DISPLAY "No deliverable address - " WS-Fallback-Desc
               DISPLAY "Student is on the bad-address worklist until "
                       "a new address is entered."
           END-IF.

       Describe-Fallback.
           MOVE "23" TO Cn-Status.
           IF Contact-File-Available
               MOVE WS-Addr-Lookup-Id TO Cn-Student-Id
               READ Contact-File
                   KEY IS Cn-Student-Id
                   INVALID KEY MOVE "23" TO Cn-Status
               END-READ
           END-IF.
           MOVE SPACES TO WS-Fallback-Desc.
           EVALUATE TRUE
               WHEN Cn-Rec-Found AND Cn-Email NOT = SPACES
                   STRING "EMAIL " Cn-Email
                       DELIMITED BY SIZE INTO WS-Fallback-Desc
               WHEN Cn-Rec-Found AND Cn-Phone NOT = SPACES
                   STRING "PHONE " Cn-Phone
                       DELIMITED BY SIZE INTO WS-Fallback-Desc
               WHEN OTHER
                   MOVE "NO EMAIL OR PHONE ON FILE"
                       TO WS-Fallback-Desc
           END-EVALUATE.

       List-Returned-Mail.
           DISPLAY "Enter Student Id: " WITH NO ADVANCING.
           ACCEPT WS-Query-StudentId.
           MOVE ZEROS TO WS-Row-Count.
           OPEN INPUT Returned-Mail-File.
           IF Rm-File-Status = "00"
               READ Returned-Mail-File
                   AT END SET End-Of-Retmail TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Retmail
                   IF Rm-Student-Id = WS-Query-StudentId
                       ADD 1 TO WS-Row-Count
                       DISPLAY "  " Rm-Return-Date "  " Rm-Mail-Piece
                               " " Rm-Address-Type " EFF "
                               Rm-Effective-Date "  " Rm-Reason
                               " " Rm-User-Id
                   END-IF
                   READ Returned-Mail-File
                       AT END SET End-Of-Retmail TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Returned-Mail-File
           END-IF.
           IF WS-Row-Count = 0
               DISPLAY "No returned mail logged for "
                       WS-Query-StudentId
           ELSE
               MOVE WS-Query-StudentId TO WS-Addr-Lookup-Id
               PERFORM Resolve-Mailing-Address
               IF Mailing-Address-Found
                   DISPLAY "Mail currently goes to the "
                           WS-Resolved-Type " address: "
                           WS-Resolved-Address
               ELSE
                   DISPLAY "No deliverable address on file."
               END-IF
           END-IF.

      * One line per student left with no deliverable address.  The
      * flag file is in student order; each student is resolved once
      * and the scan then restarts past that student's rows, since
      * the resolution's own keyed reads move the file position.
       Print-Worklist.
           MOVE ZEROS TO Ct-Worklist-Students, Ct-Worklist-Email,
                         Ct-Worklist-Phone, Ct-Worklist-None.
           OPEN OUTPUT Worklist-Report.
           MOVE SPACES TO Worklist-Line.
           STRING "BAD-ADDRESS WORKLIST  " WS-Today
               DELIMITED BY SIZE INTO Worklist-Line.
           WRITE Worklist-Line.
           MOVE SPACES TO Worklist-Line.
           MOVE "ID      NAME                T EFF      RET"
               TO Worklist-Line.
           MOVE "LAST RET  FOLLOW UP BY" TO Worklist-Line(48:22).
           WRITE Worklist-Line.
           MOVE ALL "-" TO Worklist-Line.
           WRITE Worklist-Line.
           MOVE LOW-VALUES TO Ba-Address-Key.
           START Bad-Address-File KEY IS GREATER THAN Ba-Address-Key
               INVALID KEY MOVE "10" TO Ba-Status
           END-START.
           PERFORM UNTIL Ba-Status = "10"
               READ Bad-Address-File NEXT RECORD
                   AT END MOVE "10" TO Ba-Status
               END-READ
               IF Ba-Status NOT = "10"
                   PERFORM Check-Worklist-Student
               END-IF
           END-PERFORM.
           MOVE SPACES TO Worklist-Line.
           WRITE Worklist-Line.
           MOVE SPACES TO Worklist-Line.
           STRING "STUDENTS WITH NO DELIVERABLE ADDRESS: "
                  Ct-Worklist-Students
                  "  (EMAIL " Ct-Worklist-Email
                  "  PHONE " Ct-Worklist-Phone
                  "  NONE " Ct-Worklist-None ")"
               DELIMITED BY SIZE INTO Worklist-Line.
           WRITE Worklist-Line.
           CLOSE Worklist-Report.
           DISPLAY "Students on worklist: " Ct-Worklist-Students
                   "  (written to BADADDR.RPT)".

       Check-Worklist-Student.
           MOVE Ba-Student-Id TO WS-Last-Student.
           MOVE Ba-Student-Id TO WS-Addr-Lookup-Id.
           PERFORM Resolve-Mailing-Address.
           IF Address-Undeliverable
               PERFORM Write-Worklist-Line
           END-IF.
           MOVE WS-Last-Student TO Ba-Student-Id.
           MOVE HIGH-VALUES TO Ba-Address-Type.
           MOVE 99999999 TO Ba-Effective-Date.
           START Bad-Address-File KEY IS GREATER THAN Ba-Address-Key
               INVALID KEY MOVE "10" TO Ba-Status
           END-START.

      * Ba-Rec still holds the flag on the last address passed over.
       Write-Worklist-Line.
           ADD 1 TO Ct-Worklist-Students.
           PERFORM Describe-Fallback.
           EVALUATE WS-Fallback-Desc(1:5)
               WHEN "EMAIL" ADD 1 TO Ct-Worklist-Email
               WHEN "PHONE" ADD 1 TO Ct-Worklist-Phone
               WHEN OTHER   ADD 1 TO Ct-Worklist-None
           END-EVALUATE.
           MOVE SPACES TO StudentName.
           IF Studfile-Available
               MOVE WS-Addr-Lookup-Id TO StudentId
               READ StudentFile
                   KEY IS StudentId
                   INVALID KEY MOVE SPACES TO StudentName
               END-READ
           END-IF.
           MOVE SPACES TO Worklist-Line.
           STRING WS-Addr-Lookup-Id "   " Lastname
                  WS-Resolved-Type " " WS-Resolved-Eff-Date " "
                  Ba-Return-Count "     " Ba-Last-Return-Date "  "
                  WS-Fallback-Desc
               DELIMITED BY SIZE INTO Worklist-Line.
           WRITE Worklist-Line.
           MOVE SPACES TO Worklist-Line.
           STRING "        LAST ADDRESS: " WS-Resolved-Address " "
                  WS-Resolved-City " " WS-Resolved-State " "
                  WS-Resolved-Zip
               DELIMITED BY SIZE INTO Worklist-Line.
           WRITE Worklist-Line.

      * For a flag keyed in error, or an address the student has
      * confirmed after all.  The return stays on the log.
       Clear-Flag.
           PERFORM Accept-Address-Row.
           IF NOT Ah-Rec-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE Ah-Key TO Ba-Address-Key.
           READ Bad-Address-File
               KEY IS Ba-Address-Key
               INVALID KEY MOVE "23" TO Ba-Status
           END-READ.
           IF Ba-Rec-Not-Found
               DISPLAY "That address is not flagged undeliverable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Flagged " Ba-Flagged-Date " by " Ba-Flagged-By
                   " - " Ba-Return-Count " returns.".
           DISPLAY "Clear the flag? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF WS-Confirm = "Y" OR WS-Confirm = "y"
               DELETE Bad-Address-File RECORD
                   INVALID KEY
                       DISPLAY "Clear failed FS = " Ba-Status
                   NOT INVALID KEY
                       DISPLAY "Flag cleared."
               END-DELETE
               PERFORM Show-Where-Mail-Goes
           END-IF.

      * The mailing (type M) row with the latest effective date not
      * after today wins; with no deliverable mailing row the home
      * (type H) row in effect wins instead.  A row in effect that is
      * flagged undeliverable is passed over and sets
      * Address-Undeliverable unless the other type is good.
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
           PERFORM Find-Row-In-Effect.
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

       Find-Row-In-Effect.
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
                   MOVE Ah-Address TO WS-Resolved-Address
                   MOVE Ah-City TO WS-Resolved-City
                   MOVE Ah-State TO WS-Resolved-State
                   MOVE Ah-Zip-Code TO WS-Resolved-Zip
                   READ Address-History-File NEXT RECORD
                       AT END SET Ah-Rec-Not-Found TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

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
           ACCEPT WS-Addrhist-Path FROM ENVIRONMENT "ADDRHIST_PATH".
           IF WS-Addrhist-Path = SPACES
               MOVE "ADDRHIST.DAT" TO WS-Addrhist-Path
           END-IF.
           ACCEPT WS-Badaddr-Path FROM ENVIRONMENT "BADADDR_PATH".
           IF WS-Badaddr-Path = SPACES
               MOVE "BADADDR.DAT" TO WS-Badaddr-Path
           END-IF.
           ACCEPT WS-Retmail-Path FROM ENVIRONMENT "RETMAIL_PATH".
           IF WS-Retmail-Path = SPACES
               MOVE "RETMAIL.DAT" TO WS-Retmail-Path
           END-IF.
           ACCEPT WS-Idxstudadm-Path FROM ENVIRONMENT "IDXSTUDADM_PATH".
           IF WS-Idxstudadm-Path = SPACES
               MOVE "C:\Users\peebs\data\IDXSTUDADM.DAT"
                   TO WS-Idxstudadm-Path
           END-IF.
           ACCEPT WS-Contact-Path FROM ENVIRONMENT "CONTACT_PATH".
           IF WS-Contact-Path = SPACES
               MOVE "CONTACT.DAT" TO WS-Contact-Path
           END-IF.
           ACCEPT WS-Badaddrrpt-Path FROM ENVIRONMENT "BADADDRRPT_PATH".
           IF WS-Badaddrrpt-Path = SPACES
               MOVE "BADADDR.RPT" TO WS-Badaddrrpt-Path
           END-IF.
           ACCEPT WS-Useraccess-Path FROM ENVIRONMENT "USERACCESS_PATH".
           IF WS-Useraccess-Path = SPACES
               MOVE "USERACCESS.DAT" TO WS-Useraccess-Path
           END-IF.
