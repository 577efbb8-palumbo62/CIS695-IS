      * add/query/update/delete pattern; this shop has no WinForms
      * front end for the Bookshop files, so the same operations are
      * offered through a menu-driven console program instead.
      * A unit cost changed through Update Book is also written to
      * the cost-history file COSTHIST.DAT, the same dated row
      * BookshopPriceImport writes, so margins for earlier sales
      * stay at the cost in effect when they were made.
      * Requisitions AdoptionRollover copied forward from last year
      * arrive pending confirmation; Confirm accepts one as it
      * stands, Update confirms it with the lecturer's changes, and
      * Delete drops it.  A pending row left unconfirmed past its
      * confirm-by date is skipped by BookshopLectReqRpt and
      * BookshopPurchaseOrder until it is confirmed here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

           SELECT Cost-History-File ASSIGN TO WS-Costhist-Path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ch-Key
               FILE STATUS IS Ch-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Purchase-Req-File.
           02  Pr-Copies-Required      PIC 9(3).
           02  Pr-Semester             PIC 9.
           02  Pr-Academic-Year        PIC 9(4).
           02  Pr-Adoption-Status      PIC X(1).
               88  Pr-Pending-Confirm  VALUE "P".
           02  Pr-Confirm-By-Date      PIC 9(8).
           02  Pr-Rolled-From-Num      PIC 9(4).

       FD  Book-File.
       01  Book-Rec.
           02  Lm-Lecturer-Name        PIC X(20).
           02  Lm-Department           PIC X(4).
           02  Lm-Campus-Code          PIC X(4).
           02  Lm-Contract-Hours       PIC 9(2).
           02  Lm-Max-Hours            PIC 9(2).
           02  Lm-Dept-Head            PIC X(1).

      * Shared user-access file - one account list read by every
      * maintenance program in the suite instead of each one keeping
           02  FILLER                  PIC X(1).
           02  Audit-User              PIC X(10).

      * One row per book per day its unit cost changed, carrying the
      * cost in effect before that day.
       FD  Cost-History-File.
       01  Ch-Rec.
           02  Ch-Key.
               03  Ch-Book-Num         PIC 9(4).
               03  Ch-Effective-Date   PIC 9(8).
           02  Ch-Prior-Cost           PIC 9(4)V99.
           02  Ch-Unit-Cost            PIC 9(4)V99.
           02  Ch-Retail-Price         PIC 9(4)V99.
           02  Ch-Source               PIC X(10).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
       01  WS-Pubfile-Path             PIC X(260).
       01  WS-Useraccess-Path          PIC X(260).
       01  WS-Audit-Path               PIC X(260).
       01  WS-Costhist-Path            PIC X(260).

       01  Ua-File-Status              PIC X(2).
       01  Audit-Status                PIC X(2).
       01  Ch-Status                   PIC X(2).
           88  Ch-Rec-Found            VALUE "00".
       01  WS-Old-Unit-Cost            PIC 9(4)V99.
       01  Lm-Status                   PIC X(2).
           88  Lm-Rec-Found            VALUE "00".
           88  Lm-Rec-Not-Found        VALUE "23".
      * User-access table loaded once at startup from the shared
      * USERACCESS.DAT file - same table-driven load idiom used
      * throughout this suite (eg StudentEnrollment's capacity table).
       01  WS-User-Access-Max          PIC 9(3) VALUE 500.
       01  WS-User-Access-Count        PIC 9(3) VALUE ZEROS.
       01  User-Access-Table.
           02  Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
               03  Ua-UserId-Tbl       PIC X(10).
               03  Ua-Password-Tbl     PIC X(10).
               03  Ua-Role-Tbl         PIC X(1).
           IF Audit-Status = "35"
               OPEN OUTPUT Audit-Trail-File
           END-IF.
           OPEN I-O Cost-History-File.
           IF Ch-Status = "05" OR Ch-Status = "35"
               CLOSE Cost-History-File
               OPEN OUTPUT Cost-History-File
               CLOSE Cost-History-File
               OPEN I-O Cost-History-File
           END-IF.
           PERFORM Main-Menu UNTIL Main-Menu-Choice = 4.
           CLOSE Purchase-Req-File, Book-File, Publisher-File.
           IF Lecturer-File-Available
               CLOSE Lecturer-Master-File
           END-IF.
           CLOSE Audit-Trail-File, Cost-History-File.
           STOP RUN.

      * Called after a successful Add/Update/Delete with the action,
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

       Maintain-Purchase-Req.
           MOVE 0 TO Sub-Menu-Choice.
           PERFORM UNTIL Sub-Menu-Choice = 6
               DISPLAY " "
               DISPLAY "--  PURCHASE  REQUISITION  MAINTENANCE  --"
               DISPLAY "1. Add  2. Query  3. Update  4. Delete"
               DISPLAY "5. Confirm Rolled Adoption  6. Rtn"
               DISPLAY "Enter choice -> " WITH NO ADVANCING
               ACCEPT Sub-Menu-Choice
               EVALUATE Sub-Menu-Choice
                          IF Role-Is-Maintenance
                              PERFORM Delete-Purchase-Req
                          END-IF
                   WHEN 5 PERFORM Require-Maintenance-Role
                          IF Role-Is-Maintenance
                              PERFORM Confirm-Purchase-Req
                          END-IF
                   WHEN 6 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           ACCEPT Pr-Semester.
           DISPLAY "Enter Academic Year (9(4)): " WITH NO ADVANCING.
           ACCEPT Pr-Academic-Year.
           MOVE "C" TO Pr-Adoption-Status.
           MOVE ZEROS TO Pr-Confirm-By-Date.
           MOVE ZEROS TO Pr-Rolled-From-Num.
           WRITE Pr-Rec
               INVALID KEY
                   DISPLAY "Add failed - Pr-Number " Pr-Number
               DISPLAY "Enter new Academic Year (9(4)): "
                       WITH NO ADVANCING
               ACCEPT Pr-Academic-Year
               IF Pr-Pending-Confirm
                   MOVE "C" TO Pr-Adoption-Status
                   DISPLAY "Rolled adoption confirmed as changed."
               END-IF
               REWRITE Pr-Rec
                   INVALID KEY DISPLAY "Update failed FS = " Pr-Status
                   NOT INVALID KEY
               END-REWRITE
           END-IF.

      * Confirms a rolled-forward adoption exactly as it was copied.
       Confirm-Purchase-Req.
           DISPLAY "Enter Pr-Number to confirm: " WITH NO ADVANCING.
           ACCEPT Pr-Number.
           READ Purchase-Req-File
               KEY IS Pr-Number
               INVALID KEY DISPLAY "Pr-Number " Pr-Number " not found."
           END-READ.
           IF Pr-Rec-Found
               IF NOT Pr-Pending-Confirm
                   DISPLAY "Pr-Number " Pr-Number
                           " is not awaiting confirmation."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Rec: " Pr-Rec
               DISPLAY "Confirm Pr-Number " Pr-Number "? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT Confirm-Reply
               MOVE Pr-Rec TO WS-Audit-Before
               IF Confirmed
                   MOVE "C" TO Pr-Adoption-Status
                   REWRITE Pr-Rec
                       INVALID KEY
                           DISPLAY "Confirm failed FS = " Pr-Status
                       NOT INVALID KEY
                           DISPLAY "Purchase requisition " Pr-Number
                                   " confirmed."
                           MOVE "CONFIRM" TO WS-Audit-Action
                           MOVE "PURCHASEREQ" TO WS-Audit-Entity
                           MOVE Pr-Rec TO WS-Audit-After
                           PERFORM Write-Audit-Record
                   END-REWRITE
               END-IF
           END-IF.

       Delete-Purchase-Req.
           DISPLAY "Enter Pr-Number to delete: " WITH NO ADVANCING.
           ACCEPT Pr-Number.
           END-READ.
           IF Bf-Rec-Found
               MOVE Book-Rec TO WS-Audit-Before
               MOVE Bf-Unit-Cost TO WS-Old-Unit-Cost
               DISPLAY "Enter new Publisher Number (9(4)): "
                       WITH NO ADVANCING
               ACCEPT Bf-Publisher-Num
                       MOVE "BOOK" TO WS-Audit-Entity
                       MOVE Book-Rec TO WS-Audit-After
                       PERFORM Write-Audit-Record
                       IF Bf-Unit-Cost NOT = WS-Old-Unit-Cost
                           PERFORM Write-Cost-History
                       END-IF
               END-REWRITE
           END-IF.

      * A second change on the same day replaces that day's row but
      * keeps the cost that was in effect before the day.
       Write-Cost-History.
           MOVE Bf-Book-Num TO Ch-Book-Num.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ch-Effective-Date.
           READ Cost-History-File
               KEY IS Ch-Key
               INVALID KEY MOVE "23" TO Ch-Status
           END-READ.
           MOVE Bf-Unit-Cost TO Ch-Unit-Cost.
           MOVE Bf-Retail-Price TO Ch-Retail-Price.
           MOVE "MAINT" TO Ch-Source.
           IF Ch-Rec-Found
               REWRITE Ch-Rec
                   INVALID KEY
                       DISPLAY "Cost history not updated FS = "
                               Ch-Status
               END-REWRITE
           ELSE
               MOVE WS-Old-Unit-Cost TO Ch-Prior-Cost
               WRITE Ch-Rec
                   INVALID KEY
                       DISPLAY "Cost history not written FS = "
                               Ch-Status
               END-WRITE
           END-IF.

       Delete-Book.
           IF WS-Audit-Path = SPACES
               MOVE "BOOKAUDIT.LOG" TO WS-Audit-Path
           END-IF.
           ACCEPT WS-Costhist-Path FROM ENVIRONMENT "COSTHIST_PATH".
           IF WS-Costhist-Path = SPACES
               MOVE "COSTHIST.DAT" TO WS-Costhist-Path
           END-IF.
           ACCEPT WS-Lectmast-Path FROM ENVIRONMENT "LECTMAST_PATH".
           IF WS-Lectmast-Path = SPACES
               MOVE "LECTMAST.DAT" TO WS-Lectmast-Path
