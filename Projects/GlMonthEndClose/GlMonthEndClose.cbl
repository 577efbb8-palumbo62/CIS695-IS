      * into Finance's books half-posted.  A successful close stamps
      * the period CLOSED on GLPERIOD.DAT, which is what the collect
      * mode's lock check reads.
      *
      * Term charges reach the close through DeferredRevenue, which
      * appends its month-end lines to the extract like any other
      * producer: charges billed into deferred revenue (200030, a
      * liability, so it posts against receivable like the other
      * 2xxxxx accounts) and each month's release out of it into the
      * category income accounts.  Run it for the month before the
      * close so the release is in the collected lines.
      *
      * The bookshop's month-end stock valuation, written by
      * BookshopInventoryValue, is the one producer whose lines do not
      * offset against receivable: stock taken in (140010) posts
      * against the bookshop's purchases clearing account 200060,
      * and cost of goods sold (500010) is charged out of the stock
      * account itself, so the stock account nets to the change in
      * stock value for the month.
      * A collect run leaves its line counts on STEPCNT.DAT for the
      * nightly driver's run history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rp-File-Status.

           SELECT Step-Count-File ASSIGN TO WS-Stepcnt-Path
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same line layout StudFees and StudFeesReturnedItems write.
           02  Rp-Term-Code                    PIC X(6).
           02  Rp-Due-Days                     PIC 9(3).

       FD  Step-Count-File.
       01  Step-Count-Rec.
           02  Cnt-Label               PIC X(20).
           02  FILLER                  PIC X(1).
           02  Cnt-Count               PIC 9(9).

       WORKING-STORAGE SECTION.
      * Data-file locations, resolved at run time in Resolve-Data-Paths
      * so the suite can be pointed at a shared network data directory
           88  Mode-Collect            VALUE "C" "c".
           88  Mode-Close              VALUE "M" "m".
       01  WS-Runparms-Path            PIC X(260).
       01  WS-Stepcnt-Path             PIC X(260).
       01  Rp-File-Status              PIC X(2).
       01  WS-Runparms-Sw              PIC X VALUE "N".
           88  Parms-From-File         VALUE "Y".

      * Closed-period table loaded from GLPERIOD.DAT.
       01  Closed-Period-Table.
           02  Cp-Entry OCCURS 1200 TIMES INDEXED BY Cp-Idx.
               03  Cp-Period-Tbl       PIC 9(6).
       01  WS-Closed-Period-Max        PIC 9(4) VALUE 1200.
       01  WS-Closed-Period-Count      PIC 9(4) VALUE ZEROS.
       01  WS-Period-Closed-Sw         PIC X VALUE "N".
           88  Period-Is-Closed        VALUE "Y".

      * cash line and its returned-items backout both hit 100010),
      * so date+account alone would drop real movements.
       01  Collected-Line-Table.
           02  Cl-Entry OCCURS 20000 TIMES INDEXED BY Cl-Idx.
               03  Cl-Run-Date-Tbl     PIC 9(8).
               03  Cl-Code-Tbl         PIC X(6).
               03  Cl-Desc-Tbl         PIC X(20).
               03  Cl-Basis-Tbl        PIC X(7).
               03  Cl-Amount-Tbl       PIC S9(7)V99.
       01  WS-Collected-Max            PIC 9(5) VALUE 20000.
       01  WS-Collected-Count          PIC 9(5) VALUE ZEROS.
       01  WS-Line-Collected-Sw        PIC X VALUE "N".
           88  Line-Already-Collected  VALUE "Y".

      * Per-account accumulation for the close.
       01  Account-Total-Table.
           02  At-Entry OCCURS 500 TIMES INDEXED BY At-Idx.
               03  At-Code-Tbl         PIC X(6).
               03  At-Desc-Tbl         PIC X(20).
               03  At-Amount-Tbl       PIC S9(9)V99.
       01  WS-Account-Max              PIC 9(3) VALUE 500.
       01  WS-Account-Count            PIC 9(3) VALUE ZEROS.
       01  WS-Account-Found-Sw         PIC X VALUE "N".
           88  Account-Found           VALUE "Y".
      * 130010 is the accounts-receivable control account the cash,
      * fee and waiver movements all post against.
       01  Gl-Receivable-Code          PIC X(6) VALUE "130010".
       01  Gl-Bookshop-Stock-Code      PIC X(6) VALUE "140010".
       01  Gl-Bookshop-Cogs-Code       PIC X(6) VALUE "500010".
       01  Gl-Bookshop-Clearing-Code   PIC X(6) VALUE "200060".
      * Offset side of the entry pair being written - receivable
      * unless the account has its own pairing above.
       01  WS-Offset-Code              PIC X(6).
       01  WS-Offset-Desc              PIC X(20).

       01  WS-Journal-Amount           PIC S9(9)V99.
       01  Total-Debits                PIC 9(11)V99 VALUE ZEROS.
           END-EVALUATE.
           STOP RUN.

       Write-Step-Counts.
           OPEN OUTPUT Step-Count-File.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "LINES COLLECTED" TO Cnt-Label.
           MOVE Ct-Lines-Collected TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "LINES SKIPPED" TO Cnt-Label.
           MOVE Ct-Lines-Skipped TO Cnt-Count.
           WRITE Step-Count-Rec.
           MOVE SPACES TO Step-Count-Rec.
           MOVE "LINES EXCEPTED" TO Cnt-Label.
           MOVE Ct-Lines-Excepted TO Cnt-Count.
           WRITE Step-Count-Rec.
           CLOSE Step-Count-File.

       Load-Run-Parameters.
           OPEN INPUT Run-Parameter-File.
           IF Rp-File-Status NOT = "00"
               END-READ
               PERFORM UNTIL End-Of-Periods
                   IF Gp-Status = "CLOSED"
                           AND WS-Closed-Period-Count
                               NOT < WS-Closed-Period-Max
                       DISPLAY "*** CLOSED PERIOD TABLE FULL *** more "
                               "than " WS-Closed-Period-Max " periods"
                       DISPLAY "    Run aborted - notify operator."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF Gp-Status = "CLOSED"
                       ADD 1 TO WS-Closed-Period-Count
                       MOVE Gp-Period
                           TO Cp-Period-Tbl(WS-Closed-Period-Count)
           DISPLAY "Movement lines collected : " Ct-Lines-Collected.
           DISPLAY "Already collected/skipped: " Ct-Lines-Skipped.
           DISPLAY "Sent to exception file   : " Ct-Lines-Excepted.
           PERFORM Write-Step-Counts.

       Load-Collected-Lines.
           OPEN INPUT Gl-Mtd-File.
                   AT END SET End-Of-Mtd TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Mtd
                   IF WS-Collected-Count NOT < WS-Collected-Max
                       DISPLAY "*** MTD LINE TABLE FULL *** more than "
                               WS-Collected-Max " lines"
                       DISPLAY "    Run aborted - notify operator."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Collected-Count
                   MOVE Gm-Run-Date
                       TO Cl-Run-Date-Tbl(WS-Collected-Count)
                   MOVE Gm-Code
                       TO Cl-Code-Tbl(WS-Collected-Count)
                   MOVE Gm-Description
                       TO Cl-Desc-Tbl(WS-Collected-Count)
                   MOVE Gm-Basis
                       TO Cl-Basis-Tbl(WS-Collected-Count)
                   MOVE Gm-Amount
                       TO Cl-Amount-Tbl(WS-Collected-Count)
                   READ Gl-Mtd-File
                       AT END SET End-Of-Mtd TO TRUE
                   END-READ
                   IF Line-Already-Collected
                       ADD 1 TO Ct-Lines-Skipped
                   ELSE
                       IF WS-Collected-Count NOT < WS-Collected-Max
                           DISPLAY "*** MTD LINE TABLE FULL *** more "
                                   "than " WS-Collected-Max " lines"
                           DISPLAY "    Run aborted - notify operator."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE Gl-Extract-Rec TO Gl-Mtd-Rec
                       WRITE Gl-Mtd-Rec
                       ADD 1 TO Ct-Lines-Collected
                       ADD 1 TO WS-Collected-Count
                       MOVE Gx-Run-Date TO
                           Cl-Run-Date-Tbl(WS-Collected-Count)
                       MOVE Gx-Code TO
                           Cl-Code-Tbl(WS-Collected-Count)
                       MOVE Gx-Description TO
                           Cl-Desc-Tbl(WS-Collected-Count)
                       MOVE Gx-Basis TO
                           Cl-Basis-Tbl(WS-Collected-Count)
                       MOVE Gx-Amount TO
                           Cl-Amount-Tbl(WS-Collected-Count)
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-PERFORM.
           IF NOT Account-Found
               IF WS-Account-Count NOT < WS-Account-Max
                   DISPLAY "*** ACCOUNT TABLE FULL *** more than "
                           WS-Account-Max " GL accounts"
                   DISPLAY "    Run aborted - notify operator."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Account-Count
               MOVE Gm-Code TO At-Code-Tbl(WS-Account-Count)
               MOVE Gm-Description TO At-Desc-Tbl(WS-Account-Count)
               MOVE Gm-Amount TO At-Amount-Tbl(WS-Account-Count)
           END-IF.

      * Each accumulated account becomes a two-sided entry against

       Write-One-Entry-Pair.
           MOVE At-Amount-Tbl(At-Idx) TO WS-Journal-Amount.
           MOVE Gl-Receivable-Code TO WS-Offset-Code.
           MOVE "ACCTS RECEIVABLE" TO WS-Offset-Desc.
           IF WS-Journal-Amount = ZERO
               CONTINUE
           ELSE
               EVALUATE At-Code-Tbl(At-Idx)(1:1)
                   WHEN "1"
                       IF At-Code-Tbl(At-Idx) = Gl-Bookshop-Stock-Code
                           MOVE Gl-Bookshop-Clearing-Code
                               TO WS-Offset-Code
                           MOVE "BOOKSHOP PURCH CLR"
                               TO WS-Offset-Desc
                       END-IF
      * Asset movement: debit the account, credit receivable.
                       PERFORM Write-Debit-Self-Credit-Recv
                   WHEN "2" WHEN "4" WHEN "6"
      * Liability, income and expense movements post against
      * receivable on the debit side.
                       PERFORM Write-Debit-Recv-Credit-Self
                   WHEN "5"
      * Cost of sales: debit the expense, credit bookshop stock.
                       MOVE Gl-Bookshop-Stock-Code TO WS-Offset-Code
                       MOVE "BOOKSHOP STOCK" TO WS-Offset-Desc
                       PERFORM Write-Debit-Self-Credit-Recv
                   WHEN OTHER
                       ADD 1 TO Ct-Unmapped-Accounts
                       DISPLAY "*** No journal mapping for account "
       Write-Journal-Debit-Recv.
           MOVE SPACES TO Gl-Journal-Rec.
           MOVE WS-Close-Period TO Gj-Period.
           MOVE WS-Offset-Code TO Gj-Account.
           MOVE "DR" TO Gj-Dr-Cr.
           MOVE WS-Journal-Amount TO Gj-Amount.
           MOVE WS-Offset-Desc TO Gj-Description.
           WRITE Gl-Journal-Rec.
           ADD WS-Journal-Amount TO Total-Debits.

       Write-Journal-Credit-Recv.
           MOVE SPACES TO Gl-Journal-Rec.
           MOVE WS-Close-Period TO Gj-Period.
           MOVE WS-Offset-Code TO Gj-Account.
           MOVE "CR" TO Gj-Dr-Cr.
           MOVE WS-Journal-Amount TO Gj-Amount.
           MOVE WS-Offset-Desc TO Gj-Description.
           WRITE Gl-Journal-Rec.
           ADD WS-Journal-Amount TO Total-Credits.

           IF WS-Glclose-Path = SPACES
               MOVE "GLCLOSE.RPT" TO WS-Glclose-Path
           END-IF.
           ACCEPT WS-Stepcnt-Path FROM ENVIRONMENT "STEPCNT_PATH".
           IF WS-Stepcnt-Path = SPACES
               MOVE "STEPCNT.DAT" TO WS-Stepcnt-Path
           END-IF.
