      * still holds fall-term payments from the prior calendar year),
      * plus the live STUDPAY.DAT for anything not yet archived,
      * selecting records whose SP-Payment-Date falls in the tax
      * year.  Refunds net against payments, waivers and financial
      * aid disbursements are excluded (money the school never
      * collected from the student is not a payment the student
      * made), and batch control records are skipped.
      *
      * Per-student totals accumulate on a scratch indexed file
      * (TAXWORK.DAT, rebuilt every run - same temp-indexed-file idea
               88  SP-Is-Payment                VALUE "P".
               88  SP-Is-Refund                 VALUE "R".
               88  SP-Is-Waiver                 VALUE "W".
               88  SP-Is-Aid-Disbursement       VALUE "F".
           02  SP-Payment-Date                 PIC 9(8).
           02  SP-Approver-Id                  PIC X(8).
           02  SP-Payment-Method               PIC X(5).
           DISPLAY "Archive files swept : " Ct-Files-Swept.
           DISPLAY "Payments selected   : " Ct-Payments-Selected.
           DISPLAY "Refunds netted      : " Ct-Refunds-Netted.
           DISPLAY "Waivers/aid excluded: " Ct-Waivers-Excluded.
           DISPLAY "Statements printed  : " Ct-Statements-Printed.
           DISPLAY "History gaps flagged: " Ct-History-Gaps.
           DISPLAY "No admin record     : " Ct-No-Admin-Match.
                   CONTINUE
               WHEN WS-Payment-Year NOT = WS-Tax-Year
                   CONTINUE
               WHEN SP-Is-Waiver OR SP-Is-Aid-Disbursement
                   ADD 1 TO Ct-Waivers-Excluded
               WHEN OTHER
                   IF SP-Is-Refund
