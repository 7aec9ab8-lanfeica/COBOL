      *                AUDITLOG.TXT and three failed tries stop the
      *                run. The auditors flagged this at the last
      *                review.
      *   Oct-15-2026  Before the deposit-slip prompts, the run now
      *                shows the day's drawer totals from the last
      *                CSH record PROJECT_01_CSH wrote to
      *                RUN-CONTROL.TXT at close of shift, so the
      *                figures keyed come from the window receipts
      *                rather than an adding machine.
      *   Oct-15-2026  Payments loaded from the bank's lockbox / ACH
      *                file by PROJECT_01_BNK ride PAYMENTS.TXT with
      *                the window payments; the day's BNK totals
      *                from RUN-CONTROL.TXT are now shown beside the
      *                drawer totals, with the two together as the
      *                figure the slip prompts should be keyed to.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      *   Oct-15-2026  A payment PROJECT_01_PMT split into a PY and a
      *                bad-debt recovery (RV), with or without an OV,
      *                is now recognized as already posted when the
      *                same check is keyed again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_EDT.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD EDITED-PAYMENT-FILE.
       01 EDITED-PAYMENT-RECORD.
       01 RUN-CONTROL-WORK-FIELDS.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-COMPLETED-TIME PIC 9(8).
           05 RUN-CONTROL-EOF-SWITCH PIC X(1).
               88 END-OF-RUN-CONTROL-FILE VALUE "Y".

       01 SYSTEM-DEPOSIT-FIELDS.
           05 DRAWER-CLOSE-SWITCH PIC X(1).
               88 DRAWER-CLOSE-ON-LEDGER VALUE "Y".
           05 DRAWER-CLOSE-COUNT PIC 9(7).
           05 DRAWER-CLOSE-AMOUNT PIC 9(9)V99.
           05 BANK-INTAKE-COUNT PIC 9(7).
           05 BANK-INTAKE-AMOUNT PIC 9(9)V99.
           05 SYSTEM-DEPOSIT-COUNT PIC 9(7).
           05 SYSTEM-DEPOSIT-AMOUNT PIC 9(9)V99.

       01 SIGN-ON-FIELDS.
           05 SIGN-ON-ID-INPUT PIC X(8).
           END-EVALUATE.

       210-PROMPT-DEPOSIT-SLIP-TOTALS.
           PERFORM 213-SHOW-SYSTEM-DEPOSIT-TOTALS.
           MOVE "N" TO DEPOSIT-COUNT-VALID-SWITCH.
           PERFORM 211-PROMPT-DEPOSIT-COUNT
               UNTIL DEPOSIT-COUNT-IS-VALID.
               DISPLAY "PLEASE TRY AGAIN."
           END-IF.

      ******************************************************************
      * The window cashiering run writes a CSH record to the ledger
      * each time the drawers are balanced; every close covers the
      * whole day, so the last one for today carries the figures
      * the deposit slip should show. They are displayed only as a
      * guide -- the slip is still keyed, since it is the
      * independent count the edited file is balanced against.
      * Each bank file PROJECT_01_BNK loads writes its own BNK
      * record, so those are added up across the day; the bank's
      * deposit advice stands in for a slip for those items.
      ******************************************************************
       213-SHOW-SYSTEM-DEPOSIT-TOTALS.
           MOVE "N" TO DRAWER-CLOSE-SWITCH.
           MOVE ZERO TO DRAWER-CLOSE-COUNT.
           MOVE ZERO TO DRAWER-CLOSE-AMOUNT.
           MOVE ZERO TO BANK-INTAKE-COUNT.
           MOVE ZERO TO BANK-INTAKE-AMOUNT.
           ACCEPT RUN-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-STATUS = "00"
               MOVE "N" TO RUN-CONTROL-EOF-SWITCH
               PERFORM 214-READ-RUN-CONTROL-RECORD
               PERFORM 215-CHECK-ONE-LEDGER-RECORD
                   UNTIL END-OF-RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF DRAWER-CLOSE-ON-LEDGER
               MOVE DRAWER-CLOSE-AMOUNT TO DEPOSIT-AMOUNT-DISPLAY
               DISPLAY "DRAWERS BALANCED TODAY BY PROJECT_01_CSH: "
                   DRAWER-CLOSE-COUNT " RECEIPT(S) TOTALING "
                   DEPOSIT-AMOUNT-DISPLAY "."
           ELSE
               DISPLAY "NO DRAWER CLOSE IS ON THE RUN LEDGER FOR "
                   "TODAY -- KEY THE SLIP FROM THE DEPOSIT ITSELF."
           END-IF.
           IF BANK-INTAKE-COUNT > ZERO
               MOVE BANK-INTAKE-AMOUNT TO DEPOSIT-AMOUNT-DISPLAY
               DISPLAY "BANK FILE(S) LOADED TODAY BY PROJECT_01_BNK: "
                   BANK-INTAKE-COUNT " ITEM(S) TOTALING "
                   DEPOSIT-AMOUNT-DISPLAY "."
               COMPUTE SYSTEM-DEPOSIT-COUNT =
                   DRAWER-CLOSE-COUNT + BANK-INTAKE-COUNT
               COMPUTE SYSTEM-DEPOSIT-AMOUNT =
                   DRAWER-CLOSE-AMOUNT + BANK-INTAKE-AMOUNT
               MOVE SYSTEM-DEPOSIT-AMOUNT TO DEPOSIT-AMOUNT-DISPLAY
               DISPLAY "WINDOW AND BANK TOGETHER: "
                   SYSTEM-DEPOSIT-COUNT " ITEM(S) TOTALING "
                   DEPOSIT-AMOUNT-DISPLAY "."
           END-IF.

       214-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO RUN-CONTROL-EOF-SWITCH
           END-READ.

       215-CHECK-ONE-LEDGER-RECORD.
           IF RC-RUN-TYPE = "CSH"
               AND RC-BUSINESS-DATE = RUN-BUSINESS-DATE
               MOVE "Y" TO DRAWER-CLOSE-SWITCH
               MOVE RC-RECORD-COUNT TO DRAWER-CLOSE-COUNT
               MOVE RC-AMOUNT TO DRAWER-CLOSE-AMOUNT
           END-IF.
           IF RC-RUN-TYPE = "BNK"
               AND RC-BUSINESS-DATE = RUN-BUSINESS-DATE
               ADD RC-RECORD-COUNT TO BANK-INTAKE-COUNT
               ADD RC-AMOUNT TO BANK-INTAKE-AMOUNT
           END-IF.
           PERFORM 214-READ-RUN-CONTROL-RECORD.

       400-READ-RAW-PAYMENT.
           READ PAYMENT-TRANS-FILE
               AT END
                       MOVE HI-TRANS-AMOUNT TO MATCH-PY-AMOUNT
                   END-IF
               END-IF
               IF HI-TRANS-CODE = "RV"
                   AND HI-STUDENT-NUMBER = MATCH-PY-STUDENT
                   AND HI-POST-DATE = MATCH-PY-DATE
                   ADD HI-TRANS-AMOUNT TO MATCH-PY-AMOUNT
                   IF MATCH-PY-AMOUNT = RAW-PAYMENT-AMOUNT-NUM
                       MOVE "Y" TO POSTED-PAYMENT-SWITCH
                   END-IF
               END-IF
               IF HI-TRANS-CODE = "OV"
                   AND HI-STUDENT-NUMBER = MATCH-PY-STUDENT
                   AND HI-POST-DATE = MATCH-PY-DATE
