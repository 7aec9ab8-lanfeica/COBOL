      *                AUDITLOG.TXT and three failed tries stop the
      *                run. The auditors flagged this at the last
      *                review.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      *   Oct-15-2026  The run now refuses to post once
      *                PROJECT_01_MEC has closed the month today
      *                falls in, unless a supervisor overrides the
      *                close -- a signed-on supervisor is override
      *                enough, a cashier needs a supervisor to key
      *                their own ID and password. The override, or
      *                the refusal, is written to AUDITLOG.TXT.
      *   Oct-15-2026  A payment from a student whose debt was
      *                written off by PROJECT_01_BDW is recognized
      *                as a recovery. Whatever the payment leaves
      *                after the balance now owed, up to the amount
      *                written off and not yet recovered on
      *                WRITE-OFFS.TXT, is posted as an RV history
      *                event, which PROJECT_01_GLX books to the
      *                bad-debt recovery account, instead of being
      *                held as credit and sent for refund. Only
      *                money beyond that is an overpayment. When
      *                such a check comes back NSF, the part of it
      *                that was a recovery is taken back off the
      *                recovered amount on WRITE-OFFS.TXT and
      *                posted as an RR event -- the written-off
      *                debt stays written off, and is not put back
      *                on the balance owed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_PMT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-FILE-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO
               "../CLOSED-PERIODS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIOD-FILE-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "../WRITE-OFFS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-STUDENT-NUMBER
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD PAYMENT-REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).
               88 MAINTENANCE-ROLE VALUE "M".
               88 SUPERVISOR-ROLE VALUE "S".

       FD CLOSED-PERIOD-FILE.
       01 CLOSED-PERIOD-RECORD.
           05 CP-PERIOD PIC 9(6).
           05 CP-CLOSED-DATE PIC 9(8).
           05 CP-CLOSED-TIME PIC 9(8).
           05 CP-CLOSED-BY PIC X(8).
           05 CP-OPENING-AR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CP-CLOSING-AR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CP-DIFFERENCE PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD WRITE-OFF-FILE.
       01 WRITE-OFF-RECORD.
           05 WO-STUDENT-NUMBER PIC 9(7).
           05 WO-LAST-WRITE-OFF-DATE PIC 9(8).
           05 WO-APPROVED-BY PIC X(8).
           05 WO-WRITTEN-OFF-AMOUNT PIC 9(7)V99.
           05 WO-RECOVERED-AMOUNT PIC 9(7)V99.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE PIC X(80).

       01 RUN-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-MASTER-FILE-STATUS PIC X(2).
       01 AUDIT-LOG-FILE-STATUS PIC X(2).
       01 CLOSED-PERIOD-FILE-STATUS PIC X(2).
       01 WRITE-OFF-FILE-STATUS PIC X(2).

       01 RUN-CONTROL-WORK-FIELDS.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 OPERATOR-LOOKUP-SWITCH PIC X(1).
               88 OPERATOR-ON-FILE VALUE "Y".
           05 OPERATOR-ROLE-RANK PIC 9(1).
               88 OPERATOR-IS-SUPERVISOR VALUE 4.
           05 REQUIRED-ROLE-RANK PIC 9(1).
           05 SIGNED-ON-OPERATOR-ID PIC X(8).

       01 CLOSED-PERIOD-FIELDS.
           05 CLOSED-PERIOD-EOF-SWITCH PIC X(1).
               88 END-OF-CLOSED-PERIODS VALUE "Y".
           05 LAST-CLOSED-PERIOD PIC 9(6).
           05 POSTING-DATE PIC 9(8).
           05 POSTING-DATE-SPLIT REDEFINES POSTING-DATE.
               10 POSTING-PERIOD PIC 9(6).
               10 POSTING-DAY PIC 9(2).
           05 OVERRIDE-ATTEMPT-COUNT PIC 9(1).
           05 PERIOD-OVERRIDE-SWITCH PIC X(1).
               88 PERIOD-OVERRIDE-GRANTED VALUE "Y".
           05 OVERRIDE-OPERATOR-ID PIC X(8).

       01 AUDIT-LOG-DETAIL.
           05 AL-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PLAN-APPLY-REMAINING PIC 9(7)V99.
           05 INST-OPEN-AMOUNT PIC 9(7)V99.

       01 RECOVERY-WORK-FIELDS.
           05 WRITE-OFF-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 WRITE-OFF-FILE-AVAILABLE VALUE "Y".
           05 WRITE-OFF-LOOKUP-SWITCH PIC X(1).
               88 WRITE-OFF-ON-FILE VALUE "Y".
           05 RECOVERY-AMOUNT PIC 9(7)V99.
           05 UNRECOVERED-AMOUNT PIC 9(7)V99.

       01 HISTORY-WORK-FIELDS.
           05 HISTORY-POST-DATE PIC 9(8).
           05 HISTORY-WRITTEN-SWITCH PIC X(1).
           05 REVERSAL-RESTORED-AMOUNT PIC 9(7)V99.
           05 PLAN-BACKOUT-REMAINING PIC 9(7)V99.
           05 INST-PAID-AMOUNT PIC 9(7)V99.
           05 REVERSAL-RECOVERY-AMOUNT PIC 9(7)V99.
           05 HISTORY-SCAN-EOF-SWITCH PIC X(1).
               88 END-OF-HISTORY-SCAN VALUE "Y".
           05 MATCH-PY-DATE PIC 9(8).
           05 MATCH-PAYMENT-AMOUNT PIC 9(9)V99.
           05 MATCH-RECOVERY-AMOUNT PIC 9(7)V99.
           05 MATCH-CHECK-AMOUNT PIC 9(9)V99.

       01 REGISTER-TOTAL-FIELDS.
           05 PAYMENTS-POSTED-COUNT PIC 9(5) VALUE ZERO.
           05 CN-CREDIT-BALANCE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(65) VALUE ", REFUND REQUESTED".

       01 RECOVERY-NOTE-LINE.
           05 FILLER PIC X(14) VALUE "  RECOVERY    ".
           05 RN-RECOVERY-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(33) VALUE
               " OF BAD DEBT WRITTEN OFF, STILL ".
           05 RN-UNRECOVERED-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(59) VALUE " UNRECOVERED".

       01 UNMATCHED-DETAIL-LINE.
           05 FILLER PIC X(30) VALUE
               "NO STUDENT RECORD FOR NUMBER ".
           05 FILLER PIC X(103) VALUE
               " BACKED OUT OF THE ACCOUNT FIRST".

       01 REVERSAL-RECOVERY-LINE.
           05 FILLER PIC X(16) VALUE "  RECOVERY OF ".
           05 RR-RECOVERY-TAKEN PIC $$,$$$,$$9.99.
           05 FILLER PIC X(33) VALUE
               " RETURNED TO BAD DEBT, NOW ".
           05 RR-UNRECOVERED-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(57) VALUE " UNRECOVERED".

       01 REGISTER-TOTAL-LINE-3.
           05 FILLER PIC X(30) VALUE "REVERSALS POSTED: ".
           05 RT-REVERSALS-COUNT PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-POST-PAYMENTS.
           PERFORM 140-SIGN-ON-OPERATOR.
           PERFORM 145-CHECK-CLOSED-PERIOD.
           PERFORM 150-CHECK-BATCH-CONTROL.
           PERFORM 160-READ-CHECKPOINT.
           PERFORM 200-OPEN-PAYMENT-FILES.
               STOP RUN
           END-IF.

      ******************************************************************
      * Payments post history under today's date, so once
      * PROJECT_01_MEC has closed the month today falls in, the run
      * stops here, before any money moves, unless a supervisor
      * overrides the close. A missing CLOSED-PERIODS.TXT means no
      * month has been closed.
      ******************************************************************
       145-CHECK-CLOSED-PERIOD.
           ACCEPT POSTING-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO LAST-CLOSED-PERIOD.
           MOVE "N" TO CLOSED-PERIOD-EOF-SWITCH.
           OPEN INPUT CLOSED-PERIOD-FILE.
           EVALUATE CLOSED-PERIOD-FILE-STATUS
               WHEN "00"
                   PERFORM 146-READ-CLOSED-PERIOD
                   PERFORM 147-KEEP-LATEST-CLOSED-PERIOD
                       UNTIL END-OF-CLOSED-PERIODS
                   CLOSE CLOSED-PERIOD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING CLOSED PERIOD FILE, "
                       "STATUS = " CLOSED-PERIOD-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF POSTING-PERIOD NOT > LAST-CLOSED-PERIOD
               PERFORM 148-GET-PERIOD-OVERRIDE
           END-IF.

       146-READ-CLOSED-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   MOVE "Y" TO CLOSED-PERIOD-EOF-SWITCH
           END-READ.

       147-KEEP-LATEST-CLOSED-PERIOD.
           IF CP-PERIOD > LAST-CLOSED-PERIOD
               MOVE CP-PERIOD TO LAST-CLOSED-PERIOD
           END-IF.
           PERFORM 146-READ-CLOSED-PERIOD.

      ******************************************************************
      * A supervisor signed on is override enough; anyone else must
      * have a supervisor key their own ID and password, three tries
      * at most. The override, or the refusal, goes to AUDITLOG.TXT.
      ******************************************************************
       148-GET-PERIOD-OVERRIDE.
           DISPLAY "PERIOD " POSTING-PERIOD " HAS BEEN CLOSED BY THE "
               "MONTH-END RUN -- POSTING INTO IT NEEDS A SUPERVISOR "
               "OVERRIDE.".
           MOVE "N" TO PERIOD-OVERRIDE-SWITCH.
           PERFORM 144-OPEN-AUDIT-LOG-FILE.
           IF OPERATOR-IS-SUPERVISOR
               MOVE SIGNED-ON-OPERATOR-ID TO OVERRIDE-OPERATOR-ID
               MOVE "Y" TO PERIOD-OVERRIDE-SWITCH
           ELSE
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPERATOR-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING OPERATOR MASTER FILE, "
                       "STATUS = " OPERATOR-MASTER-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE ZERO TO OVERRIDE-ATTEMPT-COUNT
               PERFORM 149-TRY-PERIOD-OVERRIDE
                   UNTIL PERIOD-OVERRIDE-GRANTED
                   OR OVERRIDE-ATTEMPT-COUNT NOT < 3
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE ZERO TO AL-STUDENT-NUMBER.
           IF PERIOD-OVERRIDE-GRANTED
               MOVE OVERRIDE-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE "CLOSED PERIOD OVERRIDE" TO AL-STUDENT-NAME
               WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL
               DISPLAY "OVERRIDE ACCEPTED FROM " OVERRIDE-OPERATOR-ID
                   " -- POSTING INTO PERIOD " POSTING-PERIOD "."
               CLOSE AUDIT-LOG-FILE
           ELSE
               MOVE SIGNED-ON-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE "CLOSED PERIOD POSTING REFUSED" TO AL-STUDENT-NAME
               WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL
               CLOSE AUDIT-LOG-FILE
               DISPLAY "POSTING REFUSED -- PERIOD " POSTING-PERIOD
                   " IS CLOSED."
               STOP RUN
           END-IF.

       149-TRY-PERIOD-OVERRIDE.
           ADD 1 TO OVERRIDE-ATTEMPT-COUNT.
           DISPLAY "SUPERVISOR, PLEASE ENTER YOUR OPERATOR ID: ".
           ACCEPT SIGN-ON-ID-INPUT.
           DISPLAY "SUPERVISOR, PLEASE ENTER YOUR PASSWORD: ".
           ACCEPT SIGN-ON-PASSWORD-INPUT.
           MOVE SIGN-ON-ID-INPUT TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               KEY IS OP-OPERATOR-ID
               INVALID KEY
                   MOVE "N" TO OPERATOR-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO OPERATOR-LOOKUP-SWITCH
           END-READ.
           IF OPERATOR-ON-FILE
               AND OP-PASSWORD = SIGN-ON-PASSWORD-INPUT
               AND SUPERVISOR-ROLE
               MOVE "Y" TO PERIOD-OVERRIDE-SWITCH
               MOVE SIGN-ON-ID-INPUT TO OVERRIDE-OPERATOR-ID
           ELSE
               DISPLAY "OVERRIDE DENIED."
               PERFORM 143-LOG-DENIED-SIGN-ON
           END-IF.

       150-CHECK-BATCH-CONTROL.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-FILE-STATUS NOT = "00"
                       "STATUS = " SPONSOR-XREF-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN I-O WRITE-OFF-FILE.
           EVALUATE WRITE-OFF-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WRITE-OFF-FILE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO WRITE-OFF-FILE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING WRITE-OFF FILE, "
                       "STATUS = " WRITE-OFF-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       300-PRINT-REGISTER-HEADERS.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
       520-APPLY-PAYMENT.
           MOVE TUITION-OWED TO OLD-BALANCE.
           MOVE ZERO TO OVERPAYMENT-AMOUNT.
           MOVE ZERO TO RECOVERY-AMOUNT.
           MOVE PT-PAYMENT-AMOUNT TO PAYMENT-APPLIED-AMOUNT.
           IF PT-PAYMENT-AMOUNT > TUITION-OWED
               COMPUTE OVERPAYMENT-AMOUNT =
                   PT-PAYMENT-AMOUNT - TUITION-OWED
               MOVE TUITION-OWED TO PAYMENT-APPLIED-AMOUNT
               MOVE ZERO TO TUITION-OWED
               IF WRITE-OFF-FILE-AVAILABLE
                   PERFORM 580-TAKE-RECOVERY-FROM-OVERPAY
               END-IF
               ADD OVERPAYMENT-AMOUNT TO CREDIT-BALANCE
           ELSE
               SUBTRACT PT-PAYMENT-AMOUNT FROM TUITION-OWED
                       STUDENT-NUMBER
           END-REWRITE.
           PERFORM 530-PRINT-PAYMENT-LINE.
           IF RECOVERY-AMOUNT > ZERO
               PERFORM 585-PRINT-RECOVERY-LINE
           END-IF.
           IF OVERPAYMENT-AMOUNT > ZERO
               PERFORM 550-RECORD-OVERPAYMENT
           END-IF.
           MOVE PAYMENT-APPLIED-AMOUNT TO HI-TRANS-AMOUNT.
           MOVE TUITION-OWED TO HI-NEW-BALANCE.
           PERFORM 545-WRITE-KEYED-HISTORY.
           IF RECOVERY-AMOUNT > ZERO
               MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER
               MOVE HISTORY-POST-DATE TO HI-POST-DATE
               MOVE "RV" TO HI-TRANS-CODE
               MOVE RECOVERY-AMOUNT TO HI-TRANS-AMOUNT
               MOVE TUITION-OWED TO HI-NEW-BALANCE
               PERFORM 545-WRITE-KEYED-HISTORY
           END-IF.
           IF OVERPAYMENT-AMOUNT > ZERO
               MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER
               MOVE HISTORY-POST-DATE TO HI-POST-DATE
               END-IF
           END-IF.

      ******************************************************************
      * Money left after the balance owed is paid goes first to any
      * debt PROJECT_01_BDW wrote off for the student and not yet
      * recovered -- the student is paying the old debt, not
      * building a credit to be refunded. The recovered amount is
      * kept on the write-off record so a debt is never recovered
      * twice.
      ******************************************************************
       580-TAKE-RECOVERY-FROM-OVERPAY.
           MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER.
           READ WRITE-OFF-FILE
               KEY IS WO-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO WRITE-OFF-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WRITE-OFF-LOOKUP-SWITCH
           END-READ.
           IF WRITE-OFF-ON-FILE
               AND WO-WRITTEN-OFF-AMOUNT > WO-RECOVERED-AMOUNT
               COMPUTE UNRECOVERED-AMOUNT =
                   WO-WRITTEN-OFF-AMOUNT - WO-RECOVERED-AMOUNT
               IF OVERPAYMENT-AMOUNT < UNRECOVERED-AMOUNT
                   MOVE OVERPAYMENT-AMOUNT TO RECOVERY-AMOUNT
               ELSE
                   MOVE UNRECOVERED-AMOUNT TO RECOVERY-AMOUNT
               END-IF
               SUBTRACT RECOVERY-AMOUNT FROM OVERPAYMENT-AMOUNT
               SUBTRACT RECOVERY-AMOUNT FROM UNRECOVERED-AMOUNT
               ADD RECOVERY-AMOUNT TO WO-RECOVERED-AMOUNT
               REWRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING WRITE-OFF RECORD FOR "
                           "STUDENT NUMBER " WO-STUDENT-NUMBER
               END-REWRITE
           END-IF.

       585-PRINT-RECOVERY-LINE.
           MOVE RECOVERY-AMOUNT TO RN-RECOVERY-AMOUNT.
           MOVE UNRECOVERED-AMOUNT TO RN-UNRECOVERED-AMOUNT.
           WRITE REGISTER-LINE FROM RECOVERY-NOTE-LINE.

      ******************************************************************
      * Spread one sponsor check across every student flagged to
      * that sponsor on SPONSOR-XREF.TXT, in student-number order.

      ******************************************************************
      * The bank took the bounced check's money back, so the account
      * gives it back too: any part of the check that recovered
      * written-off debt is returned to bad debt first (RR event,
      * booked by the GL extract against the recovery account),
      * credit still held from the original overpayment is drained
      * next (NV event, hand-journaled like the OV it reverses),
      * the rest goes back on TUITION-OWED (NS
      * event, booked by the GL extract as the reversing cash
      * entry), and the $30 NSF fee lands on top (NF event). The
      * restored amount is also backed out of any installment plan
      ******************************************************************
       800-POST-PAYMENT-REVERSAL.
           MOVE TUITION-OWED TO OLD-BALANCE.
           MOVE ZERO TO REVERSAL-RECOVERY-AMOUNT.
           IF WRITE-OFF-FILE-AVAILABLE
               PERFORM 850-TAKE-BACK-RECOVERY
           END-IF.
           COMPUTE REVERSAL-CREDIT-TAKEN =
               PT-PAYMENT-AMOUNT - REVERSAL-RECOVERY-AMOUNT.
           IF CREDIT-BALANCE < REVERSAL-CREDIT-TAKEN
               MOVE CREDIT-BALANCE TO REVERSAL-CREDIT-TAKEN
           END-IF.
           SUBTRACT REVERSAL-CREDIT-TAKEN FROM CREDIT-BALANCE.
           COMPUTE REVERSAL-RESTORED-AMOUNT =
               PT-PAYMENT-AMOUNT - REVERSAL-RECOVERY-AMOUNT
               - REVERSAL-CREDIT-TAKEN.
           ADD REVERSAL-RESTORED-AMOUNT TO TUITION-OWED.
           ADD NSF-FEE-AMOUNT TO TUITION-OWED.
           REWRITE STUDENT-RECORD
           MOVE PT-PAYMENT-AMOUNT TO RV-CHECK-AMOUNT.
           MOVE NSF-FEE-AMOUNT TO RV-NSF-FEE.
           WRITE REGISTER-LINE FROM REVERSAL-NOTE-LINE.
           IF REVERSAL-RECOVERY-AMOUNT > ZERO
               MOVE REVERSAL-RECOVERY-AMOUNT TO RR-RECOVERY-TAKEN
               MOVE UNRECOVERED-AMOUNT TO RR-UNRECOVERED-AMOUNT
               WRITE REGISTER-LINE FROM REVERSAL-RECOVERY-LINE
           END-IF.
           IF REVERSAL-CREDIT-TAKEN > ZERO
               MOVE REVERSAL-CREDIT-TAKEN TO RV-CREDIT-TAKEN
               WRITE REGISTER-LINE FROM REVERSAL-CREDIT-LINE
           ACCEPT HISTORY-POST-DATE FROM DATE YYYYMMDD.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE HISTORY-POST-DATE TO HI-POST-DATE.
           IF REVERSAL-RECOVERY-AMOUNT > ZERO
               MOVE "RR" TO HI-TRANS-CODE
               MOVE REVERSAL-RECOVERY-AMOUNT TO HI-TRANS-AMOUNT
               MOVE OLD-BALANCE TO HI-NEW-BALANCE
               PERFORM 545-WRITE-KEYED-HISTORY
           END-IF.
           IF REVERSAL-CREDIT-TAKEN > ZERO
               MOVE "NV" TO HI-TRANS-CODE
               MOVE REVERSAL-CREDIT-TAKEN TO HI-TRANS-AMOUNT
               END-IF
           END-IF.

      ******************************************************************
      * A returned check that was partly a recovery of written-off
      * debt is found on the student's trail the way PROJECT_01_EDT
      * matches a reversal: a PY, with the RV and OV posted behind
      * it on the same date, adding up to the check. The latest
      * such check is the one taken back. Its RV part comes off the
      * recovered amount on WRITE-OFFS.TXT -- never more than was
      * recovered -- and is posted as RR instead of going back on
      * the balance owed, since that debt was already written off.
      ******************************************************************
       850-TAKE-BACK-RECOVERY.
           MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER.
           READ WRITE-OFF-FILE
               KEY IS WO-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO WRITE-OFF-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WRITE-OFF-LOOKUP-SWITCH
           END-READ.
           IF WRITE-OFF-ON-FILE
               AND WO-RECOVERED-AMOUNT > ZERO
               PERFORM 855-FIND-RETURNED-RECOVERY
               IF REVERSAL-RECOVERY-AMOUNT > WO-RECOVERED-AMOUNT
                   MOVE WO-RECOVERED-AMOUNT TO
                       REVERSAL-RECOVERY-AMOUNT
               END-IF
           END-IF.
           IF REVERSAL-RECOVERY-AMOUNT > ZERO
               SUBTRACT REVERSAL-RECOVERY-AMOUNT FROM
                   WO-RECOVERED-AMOUNT
               COMPUTE UNRECOVERED-AMOUNT =
                   WO-WRITTEN-OFF-AMOUNT - WO-RECOVERED-AMOUNT
               REWRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING WRITE-OFF RECORD FOR "
                           "STUDENT NUMBER " WO-STUDENT-NUMBER
               END-REWRITE
           END-IF.

       855-FIND-RETURNED-RECOVERY.
           MOVE "N" TO HISTORY-SCAN-EOF-SWITCH.
           MOVE ZERO TO MATCH-PY-DATE.
           MOVE ZERO TO MATCH-PAYMENT-AMOUNT.
           MOVE ZERO TO MATCH-RECOVERY-AMOUNT.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE ZERO TO HI-POST-DATE.
           MOVE ZERO TO HI-POST-SEQ.
           START STUDENT-HISTORY-FILE
               KEY IS NOT LESS THAN HI-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-HISTORY-SCAN
               PERFORM 860-READ-STUDENT-HISTORY
           END-IF.
           PERFORM 865-MATCH-ONE-HISTORY-EVENT
               UNTIL END-OF-HISTORY-SCAN.

       860-READ-STUDENT-HISTORY.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-SCAN-EOF-SWITCH
           END-READ.

       865-MATCH-ONE-HISTORY-EVENT.
           IF HI-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO HISTORY-SCAN-EOF-SWITCH
           ELSE
               EVALUATE HI-TRANS-CODE
                   WHEN "PY"
                       MOVE HI-POST-DATE TO MATCH-PY-DATE
                       MOVE HI-TRANS-AMOUNT TO MATCH-PAYMENT-AMOUNT
                       MOVE ZERO TO MATCH-RECOVERY-AMOUNT
                       MOVE MATCH-PAYMENT-AMOUNT TO MATCH-CHECK-AMOUNT
                       PERFORM 870-CHECK-RETURNED-AMOUNT
                   WHEN "RV"
                       IF HI-POST-DATE = MATCH-PY-DATE
                           ADD HI-TRANS-AMOUNT TO MATCH-PAYMENT-AMOUNT
                           ADD HI-TRANS-AMOUNT TO MATCH-RECOVERY-AMOUNT
                           MOVE MATCH-PAYMENT-AMOUNT TO
                               MATCH-CHECK-AMOUNT
                           PERFORM 870-CHECK-RETURNED-AMOUNT
                       END-IF
                   WHEN "OV"
                       IF HI-POST-DATE = MATCH-PY-DATE
                           COMPUTE MATCH-CHECK-AMOUNT =
                               MATCH-PAYMENT-AMOUNT + HI-TRANS-AMOUNT
                           PERFORM 870-CHECK-RETURNED-AMOUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 860-READ-STUDENT-HISTORY
           END-IF.

       870-CHECK-RETURNED-AMOUNT.
           IF MATCH-CHECK-AMOUNT = PT-PAYMENT-AMOUNT
               MOVE MATCH-RECOVERY-AMOUNT TO REVERSAL-RECOVERY-AMOUNT
           END-IF.

       600-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF XREF-FILE-AVAILABLE
               CLOSE SPONSOR-XREF-FILE
           END-IF.
           IF WRITE-OFF-FILE-AVAILABLE
               CLOSE WRITE-OFF-FILE
           END-IF.

       END PROGRAM PROJECT_01_PMT.
