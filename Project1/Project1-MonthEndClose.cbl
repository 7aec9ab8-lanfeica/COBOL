      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Close the Bursar's receivables for a month and prove
      *          the close. Until now nothing showed that last
      *          month's closing balance plus this month's activity
      *          came to this month's balance, and nothing stopped a
      *          back-dated posting from landing in a month already
      *          reported to the finance office.
      *
      *          The supervisor keys the period (CCYYMM, or ENTER for
      *          last month). STUDENT-HISTORY.TXT is read in key
      *          order and every event's effect on receivables --
      *          TUITION-OWED less CREDIT-BALANCE -- is worked out
      *          with the same replay rules PROJECT_01_AUD uses. The
      *          period's events are summarized by event code, then
      *          rolled into an AR rollforward on MONTH-END-CLOSE.TXT:
      *
      *            OPENING AR      the closing AR recorded when the
      *                            prior period was closed (on the
      *                            first close, the history replayed
      *                            up to the start of the period)
      *            CHARGES         CH
      *            FEES            LF NF
      *            PAYMENTS        PY SP OV RV, less NS NV RR
      *                            reversals
      *            CREDITS         CR WD AG AS AL
      *            REFUNDS         RF
      *            BAD DEBT        WO
      *            DEPT CHARGES    types on CHARGE-TYPES.TXT
      *            ADJUSTMENTS     AJ RP and any other code
      *            CLOSING AR
      *
      *          The closing figure is tied to the sum of
      *          TUITION-OWED less CREDIT-BALANCE on STUDENT.TXT,
      *          backed off to the period end by the activity posted
      *          since, and any difference is called out -- a record
      *          deleted with a balance, or a run that died between
      *          its REWRITE and its history WRITE, shows up here.
      *
      *          Once the supervisor confirms, the period is
      *          appended to CLOSED-PERIODS.TXT with its opening and
      *          closing AR and the difference left, and PROJECT_01,
      *          PROJECT_01_PMT, and PROJECT_01_TRM then refuse to
      *          post into it without a supervisor override.
      *          Periods close in order, one month at a time, and a
      *          closed period is never closed again.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a supervisor role.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_MEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-OUT ASSIGN TO "../STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STUDENT-HISTORY-FILE ASSIGN TO
               "../STUDENT-HISTORY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-RECORD-KEY
               ALTERNATE RECORD KEY IS HI-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-HISTORY-FILE-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO
               "../CLOSED-PERIODS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIOD-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO
               "../MONTH-END-CLOSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "../OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
           SELECT CHARGE-TYPE-FILE ASSIGN TO "../CHARGE-TYPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-TYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-FILE-OUT.
       01 STUDENT-RECORD.
           05 STUDENT-NAME PIC X(40).
           05 STUDENT-NUMBER PIC 9(7).
           05 TUITION-OWED PIC 9(7)V99.
           05 ENROLLMENT-STATUS PIC X(1).
               88 ACTIVE-STUDENT VALUE "A".
               88 WITHDRAWN-STUDENT VALUE "W".
               88 GRADUATED-STUDENT VALUE "G".
           05 TUITION-DUE-DATE PIC 9(8).
           05 CREDIT-BALANCE PIC 9(7)V99.
           05 STUDENT-STREET PIC X(30).
           05 STUDENT-CITY PIC X(20).
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HI-RECORD-KEY.
               10 HI-STUDENT-NUMBER PIC 9(7).
               10 HI-POST-DATE PIC 9(8).
               10 HI-POST-SEQ PIC 9(3).
           05 HI-TRANS-CODE PIC X(2).
           05 HI-TRANS-AMOUNT PIC 9(7)V99.
           05 HI-NEW-BALANCE PIC 9(7)V99.

       FD CLOSED-PERIOD-FILE.
       01 CLOSED-PERIOD-RECORD.
           05 CP-PERIOD PIC 9(6).
           05 CP-CLOSED-DATE PIC 9(8).
           05 CP-CLOSED-TIME PIC 9(8).
           05 CP-CLOSED-BY PIC X(8).
           05 CP-OPENING-AR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CP-CLOSING-AR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CP-DIFFERENCE PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-LINE PIC X(132).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID PIC X(8).
           05 OP-PASSWORD PIC X(8).
           05 OP-ROLE-CODE PIC X(1).
               88 INQUIRY-ROLE VALUE "I".
               88 CASHIER-ROLE VALUE "C".
               88 MAINTENANCE-ROLE VALUE "M".
               88 SUPERVISOR-ROLE VALUE "S".

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE PIC X(80).

       FD CHARGE-TYPE-FILE.
       01 CHARGE-TYPE-RECORD.
           05 CF-CHARGE-TYPE PIC X(2).
           05 CF-DEPARTMENT-CODE PIC X(4).
           05 CF-DESCRIPTION PIC X(20).
           05 CF-REVENUE-ACCOUNT PIC X(6).

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 CLOSED-PERIOD-FILE-STATUS PIC X(2).
       01 OPERATOR-MASTER-FILE-STATUS PIC X(2).
       01 AUDIT-LOG-FILE-STATUS PIC X(2).
       01 CHARGE-TYPE-FILE-STATUS PIC X(2).

       01 SIGN-ON-FIELDS.
           05 SIGN-ON-ID-INPUT PIC X(8).
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 SIGN-ON-ATTEMPT-COUNT PIC 9(1).
           05 SIGN-ON-RESULT-SWITCH PIC X(1).
               88 SIGN-ON-ACCEPTED VALUE "Y".
           05 OPERATOR-LOOKUP-SWITCH PIC X(1).
               88 OPERATOR-ON-FILE VALUE "Y".
           05 OPERATOR-ROLE-RANK PIC 9(1).
           05 REQUIRED-ROLE-RANK PIC 9(1).
           05 SIGNED-ON-OPERATOR-ID PIC X(8).

       01 AUDIT-LOG-DETAIL.
           05 AL-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-DATE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-TIME PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-STUDENT-NAME PIC X(40).

       01 AUDIT-TIME-FIELDS.
           05 AUDIT-CURRENT-DATE PIC 9(6).
           05 AUDIT-CURRENT-TIME PIC 9(8).

       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".

       01 STUDENT-FILE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-STUDENT-FILE VALUE "Y".

       01 CLOSED-PERIOD-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-CLOSED-PERIODS VALUE "Y".

       01 CHARGE-TYPE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-CHARGE-TYPES VALUE "Y".

       01 CHARGE-TYPE-TABLE-FIELDS.
           05 CHARGE-TYPE-COUNT PIC 9(2) COMP VALUE ZERO.
           05 CHARGE-TYPE-SUB PIC 9(2) COMP.
           05 MATCHED-TYPE-SUB PIC 9(2) COMP.
           05 SEARCH-CHARGE-TYPE PIC X(2).
           05 CHARGE-TYPE-LIMIT PIC 9(2) COMP VALUE 50.
           05 CHARGE-TYPE-ENTRY OCCURS 50 TIMES.
               10 CT-CHARGE-TYPE PIC X(2).

       01 CLOSE-PERIOD-FIELDS.
           05 CLOSE-PERIOD-INPUT PIC X(6).
           05 CLOSE-PERIOD-VALID-SWITCH PIC X(1) VALUE "N".
               88 CLOSE-PERIOD-IS-VALID VALUE "Y".
           05 CLOSE-PERIOD PIC 9(6).
           05 CLOSE-PERIOD-SPLIT REDEFINES CLOSE-PERIOD.
               10 CLOSE-PERIOD-YEAR PIC 9(4).
               10 CLOSE-PERIOD-MONTH PIC 9(2).
           05 NEXT-OPEN-PERIOD PIC 9(6).
           05 NEXT-OPEN-PERIOD-SPLIT REDEFINES NEXT-OPEN-PERIOD.
               10 NEXT-OPEN-YEAR PIC 9(4).
               10 NEXT-OPEN-MONTH PIC 9(2).
           05 LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
           05 LAST-CLOSED-PERIOD-SPLIT REDEFINES LAST-CLOSED-PERIOD.
               10 LAST-CLOSED-YEAR PIC 9(4).
               10 LAST-CLOSED-MONTH PIC 9(2).
           05 LAST-CLOSING-AR PIC S9(9)V99 VALUE ZERO.
           05 CLOSE-CONFIRM-PROMPT PIC A(1).

       01 RUN-DATE-FIELDS.
           05 CLOSE-RUN-DATE PIC 9(8).
           05 CLOSE-RUN-DATE-SPLIT REDEFINES CLOSE-RUN-DATE.
               10 CURRENT-PERIOD PIC 9(6).
               10 CURRENT-DAY PIC 9(2).
           05 CLOSE-RUN-TIME PIC 9(8).

       01 EVENT-DATE-FIELDS.
           05 EVENT-DATE PIC 9(8).
           05 EVENT-DATE-SPLIT REDEFINES EVENT-DATE.
               10 EVENT-PERIOD PIC 9(6).
               10 EVENT-DAY PIC 9(2).

      ******************************************************************
      * The event codes summarized on the close report, each with
      * the rollforward line it rolls into: C charges, F fees,
      * P payments, K credits, R refunds, W bad debt written off,
      * D departmental charges, A adjustments. The departmental
      * entry gathers every type on CHARGE-TYPES.TXT; the last
      * entry catches any code not listed.
      ******************************************************************
       01 EVENT-CODE-VALUES.
           05 FILLER PIC X(25) VALUE
               "CHTUITION CHARGE        C".
           05 FILLER PIC X(25) VALUE
               "LFLATE FEE ASSESSED     F".
           05 FILLER PIC X(25) VALUE
               "NFNSF FEE ASSESSED      F".
           05 FILLER PIC X(25) VALUE
               "PYPAYMENT RECEIVED      P".
           05 FILLER PIC X(25) VALUE
               "SPSPONSOR PAYMENT       P".
           05 FILLER PIC X(25) VALUE
               "OVOVERPAYMENT HELD      P".
           05 FILLER PIC X(25) VALUE
               "RVBAD DEBT RECOVERY     P".
           05 FILLER PIC X(25) VALUE
               "NSPAYMENT REVERSED NSF  P".
           05 FILLER PIC X(25) VALUE
               "NVCREDIT REVERSED NSF   P".
           05 FILLER PIC X(25) VALUE
               "RRRECOVERY REVERSED NSF P".
           05 FILLER PIC X(25) VALUE
               "CRCREDIT APPLIED        K".
           05 FILLER PIC X(25) VALUE
               "WDWITHDRAWAL PRORATION  K".
           05 FILLER PIC X(25) VALUE
               "AGGRANT AID APPLIED     K".
           05 FILLER PIC X(25) VALUE
               "ASSCHOLARSHIP APPLIED   K".
           05 FILLER PIC X(25) VALUE
               "ALLOAN AID APPLIED      K".
           05 FILLER PIC X(25) VALUE
               "RFREFUND ISSUED         R".
           05 FILLER PIC X(25) VALUE
               "WOBAD DEBT WRITE-OFF    W".
           05 FILLER PIC X(25) VALUE
               "AJBALANCE ADJUSTMENT    A".
           05 FILLER PIC X(25) VALUE
               "RPCHARGE REPLACED       A".
           05 FILLER PIC X(25) VALUE
               "**DEPARTMENTAL CHARGES  D".
           05 FILLER PIC X(25) VALUE
               "**OTHER EVENT CODES     A".
       01 EVENT-CODE-TABLE REDEFINES EVENT-CODE-VALUES.
           05 EVENT-CODE-ENTRY OCCURS 21 TIMES.
               10 EC-CODE PIC X(2).
               10 EC-DESCRIPTION PIC X(22).
               10 EC-ROLLFORWARD-LINE PIC X(1).

       01 EVENT-CODE-TOTALS.
           05 EVENT-CODE-TOTAL OCCURS 21 TIMES.
               10 ET-EVENT-COUNT PIC 9(7).
               10 ET-TRANS-AMOUNT PIC 9(9)V99.
               10 ET-AR-EFFECT PIC S9(9)V99.

       01 EVENT-CODE-WORK-FIELDS.
           05 EVENT-CODE-COUNT PIC 9(2) COMP VALUE 21.
           05 DEPT-CHARGE-CODE-SUB PIC 9(2) COMP VALUE 20.
           05 EVENT-CODE-SUB PIC 9(2) COMP.
           05 MATCHED-CODE-SUB PIC 9(2) COMP.

      ******************************************************************
      * The replay carries one student's balance owed forward from
      * event to event; the history's key order keeps each student's
      * trail together and in posting order.
      ******************************************************************
       01 REPLAY-WORK-FIELDS.
           05 REPLAY-STUDENT-NUMBER PIC 9(7) VALUE ZERO.
           05 REPLAY-OWED PIC 9(7)V99 VALUE ZERO.
           05 EVENT-OWED-CHANGE PIC S9(7)V99.
           05 EVENT-CREDIT-CHANGE PIC S9(7)V99.
           05 EVENT-AR-CHANGE PIC S9(7)V99.
           05 PRORATION-OWED-DROP PIC S9(7)V99.

       01 ROLLFORWARD-TOTALS.
           05 REPLAYED-OPENING-AR PIC S9(9)V99 VALUE ZERO.
           05 OPENING-AR PIC S9(9)V99 VALUE ZERO.
           05 ROLL-CHARGES PIC S9(9)V99 VALUE ZERO.
           05 ROLL-FEES PIC S9(9)V99 VALUE ZERO.
           05 ROLL-PAYMENTS PIC S9(9)V99 VALUE ZERO.
           05 ROLL-CREDITS PIC S9(9)V99 VALUE ZERO.
           05 ROLL-REFUNDS PIC S9(9)V99 VALUE ZERO.
           05 ROLL-WRITE-OFFS PIC S9(9)V99 VALUE ZERO.
           05 ROLL-DEPT-CHARGES PIC S9(9)V99 VALUE ZERO.
           05 ROLL-ADJUSTMENTS PIC S9(9)V99 VALUE ZERO.
           05 ROLLFORWARD-CLOSING-AR PIC S9(9)V99 VALUE ZERO.
           05 POSTED-SINCE-AR PIC S9(9)V99 VALUE ZERO.
           05 PERIOD-EVENT-COUNT PIC 9(7) VALUE ZERO.

       01 STUDENT-FILE-TOTALS.
           05 FILE-OWED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 FILE-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 FILE-AR-NOW PIC S9(9)V99 VALUE ZERO.
           05 FILE-AR-AT-PERIOD-END PIC S9(9)V99 VALUE ZERO.
           05 TIE-OUT-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
           05 DIFFERENCE-DISPLAY PIC $$,$$$,$$$,$$9.99-.

       01 REPORT-HEADING-LINE-1.
           05 FILLER PIC X(40) VALUE
               "MONTH-END RECEIVABLES CLOSE".
           05 FILLER PIC X(7) VALUE "PERIOD".
           05 RH-CLOSE-PERIOD PIC 9(6).
           05 FILLER PIC X(12) VALUE "   RUN DATE".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(59) VALUE SPACES.

       01 SECTION-HEADING-LINE.
           05 SH-SECTION-TITLE PIC X(40).
           05 FILLER PIC X(92) VALUE SPACES.

       01 EVENT-SUMMARY-HEADING-LINE.
           05 FILLER PIC X(6) VALUE "CODE".
           05 FILLER PIC X(24) VALUE "DESCRIPTION".
           05 FILLER PIC X(10) VALUE "EVENTS".
           05 FILLER PIC X(20) VALUE "     AMOUNT".
           05 FILLER PIC X(20) VALUE "      AR EFFECT".
           05 FILLER PIC X(52) VALUE SPACES.

       01 EVENT-SUMMARY-DETAIL-LINE.
           05 ES-EVENT-CODE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 ES-DESCRIPTION PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ES-EVENT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ES-TRANS-AMOUNT PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ES-AR-EFFECT PIC $$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(54) VALUE SPACES.

       01 ROLLFORWARD-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-CAPTION PIC X(44).
           05 RL-AMOUNT PIC $$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(66) VALUE SPACES.

       01 ROLLFORWARD-RULE-LINE.
           05 FILLER PIC X(48) VALUE SPACES.
           05 FILLER PIC X(18) VALUE ALL "-".
           05 FILLER PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       100-CLOSE-MONTH-END.
           PERFORM 130-SIGN-ON-OPERATOR.
           ACCEPT CLOSE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-CLOSED-PERIODS.
           PERFORM 210-PROMPT-CLOSE-PERIOD
               UNTIL CLOSE-PERIOD-IS-VALID.
           PERFORM 230-LOAD-CHARGE-TYPES.
           PERFORM 220-OPEN-CLOSE-FILES.
           PERFORM 300-SUMMARIZE-HISTORY.
           PERFORM 400-TOTAL-STUDENT-FILE.
           PERFORM 500-FIGURE-ROLLFORWARD.
           PERFORM 600-PRINT-EVENT-SUMMARY.
           PERFORM 700-PRINT-ROLLFORWARD.
           PERFORM 750-PRINT-TIE-OUT.
           PERFORM 800-CONFIRM-PERIOD-CLOSE.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.

      ******************************************************************
      * Closing a period locks it against posting, so the run signs
      * on against the operator master kept by PROJECT_01_OPR -- a
      * supervisor role is required. Three failed tries stop the
      * run; each denial is written to AUDITLOG.TXT.
      ******************************************************************
       130-SIGN-ON-OPERATOR.
           MOVE 4 TO REQUIRED-ROLE-RANK.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPERATOR-MASTER-FILE-STATUS = "35"
               DISPLAY "NO OPERATOR MASTER FILE IS ON HAND -- SET "
                   "OPERATORS UP WITH PROJECT_01_OPR FIRST."
               STOP RUN
           END-IF.
           IF OPERATOR-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPERATOR MASTER FILE, STATUS = "
                   OPERATOR-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 134-OPEN-AUDIT-LOG-FILE.
           MOVE "N" TO SIGN-ON-RESULT-SWITCH.
           MOVE ZERO TO SIGN-ON-ATTEMPT-COUNT.
           PERFORM 131-TRY-ONE-SIGN-ON
               UNTIL SIGN-ON-ACCEPTED
               OR SIGN-ON-ATTEMPT-COUNT NOT < 3.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF NOT SIGN-ON-ACCEPTED
               DISPLAY "SIGN-ON FAILED -- RUN STOPPED."
               STOP RUN
           END-IF.

       131-TRY-ONE-SIGN-ON.
           ADD 1 TO SIGN-ON-ATTEMPT-COUNT.
           DISPLAY "PLEASE ENTER YOUR OPERATOR ID: ".
           ACCEPT SIGN-ON-ID-INPUT.
           DISPLAY "PLEASE ENTER YOUR PASSWORD: ".
           ACCEPT SIGN-ON-PASSWORD-INPUT.
           MOVE SIGN-ON-ID-INPUT TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               KEY IS OP-OPERATOR-ID
               INVALID KEY
                   MOVE "N" TO OPERATOR-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO OPERATOR-LOOKUP-SWITCH
           END-READ.
           PERFORM 132-RANK-OPERATOR-ROLE.
           IF OPERATOR-ON-FILE
               AND OP-PASSWORD = SIGN-ON-PASSWORD-INPUT
               AND OPERATOR-ROLE-RANK NOT < REQUIRED-ROLE-RANK
               MOVE "Y" TO SIGN-ON-RESULT-SWITCH
               MOVE SIGN-ON-ID-INPUT TO SIGNED-ON-OPERATOR-ID
           ELSE
               DISPLAY "SIGN-ON DENIED."
               PERFORM 133-LOG-DENIED-SIGN-ON
           END-IF.

       132-RANK-OPERATOR-ROLE.
           IF NOT OPERATOR-ON-FILE
               MOVE ZERO TO OPERATOR-ROLE-RANK
           ELSE
               EVALUATE TRUE
                   WHEN SUPERVISOR-ROLE
                       MOVE 4 TO OPERATOR-ROLE-RANK
                   WHEN MAINTENANCE-ROLE
                       MOVE 3 TO OPERATOR-ROLE-RANK
                   WHEN CASHIER-ROLE
                       MOVE 2 TO OPERATOR-ROLE-RANK
                   WHEN INQUIRY-ROLE
                       MOVE 1 TO OPERATOR-ROLE-RANK
                   WHEN OTHER
                       MOVE ZERO TO OPERATOR-ROLE-RANK
               END-EVALUATE
           END-IF.

       133-LOG-DENIED-SIGN-ON.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE SIGN-ON-ID-INPUT TO AL-OPERATOR-ID.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE ZERO TO AL-STUDENT-NUMBER.
           MOVE "SIGN-ON DENIED" TO AL-STUDENT-NAME.
           WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL.

       134-OPEN-AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF AUDIT-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT LOG FILE, STATUS = "
                   AUDIT-LOG-FILE-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      * A missing CLOSED-PERIODS.TXT only means no period has ever
      * been closed. The latest period on file and the closing AR
      * recorded for it carry into this close as its opening.
      ******************************************************************
       200-LOAD-CLOSED-PERIODS.
           OPEN INPUT CLOSED-PERIOD-FILE.
           EVALUATE CLOSED-PERIOD-FILE-STATUS
               WHEN "00"
                   PERFORM 205-READ-CLOSED-PERIOD
                   PERFORM 206-KEEP-LATEST-PERIOD
                       UNTIL END-OF-CLOSED-PERIODS
                   CLOSE CLOSED-PERIOD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING CLOSED PERIOD FILE, "
                       "STATUS = " CLOSED-PERIOD-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF LAST-CLOSED-PERIOD = ZERO
               DISPLAY "NO PERIOD HAS BEEN CLOSED YET."
           ELSE
               DISPLAY "LAST PERIOD CLOSED: " LAST-CLOSED-PERIOD "."
               MOVE LAST-CLOSED-PERIOD TO NEXT-OPEN-PERIOD
               IF NEXT-OPEN-MONTH = 12
                   ADD 1 TO NEXT-OPEN-YEAR
                   MOVE 1 TO NEXT-OPEN-MONTH
               ELSE
                   ADD 1 TO NEXT-OPEN-MONTH
               END-IF
           END-IF.

       205-READ-CLOSED-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   MOVE "Y" TO CLOSED-PERIOD-EOF-SWITCH
           END-READ.

       206-KEEP-LATEST-PERIOD.
           IF CP-PERIOD > LAST-CLOSED-PERIOD
               MOVE CP-PERIOD TO LAST-CLOSED-PERIOD
               MOVE CP-CLOSING-AR TO LAST-CLOSING-AR
           END-IF.
           PERFORM 205-READ-CLOSED-PERIOD.

      ******************************************************************
      * ENTER takes last month. A period may be closed on its last
      * day, but never ahead of time, never twice, and never with
      * an earlier month still open -- the opening AR is only proven
      * when it is the prior month's recorded close.
      ******************************************************************
       210-PROMPT-CLOSE-PERIOD.
           DISPLAY "ENTER THE PERIOD TO CLOSE (CCYYMM), OR PRESS ".
           DISPLAY "ENTER FOR LAST MONTH: ".
           ACCEPT CLOSE-PERIOD-INPUT.
           IF CLOSE-PERIOD-INPUT = SPACES
               MOVE CURRENT-PERIOD TO CLOSE-PERIOD
               IF CLOSE-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM CLOSE-PERIOD-YEAR
                   MOVE 12 TO CLOSE-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM CLOSE-PERIOD-MONTH
               END-IF
               MOVE "Y" TO CLOSE-PERIOD-VALID-SWITCH
           ELSE
               IF CLOSE-PERIOD-INPUT IS NUMERIC
                   MOVE CLOSE-PERIOD-INPUT TO CLOSE-PERIOD
                   MOVE "Y" TO CLOSE-PERIOD-VALID-SWITCH
               ELSE
                   DISPLAY "THE PERIOD MUST BE 6 DIGITS, CCYYMM."
               END-IF
           END-IF.
           IF CLOSE-PERIOD-IS-VALID
               PERFORM 215-CHECK-CLOSE-PERIOD
           END-IF.

       215-CHECK-CLOSE-PERIOD.
           EVALUATE TRUE
               WHEN CLOSE-PERIOD-MONTH < 1
                   OR CLOSE-PERIOD-MONTH > 12
                   DISPLAY "THE MONTH MUST BE 01 THROUGH 12."
                   MOVE "N" TO CLOSE-PERIOD-VALID-SWITCH
               WHEN CLOSE-PERIOD > CURRENT-PERIOD
                   DISPLAY "PERIOD " CLOSE-PERIOD
                       " HAS NOT STARTED YET."
                   MOVE "N" TO CLOSE-PERIOD-VALID-SWITCH
               WHEN LAST-CLOSED-PERIOD > ZERO
                   AND CLOSE-PERIOD NOT > LAST-CLOSED-PERIOD
                   DISPLAY "PERIOD " CLOSE-PERIOD
                       " IS ALREADY CLOSED."
                   MOVE "N" TO CLOSE-PERIOD-VALID-SWITCH
               WHEN LAST-CLOSED-PERIOD > ZERO
                   AND CLOSE-PERIOD NOT = NEXT-OPEN-PERIOD
                   DISPLAY "PERIOD " NEXT-OPEN-PERIOD
                       " MUST BE CLOSED FIRST."
                   MOVE "N" TO CLOSE-PERIOD-VALID-SWITCH
               WHEN CLOSE-PERIOD = CURRENT-PERIOD
                   DISPLAY "NOTE: PERIOD " CLOSE-PERIOD
                       " IS THE CURRENT MONTH -- ANY POSTING FOR "
                       "THE REST OF IT WILL NEED A SUPERVISOR "
                       "OVERRIDE."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-OPEN-CLOSE-FILES.
           OPEN INPUT STUDENT-HISTORY-FILE.
           IF STUDENT-HISTORY-FILE-STATUS = "35"
               DISPLAY "NO HISTORY HAS BEEN RECORDED YET -- THE "
                   "PERIOD HAS NO ACTIVITY."
               MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
               IF STUDENT-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING STUDENT HISTORY FILE, "
                       "STATUS = " STUDENT-HISTORY-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE CLOSE-PERIOD TO RH-CLOSE-PERIOD.
           MOVE CLOSE-RUN-DATE TO RH-RUN-DATE.
           WRITE CLOSE-REPORT-LINE FROM REPORT-HEADING-LINE-1.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           PERFORM 225-ZERO-ONE-CODE-TOTAL
               VARYING EVENT-CODE-SUB FROM 1 BY 1
               UNTIL EVENT-CODE-SUB > EVENT-CODE-COUNT.

       225-ZERO-ONE-CODE-TOTAL.
           MOVE ZERO TO ET-EVENT-COUNT (EVENT-CODE-SUB).
           MOVE ZERO TO ET-TRANS-AMOUNT (EVENT-CODE-SUB).
           MOVE ZERO TO ET-AR-EFFECT (EVENT-CODE-SUB).

      ******************************************************************
      * Codes the other offices charge under are kept on
      * CHARGE-TYPES.TXT rather than in the table above. Without the
      * file their events fall to the other-codes line.
      ******************************************************************
       230-LOAD-CHARGE-TYPES.
           OPEN INPUT CHARGE-TYPE-FILE.
           EVALUATE CHARGE-TYPE-FILE-STATUS
               WHEN "00"
                   PERFORM 235-READ-CHARGE-TYPE-RECORD
                   PERFORM 240-STORE-ONE-CHARGE-TYPE
                       UNTIL END-OF-CHARGE-TYPES
                   CLOSE CHARGE-TYPE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING CHARGE TYPE FILE, STATUS = "
                       CHARGE-TYPE-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       235-READ-CHARGE-TYPE-RECORD.
           READ CHARGE-TYPE-FILE
               AT END
                   MOVE "Y" TO CHARGE-TYPE-EOF-SWITCH
           END-READ.

       240-STORE-ONE-CHARGE-TYPE.
           IF CF-CHARGE-TYPE NOT = SPACES
               AND CF-DEPARTMENT-CODE NOT = SPACES
               AND CF-REVENUE-ACCOUNT IS NUMERIC
               AND CHARGE-TYPE-COUNT < CHARGE-TYPE-LIMIT
               MOVE CF-CHARGE-TYPE TO SEARCH-CHARGE-TYPE
               PERFORM 245-FIND-CHARGE-TYPE
               IF MATCHED-TYPE-SUB = ZERO
                   ADD 1 TO CHARGE-TYPE-COUNT
                   MOVE CF-CHARGE-TYPE TO
                       CT-CHARGE-TYPE (CHARGE-TYPE-COUNT)
               END-IF
           END-IF.
           PERFORM 235-READ-CHARGE-TYPE-RECORD.

       245-FIND-CHARGE-TYPE.
           MOVE ZERO TO MATCHED-TYPE-SUB.
           PERFORM 246-MATCH-ONE-CHARGE-TYPE
               VARYING CHARGE-TYPE-SUB FROM 1 BY 1
               UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT
               OR MATCHED-TYPE-SUB > ZERO.

       246-MATCH-ONE-CHARGE-TYPE.
           IF CT-CHARGE-TYPE (CHARGE-TYPE-SUB) = SEARCH-CHARGE-TYPE
               MOVE CHARGE-TYPE-SUB TO MATCHED-TYPE-SUB
           END-IF.

       300-SUMMARIZE-HISTORY.
           IF NOT END-OF-HISTORY-FILE
               PERFORM 310-READ-HISTORY-RECORD
           END-IF.
           PERFORM 320-REPLAY-ONE-EVENT
               UNTIL END-OF-HISTORY-FILE.

       310-READ-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

      ******************************************************************
      * Each event's effect on receivables is its change to the
      * balance owed less its change to the credit held. The owed
      * change is the event's balance against the one before it;
      * the credit change follows PROJECT_01_AUD: OV puts credit on
      * account, CR, RF and NV take it off, and a WD proration
      * leaves as credit whatever the balance owed could not absorb.
      * An NV is written carrying the balance after its NS partner,
      * so the owed change is left for the NS to show.
      ******************************************************************
       320-REPLAY-ONE-EVENT.
           IF HI-STUDENT-NUMBER NOT = REPLAY-STUDENT-NUMBER
               MOVE HI-STUDENT-NUMBER TO REPLAY-STUDENT-NUMBER
               MOVE ZERO TO REPLAY-OWED
           END-IF.
           MOVE ZERO TO EVENT-CREDIT-CHANGE.
           IF HI-TRANS-CODE = "NV"
               MOVE ZERO TO EVENT-OWED-CHANGE
           ELSE
               COMPUTE EVENT-OWED-CHANGE =
                   HI-NEW-BALANCE - REPLAY-OWED
           END-IF.
           EVALUATE HI-TRANS-CODE
               WHEN "OV"
                   MOVE HI-TRANS-AMOUNT TO EVENT-CREDIT-CHANGE
               WHEN "CR"
               WHEN "RF"
               WHEN "NV"
                   COMPUTE EVENT-CREDIT-CHANGE = ZERO - HI-TRANS-AMOUNT
               WHEN "WD"
                   PERFORM 325-SPLIT-PRORATION-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF HI-TRANS-CODE NOT = "NV"
               MOVE HI-NEW-BALANCE TO REPLAY-OWED
           END-IF.
           COMPUTE EVENT-AR-CHANGE =
               EVENT-OWED-CHANGE - EVENT-CREDIT-CHANGE.
           MOVE HI-POST-DATE TO EVENT-DATE.
           EVALUATE TRUE
               WHEN EVENT-PERIOD < CLOSE-PERIOD
                   ADD EVENT-AR-CHANGE TO REPLAYED-OPENING-AR
               WHEN EVENT-PERIOD = CLOSE-PERIOD
                   PERFORM 330-TALLY-PERIOD-EVENT
               WHEN OTHER
                   ADD EVENT-AR-CHANGE TO POSTED-SINCE-AR
           END-EVALUATE.
           PERFORM 310-READ-HISTORY-RECORD.

       325-SPLIT-PRORATION-CREDIT.
           COMPUTE PRORATION-OWED-DROP = REPLAY-OWED - HI-NEW-BALANCE.
           IF PRORATION-OWED-DROP < ZERO
               MOVE ZERO TO PRORATION-OWED-DROP
           END-IF.
           IF HI-TRANS-AMOUNT > PRORATION-OWED-DROP
               COMPUTE EVENT-CREDIT-CHANGE =
                   HI-TRANS-AMOUNT - PRORATION-OWED-DROP
           END-IF.

       330-TALLY-PERIOD-EVENT.
           ADD 1 TO PERIOD-EVENT-COUNT.
           MOVE EVENT-CODE-COUNT TO MATCHED-CODE-SUB.
           PERFORM 335-MATCH-ONE-CODE
               VARYING EVENT-CODE-SUB FROM 1 BY 1
               UNTIL EVENT-CODE-SUB NOT < DEPT-CHARGE-CODE-SUB.
           IF MATCHED-CODE-SUB = EVENT-CODE-COUNT
               MOVE HI-TRANS-CODE TO SEARCH-CHARGE-TYPE
               PERFORM 245-FIND-CHARGE-TYPE
               IF MATCHED-TYPE-SUB > ZERO
                   MOVE DEPT-CHARGE-CODE-SUB TO MATCHED-CODE-SUB
               END-IF
           END-IF.
           ADD 1 TO ET-EVENT-COUNT (MATCHED-CODE-SUB).
           ADD HI-TRANS-AMOUNT TO ET-TRANS-AMOUNT (MATCHED-CODE-SUB).
           ADD EVENT-AR-CHANGE TO ET-AR-EFFECT (MATCHED-CODE-SUB).
           EVALUATE EC-ROLLFORWARD-LINE (MATCHED-CODE-SUB)
               WHEN "C"
                   ADD EVENT-AR-CHANGE TO ROLL-CHARGES
               WHEN "F"
                   ADD EVENT-AR-CHANGE TO ROLL-FEES
               WHEN "P"
                   ADD EVENT-AR-CHANGE TO ROLL-PAYMENTS
               WHEN "K"
                   ADD EVENT-AR-CHANGE TO ROLL-CREDITS
               WHEN "R"
                   ADD EVENT-AR-CHANGE TO ROLL-REFUNDS
               WHEN "W"
                   ADD EVENT-AR-CHANGE TO ROLL-WRITE-OFFS
               WHEN "D"
                   ADD EVENT-AR-CHANGE TO ROLL-DEPT-CHARGES
               WHEN OTHER
                   ADD EVENT-AR-CHANGE TO ROLL-ADJUSTMENTS
           END-EVALUATE.

       335-MATCH-ONE-CODE.
           IF EC-CODE (EVENT-CODE-SUB) = HI-TRANS-CODE
               AND MATCHED-CODE-SUB = EVENT-CODE-COUNT
               MOVE EVENT-CODE-SUB TO MATCHED-CODE-SUB
           END-IF.

       400-TOTAL-STUDENT-FILE.
           PERFORM 410-READ-NEXT-STUDENT.
           PERFORM 420-ADD-ONE-STUDENT
               UNTIL END-OF-STUDENT-FILE.

       410-READ-NEXT-STUDENT.
           READ STUDENT-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO STUDENT-FILE-EOF-SWITCH
           END-READ.

       420-ADD-ONE-STUDENT.
           ADD TUITION-OWED TO FILE-OWED-TOTAL.
           ADD CREDIT-BALANCE TO FILE-CREDIT-TOTAL.
           PERFORM 410-READ-NEXT-STUDENT.

      ******************************************************************
      * STUDENT.TXT holds today's balances, so the activity posted
      * after the period end is backed off before the tie-out.
      ******************************************************************
       500-FIGURE-ROLLFORWARD.
           IF LAST-CLOSED-PERIOD = ZERO
               MOVE REPLAYED-OPENING-AR TO OPENING-AR
           ELSE
               MOVE LAST-CLOSING-AR TO OPENING-AR
           END-IF.
           COMPUTE ROLLFORWARD-CLOSING-AR =
               OPENING-AR + ROLL-CHARGES + ROLL-FEES
               + ROLL-PAYMENTS + ROLL-CREDITS + ROLL-REFUNDS
               + ROLL-WRITE-OFFS + ROLL-DEPT-CHARGES
               + ROLL-ADJUSTMENTS.
           COMPUTE FILE-AR-NOW = FILE-OWED-TOTAL - FILE-CREDIT-TOTAL.
           COMPUTE FILE-AR-AT-PERIOD-END =
               FILE-AR-NOW - POSTED-SINCE-AR.
           COMPUTE TIE-OUT-DIFFERENCE =
               FILE-AR-AT-PERIOD-END - ROLLFORWARD-CLOSING-AR.

       600-PRINT-EVENT-SUMMARY.
           MOVE "ACTIVITY FOR THE PERIOD BY EVENT CODE"
               TO SH-SECTION-TITLE.
           WRITE CLOSE-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE CLOSE-REPORT-LINE FROM EVENT-SUMMARY-HEADING-LINE.
           PERFORM 610-PRINT-ONE-CODE-LINE
               VARYING EVENT-CODE-SUB FROM 1 BY 1
               UNTIL EVENT-CODE-SUB > EVENT-CODE-COUNT.
           IF PERIOD-EVENT-COUNT = ZERO
               MOVE "    NO EVENTS WERE POSTED IN THE PERIOD."
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       610-PRINT-ONE-CODE-LINE.
           IF ET-EVENT-COUNT (EVENT-CODE-SUB) > ZERO
               MOVE EC-CODE (EVENT-CODE-SUB) TO ES-EVENT-CODE
               MOVE EC-DESCRIPTION (EVENT-CODE-SUB) TO ES-DESCRIPTION
               MOVE ET-EVENT-COUNT (EVENT-CODE-SUB) TO ES-EVENT-COUNT
               MOVE ET-TRANS-AMOUNT (EVENT-CODE-SUB)
                   TO ES-TRANS-AMOUNT
               MOVE ET-AR-EFFECT (EVENT-CODE-SUB) TO ES-AR-EFFECT
               WRITE CLOSE-REPORT-LINE FROM EVENT-SUMMARY-DETAIL-LINE
           END-IF.

       700-PRINT-ROLLFORWARD.
           MOVE "ACCOUNTS RECEIVABLE ROLLFORWARD" TO SH-SECTION-TITLE.
           WRITE CLOSE-REPORT-LINE FROM SECTION-HEADING-LINE.
           IF LAST-CLOSED-PERIOD = ZERO
               MOVE "OPENING AR (REPLAYED FROM HISTORY)"
                   TO RL-CAPTION
           ELSE
               MOVE "OPENING AR (PRIOR PERIOD CLOSE)" TO RL-CAPTION
           END-IF.
           MOVE OPENING-AR TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "CHARGES" TO RL-CAPTION.
           MOVE ROLL-CHARGES TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "FEES" TO RL-CAPTION.
           MOVE ROLL-FEES TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "DEPARTMENTAL CHARGES" TO RL-CAPTION.
           MOVE ROLL-DEPT-CHARGES TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "PAYMENTS, NET OF RETURNED CHECKS" TO RL-CAPTION.
           MOVE ROLL-PAYMENTS TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "CREDITS (WITHDRAWAL AND AID)" TO RL-CAPTION.
           MOVE ROLL-CREDITS TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "REFUNDS" TO RL-CAPTION.
           MOVE ROLL-REFUNDS TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "BAD DEBT WRITTEN OFF" TO RL-CAPTION.
           MOVE ROLL-WRITE-OFFS TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "ADJUSTMENTS" TO RL-CAPTION.
           MOVE ROLL-ADJUSTMENTS TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-RULE-LINE.
           MOVE "CLOSING AR PER ROLLFORWARD" TO RL-CAPTION.
           MOVE ROLLFORWARD-CLOSING-AR TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       750-PRINT-TIE-OUT.
           MOVE "TIE-OUT TO STUDENT.TXT" TO SH-SECTION-TITLE.
           WRITE CLOSE-REPORT-LINE FROM SECTION-HEADING-LINE.
           MOVE "TUITION OWED ON FILE" TO RL-CAPTION.
           MOVE FILE-OWED-TOTAL TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "LESS CREDIT BALANCES ON FILE" TO RL-CAPTION.
           MOVE FILE-CREDIT-TOTAL TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "AR ON FILE TODAY" TO RL-CAPTION.
           MOVE FILE-AR-NOW TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "LESS ACTIVITY POSTED AFTER THE PERIOD" TO RL-CAPTION.
           MOVE POSTED-SINCE-AR TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-RULE-LINE.
           MOVE "AR ON FILE AT PERIOD END" TO RL-CAPTION.
           MOVE FILE-AR-AT-PERIOD-END TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "CLOSING AR PER ROLLFORWARD" TO RL-CAPTION.
           MOVE ROLLFORWARD-CLOSING-AR TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE "DIFFERENCE" TO RL-CAPTION.
           MOVE TIE-OUT-DIFFERENCE TO RL-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM ROLLFORWARD-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           IF TIE-OUT-DIFFERENCE = ZERO
               MOVE "*** THE ROLLFORWARD TIES TO STUDENT.TXT ***"
                   TO CLOSE-REPORT-LINE
           ELSE
               MOVE
                   "*** THE ROLLFORWARD DOES NOT TIE TO STUDENT.TXT ***"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               MOVE
                   "*** RUN PROJECT_01_AUD TO FIND THE STUDENTS OUT ***"
                   TO CLOSE-REPORT-LINE
           END-IF.
           WRITE CLOSE-REPORT-LINE.

      ******************************************************************
      * The period is only recorded as closed on the supervisor's
      * say-so. A difference does not block the close -- finance may
      * book it and move on -- but it is shown before the question
      * is asked, and kept on the closed-period record.
      ******************************************************************
       800-CONFIRM-PERIOD-CLOSE.
           DISPLAY "CLOSE REPORT FOR PERIOD " CLOSE-PERIOD
               " WRITTEN TO MONTH-END-CLOSE.TXT.".
           IF TIE-OUT-DIFFERENCE NOT = ZERO
               MOVE TIE-OUT-DIFFERENCE TO DIFFERENCE-DISPLAY
               DISPLAY "WARNING: THE ROLLFORWARD IS OUT BY "
                   DIFFERENCE-DISPLAY " AGAINST STUDENT.TXT."
           END-IF.
           DISPLAY "RECORD PERIOD " CLOSE-PERIOD
               " AS CLOSED TO POSTING (Y/N)? ".
           ACCEPT CLOSE-CONFIRM-PROMPT.
           IF CLOSE-CONFIRM-PROMPT = "Y" OR "y"
               PERFORM 810-WRITE-CLOSED-PERIOD
               DISPLAY "PERIOD " CLOSE-PERIOD " IS CLOSED."
           ELSE
               DISPLAY "PERIOD " CLOSE-PERIOD " LEFT OPEN -- THE "
                   "REPORT IS FOR REVIEW ONLY."
           END-IF.

       810-WRITE-CLOSED-PERIOD.
           OPEN EXTEND CLOSED-PERIOD-FILE.
           IF CLOSED-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT CLOSED-PERIOD-FILE
           END-IF.
           IF CLOSED-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CLOSED PERIOD FILE, STATUS = "
                   CLOSED-PERIOD-FILE-STATUS
               DISPLAY "PERIOD " CLOSE-PERIOD " WAS NOT CLOSED."
               PERFORM 900-CLOSE-FILES
               STOP RUN
           END-IF.
           ACCEPT CLOSE-RUN-TIME FROM TIME.
           MOVE CLOSE-PERIOD TO CP-PERIOD.
           MOVE CLOSE-RUN-DATE TO CP-CLOSED-DATE.
           MOVE CLOSE-RUN-TIME TO CP-CLOSED-TIME.
           MOVE SIGNED-ON-OPERATOR-ID TO CP-CLOSED-BY.
           MOVE OPENING-AR TO CP-OPENING-AR.
           MOVE FILE-AR-AT-PERIOD-END TO CP-CLOSING-AR.
           MOVE TIE-OUT-DIFFERENCE TO CP-DIFFERENCE.
           WRITE CLOSED-PERIOD-RECORD.
           CLOSE CLOSED-PERIOD-FILE.

       900-CLOSE-FILES.
           CLOSE STUDENT-HISTORY-FILE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE CLOSE-REPORT-FILE.

       END PROGRAM PROJECT_01_MEC.
