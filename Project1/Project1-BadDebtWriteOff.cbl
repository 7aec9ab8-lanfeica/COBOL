      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Write off uncollectible accounts. An account handed
      *          to collections by PROJECT_01_DUN used to stay on
      *          STUDENT.TXT with its full TUITION-OWED forever --
      *          it swelled the over-120 bucket of PROJECT_01_AGE,
      *          kept the student out of the PROJECT_01_ARC purge,
      *          and the only way out was a maintenance-mode AJ the
      *          GL extract does not book.
      *
      *          The supervisor keys the number of days an account
      *          must have sat with collections (ENTER takes 180).
      *          Every account on DUNNING-STATUS.TXT handed off
      *          longer ago than that, still owing, and with no
      *          payment, sponsor payment, or aid posted to its
      *          history since the hand-off date is proposed one at
      *          a time at the terminal. Each one the supervisor
      *          approves has its TUITION-OWED zeroed with a WO
      *          history event for the amount written off, which
      *          PROJECT_01_GLX books as bad-debt expense against
      *          the receivable. The amount is added to the
      *          student's record on the indexed WRITE-OFFS.TXT, so
      *          PROJECT_01_PMT can tell a later payment from the
      *          student is a recovery of bad debt and not an
      *          overpayment. Every account proposed, approved or
      *          not, is listed on WRITE-OFF-REGISTER.TXT with the
      *          run's totals, every write-off is written to
      *          AUDITLOG.TXT under the supervisor's ID, and a BDW
      *          completion record is appended to RUN-CONTROL.TXT.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a supervisor role.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_BDW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-OUT ASSIGN TO "../STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT DUNNING-STATUS-FILE ASSIGN TO
               "../DUNNING-STATUS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-STUDENT-NUMBER
               FILE STATUS IS DUNNING-STATUS-FILE-STATUS.
           SELECT STUDENT-HISTORY-FILE ASSIGN TO
               "../STUDENT-HISTORY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-RECORD-KEY
               ALTERNATE RECORD KEY IS HI-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-HISTORY-FILE-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "../WRITE-OFFS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-STUDENT-NUMBER
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT WRITE-OFF-REGISTER-FILE ASSIGN TO
               "../WRITE-OFF-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "../OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "../RUN-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.

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

       FD DUNNING-STATUS-FILE.
       01 DUNNING-STATUS-RECORD.
           05 DN-STUDENT-NUMBER PIC 9(7).
           05 DN-LAST-LEVEL-SENT PIC 9(1).
               88 DN-NOTHING-SENT VALUE 0.
               88 DN-HANDED-OFF VALUE 4.
           05 DN-LAST-SENT-DATE PIC 9(8).
           05 DN-LEVEL-SENT-DATE OCCURS 3 TIMES PIC 9(8).

       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HI-RECORD-KEY.
               10 HI-STUDENT-NUMBER PIC 9(7).
               10 HI-POST-DATE PIC 9(8).
               10 HI-POST-SEQ PIC 9(3).
           05 HI-TRANS-CODE PIC X(2).
           05 HI-TRANS-AMOUNT PIC 9(7)V99.
           05 HI-NEW-BALANCE PIC 9(7)V99.

       FD WRITE-OFF-FILE.
       01 WRITE-OFF-RECORD.
           05 WO-STUDENT-NUMBER PIC 9(7).
           05 WO-LAST-WRITE-OFF-DATE PIC 9(8).
           05 WO-APPROVED-BY PIC X(8).
           05 WO-WRITTEN-OFF-AMOUNT PIC 9(7)V99.
           05 WO-RECOVERED-AMOUNT PIC 9(7)V99.

       FD WRITE-OFF-REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

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

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-RUN-TYPE PIC X(3).
           05 RC-BUSINESS-DATE PIC 9(8).
           05 RC-RECORD-COUNT PIC 9(7).
           05 RC-AMOUNT PIC 9(9)V99.
           05 RC-COMPLETED-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 DUNNING-STATUS-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 WRITE-OFF-FILE-STATUS PIC X(2).
       01 OPERATOR-MASTER-FILE-STATUS PIC X(2).
       01 AUDIT-LOG-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).

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

       01 DUNNING-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-DUNNING-FILE VALUE "Y".

       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".

       01 WRITE-OFF-DAYS-FIELDS.
           05 MINIMUM-DAYS-INPUT PIC X(4).
           05 MINIMUM-DAYS-VALID-SWITCH PIC X(1) VALUE "N".
               88 MINIMUM-DAYS-IS-VALID VALUE "Y".
           05 MINIMUM-DAYS-HANDED-OFF PIC 9(4) VALUE 180.

       01 AGING-DATE-FIELDS.
           05 AGING-TODAY PIC 9(8).
           05 AGING-TODAY-DAYS PIC 9(7) COMP.
           05 AGING-HANDOFF-DAYS PIC 9(7) COMP.
           05 DAYS-SINCE-HANDOFF PIC S9(7) COMP.

       01 DAY-NUMBER-WORK-FIELDS.
           05 DNW-DATE PIC 9(8).
           05 DNW-DATE-SPLIT REDEFINES DNW-DATE.
               10 DNW-YEAR PIC 9(4).
               10 DNW-MONTH PIC 9(2).
               10 DNW-DAY PIC 9(2).
           05 DNW-ADJ-YEAR PIC 9(4) COMP.
           05 DNW-ADJ-MONTH PIC 9(2) COMP.
           05 DNW-DAY-NUMBER PIC 9(7) COMP.

       01 WRITE-OFF-WORK-FIELDS.
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".
           05 PAYMENT-SINCE-SWITCH PIC X(1).
               88 PAID-SINCE-HANDOFF VALUE "Y".
           05 WRITE-OFF-LOOKUP-SWITCH PIC X(1).
               88 WRITE-OFF-ON-FILE VALUE "Y".
           05 APPROVE-PROMPT PIC A(1).
           05 WRITE-OFF-AMOUNT PIC 9(7)V99.
           05 BALANCE-DISPLAY PIC $$,$$$,$$9.99.

       01 HISTORY-WORK-FIELDS.
           05 HISTORY-WRITTEN-SWITCH PIC X(1).
               88 HISTORY-EVENT-WRITTEN VALUE "Y".

       01 REGISTER-TOTAL-FIELDS.
           05 PROPOSED-COUNT PIC 9(5) VALUE ZERO.
           05 PROPOSED-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WRITTEN-OFF-COUNT PIC 9(5) VALUE ZERO.
           05 WRITTEN-OFF-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 DECLINED-COUNT PIC 9(5) VALUE ZERO.
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(30) VALUE "BAD DEBT WRITE-OFF REGISTER".
           05 FILLER PIC X(10) VALUE "RUN DATE ".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(26) VALUE "   HANDED OFF MORE THAN ".
           05 RH-MINIMUM-DAYS PIC ZZZ9.
           05 FILLER PIC X(6) VALUE " DAYS".
           05 FILLER PIC X(48) VALUE SPACES.

       01 REGISTER-HEADING-LINE-2.
           05 FILLER PIC X(42) VALUE "STUDENT NAME".
           05 FILLER PIC X(11) VALUE "NUMBER".
           05 FILLER PIC X(12) VALUE "HANDED OFF".
           05 FILLER PIC X(8) VALUE "DAYS".
           05 FILLER PIC X(17) VALUE "BALANCE OWED".
           05 FILLER PIC X(42) VALUE "ACTION".

       01 WRITE-OFF-DETAIL-LINE.
           05 WD-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WD-HANDOFF-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WD-DAYS-SINCE-HANDOFF PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-BALANCE-OWED PIC $$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WD-ACTION PIC X(20).
           05 FILLER PIC X(21) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-1.
           05 FILLER PIC X(30) VALUE "ACCOUNTS PROPOSED: ".
           05 RT-PROPOSED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   BALANCE PROPOSED: ".
           05 RT-PROPOSED-AMOUNT PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(57) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-2.
           05 FILLER PIC X(30) VALUE "ACCOUNTS WRITTEN OFF: ".
           05 RT-WRITTEN-OFF-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   TOTAL WRITTEN OFF: ".
           05 RT-WRITTEN-OFF-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(57) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-3.
           05 FILLER PIC X(30) VALUE "ACCOUNTS NOT APPROVED: ".
           05 RT-DECLINED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       100-WRITE-OFF-BAD-DEBT.
           PERFORM 130-SIGN-ON-OPERATOR.
           ACCEPT AGING-TODAY FROM DATE YYYYMMDD.
           MOVE AGING-TODAY TO DNW-DATE.
           PERFORM 850-CONVERT-DATE-TO-DAYS.
           MOVE DNW-DAY-NUMBER TO AGING-TODAY-DAYS.
           PERFORM 200-PROMPT-MINIMUM-DAYS
               UNTIL MINIMUM-DAYS-IS-VALID.
           PERFORM 210-OPEN-WRITE-OFF-FILES.
           PERFORM 220-PRINT-REGISTER-HEADERS.
           PERFORM 300-READ-NEXT-DUNNING-STATUS.
           PERFORM 400-REVIEW-ONE-ACCOUNT
               UNTIL END-OF-DUNNING-FILE.
           PERFORM 800-PRINT-REGISTER-TOTALS.
           PERFORM 860-WRITE-RUN-CONTROL.
           PERFORM 900-CLOSE-WRITE-OFF-FILES.
           STOP RUN.

      ******************************************************************
      * Writing off a receivable is a supervisor's call, so the run
      * signs on against the operator master kept by PROJECT_01_OPR
      * -- a supervisor role is required. Three failed tries stop
      * the run; each denial is written to AUDITLOG.TXT, which stays
      * open for the run so each write-off is logged as it posts.
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
           IF NOT SIGN-ON-ACCEPTED
               CLOSE AUDIT-LOG-FILE
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

       200-PROMPT-MINIMUM-DAYS.
           DISPLAY "ENTER THE DAYS AN ACCOUNT MUST HAVE BEEN WITH ".
           DISPLAY "COLLECTIONS, OR PRESS ENTER FOR 180: ".
           ACCEPT MINIMUM-DAYS-INPUT.
           IF MINIMUM-DAYS-INPUT = SPACES
               MOVE 180 TO MINIMUM-DAYS-HANDED-OFF
               MOVE "Y" TO MINIMUM-DAYS-VALID-SWITCH
           ELSE
               IF MINIMUM-DAYS-INPUT IS NUMERIC
                   MOVE MINIMUM-DAYS-INPUT TO MINIMUM-DAYS-HANDED-OFF
                   MOVE "Y" TO MINIMUM-DAYS-VALID-SWITCH
               ELSE
                   DISPLAY "THE DAYS MUST BE KEYED AS 4 DIGITS "
                       "(0180). PLEASE TRY AGAIN."
               END-IF
           END-IF.

      ******************************************************************
      * Only accounts PROJECT_01_DUN has handed off can be written
      * off here, so a missing DUNNING-STATUS.TXT means there is
      * nothing to propose. WRITE-OFFS.TXT is created on the first
      * write-off ever approved.
      ******************************************************************
       210-OPEN-WRITE-OFF-FILES.
           OPEN INPUT DUNNING-STATUS-FILE.
           IF DUNNING-STATUS-FILE-STATUS = "35"
               DISPLAY "NO DUNNING STATUS FILE IS ON HAND -- NO "
                   "ACCOUNT HAS BEEN HANDED OFF TO COLLECTIONS."
               CLOSE AUDIT-LOG-FILE
               STOP RUN
           END-IF.
           IF DUNNING-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DUNNING STATUS FILE, STATUS = "
                   DUNNING-STATUS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-HISTORY-FILE.
           IF STUDENT-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-HISTORY-FILE
               CLOSE STUDENT-HISTORY-FILE
               OPEN I-O STUDENT-HISTORY-FILE
           END-IF.
           IF STUDENT-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT HISTORY FILE, STATUS = "
                   STUDENT-HISTORY-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
               OPEN I-O WRITE-OFF-FILE
           END-IF.
           IF WRITE-OFF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WRITE-OFF FILE, STATUS = "
                   WRITE-OFF-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT WRITE-OFF-REGISTER-FILE.

       220-PRINT-REGISTER-HEADERS.
           MOVE AGING-TODAY TO RH-RUN-DATE.
           MOVE MINIMUM-DAYS-HANDED-OFF TO RH-MINIMUM-DAYS.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       300-READ-NEXT-DUNNING-STATUS.
           READ DUNNING-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DUNNING-EOF-SWITCH
           END-READ.

      ******************************************************************
      * An account is proposed only when it was handed off longer
      * ago than the days keyed, still owes, and has had no money
      * posted against it since the hand-off -- a student paying
      * down the debt, however slowly, is left with collections.
      ******************************************************************
       400-REVIEW-ONE-ACCOUNT.
           IF DN-HANDED-OFF
               MOVE DN-LAST-SENT-DATE TO DNW-DATE
               PERFORM 850-CONVERT-DATE-TO-DAYS
               MOVE DNW-DAY-NUMBER TO AGING-HANDOFF-DAYS
               COMPUTE DAYS-SINCE-HANDOFF =
                   AGING-TODAY-DAYS - AGING-HANDOFF-DAYS
               IF DAYS-SINCE-HANDOFF > MINIMUM-DAYS-HANDED-OFF
                   PERFORM 410-READ-HANDED-OFF-STUDENT
                   IF STUDENT-ON-FILE
                       AND TUITION-OWED > ZERO
                       PERFORM 420-CHECK-PAYMENT-SINCE-HANDOFF
                       IF NOT PAID-SINCE-HANDOFF
                           PERFORM 500-PROPOSE-WRITE-OFF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 300-READ-NEXT-DUNNING-STATUS.

       410-READ-HANDED-OFF-STUDENT.
           MOVE DN-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-OUT
               KEY IS STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO STUDENT-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-LOOKUP-SWITCH
           END-READ.

       420-CHECK-PAYMENT-SINCE-HANDOFF.
           MOVE "N" TO PAYMENT-SINCE-SWITCH.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE DN-LAST-SENT-DATE TO HI-POST-DATE.
           MOVE ZERO TO HI-POST-SEQ.
           START STUDENT-HISTORY-FILE
               KEY IS NOT LESS THAN HI-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT INVALID KEY
                   MOVE "N" TO HISTORY-EOF-SWITCH
           END-START.
           IF NOT END-OF-HISTORY-FILE
               PERFORM 430-READ-HISTORY-RECORD
           END-IF.
           PERFORM 440-MATCH-ONE-PAYMENT-EVENT
               UNTIL END-OF-HISTORY-FILE
               OR PAID-SINCE-HANDOFF.

       430-READ-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       440-MATCH-ONE-PAYMENT-EVENT.
           IF HI-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
               IF HI-TRANS-CODE = "PY" OR "SP" OR "AG" OR "AS"
                   OR "AL"
                   MOVE "Y" TO PAYMENT-SINCE-SWITCH
               ELSE
                   PERFORM 430-READ-HISTORY-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * Each account is put to the supervisor on its own; only a Y
      * writes it off. Either way it goes on the register.
      ******************************************************************
       500-PROPOSE-WRITE-OFF.
           ADD 1 TO PROPOSED-COUNT.
           ADD TUITION-OWED TO PROPOSED-AMOUNT.
           MOVE STUDENT-NAME TO WD-STUDENT-NAME.
           MOVE STUDENT-NUMBER TO WD-STUDENT-NUMBER.
           MOVE DN-LAST-SENT-DATE TO WD-HANDOFF-DATE.
           MOVE DAYS-SINCE-HANDOFF TO WD-DAYS-SINCE-HANDOFF.
           MOVE TUITION-OWED TO WD-BALANCE-OWED.
           MOVE TUITION-OWED TO BALANCE-DISPLAY.
           DISPLAY " ".
           DISPLAY STUDENT-NUMBER "  " STUDENT-NAME.
           DISPLAY "  OWES " BALANCE-DISPLAY ", HANDED OFF "
               DN-LAST-SENT-DATE " (" WD-DAYS-SINCE-HANDOFF
               " DAYS AGO), NO PAYMENT SINCE.".
           DISPLAY "WRITE OFF THIS ACCOUNT (Y/N)? ".
           ACCEPT APPROVE-PROMPT.
           IF APPROVE-PROMPT = "Y" OR "y"
               PERFORM 510-POST-WRITE-OFF
               MOVE "WRITTEN OFF" TO WD-ACTION
           ELSE
               ADD 1 TO DECLINED-COUNT
               MOVE "NOT APPROVED" TO WD-ACTION
           END-IF.
           WRITE REGISTER-LINE FROM WRITE-OFF-DETAIL-LINE.

       510-POST-WRITE-OFF.
           MOVE TUITION-OWED TO WRITE-OFF-AMOUNT.
           MOVE ZERO TO TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT RECORD "
                       STUDENT-NUMBER
           END-REWRITE.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE AGING-TODAY TO HI-POST-DATE.
           MOVE "WO" TO HI-TRANS-CODE.
           MOVE WRITE-OFF-AMOUNT TO HI-TRANS-AMOUNT.
           MOVE TUITION-OWED TO HI-NEW-BALANCE.
           PERFORM 520-WRITE-KEYED-HISTORY.
           PERFORM 530-RECORD-WRITE-OFF.
           PERFORM 540-LOG-WRITE-OFF.
           ADD 1 TO WRITTEN-OFF-COUNT.
           ADD WRITE-OFF-AMOUNT TO WRITTEN-OFF-TOTAL.

      ******************************************************************
      * The history is keyed on student number, posting date, and a
      * sequence number that tells a day's events for one student
      * apart. The sequence is found by trying 001 upward until the
      * WRITE lands on an unused key.
      ******************************************************************
       520-WRITE-KEYED-HISTORY.
           MOVE 1 TO HI-POST-SEQ.
           MOVE "N" TO HISTORY-WRITTEN-SWITCH.
           PERFORM 521-TRY-HISTORY-WRITE
               UNTIL HISTORY-EVENT-WRITTEN
               OR HI-POST-SEQ > 998.
           IF NOT HISTORY-EVENT-WRITTEN
               DISPLAY "ERROR WRITING HISTORY FOR STUDENT NUMBER "
                   HI-STUDENT-NUMBER ", STATUS = "
                   STUDENT-HISTORY-FILE-STATUS
           END-IF.

       521-TRY-HISTORY-WRITE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HI-POST-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-WRITTEN-SWITCH
           END-WRITE.

      ******************************************************************
      * A student written off a second time -- rebilled, handed off
      * again, and written off again -- has the new amount added to
      * the record already on file, so the recovery PROJECT_01_PMT
      * recognizes covers everything ever written off.
      ******************************************************************
       530-RECORD-WRITE-OFF.
           MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER.
           READ WRITE-OFF-FILE
               KEY IS WO-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO WRITE-OFF-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WRITE-OFF-LOOKUP-SWITCH
           END-READ.
           MOVE AGING-TODAY TO WO-LAST-WRITE-OFF-DATE.
           MOVE SIGNED-ON-OPERATOR-ID TO WO-APPROVED-BY.
           IF WRITE-OFF-ON-FILE
               ADD WRITE-OFF-AMOUNT TO WO-WRITTEN-OFF-AMOUNT
               REWRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING WRITE-OFF RECORD FOR "
                           "STUDENT NUMBER " WO-STUDENT-NUMBER
               END-REWRITE
           ELSE
               MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER
               MOVE WRITE-OFF-AMOUNT TO WO-WRITTEN-OFF-AMOUNT
               MOVE ZERO TO WO-RECOVERED-AMOUNT
               WRITE WRITE-OFF-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING WRITE-OFF RECORD FOR "
                           "STUDENT NUMBER " WO-STUDENT-NUMBER
               END-WRITE
           END-IF.

       540-LOG-WRITE-OFF.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO AL-STUDENT-NAME.
           WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL.

       800-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE PROPOSED-COUNT TO RT-PROPOSED-COUNT.
           MOVE PROPOSED-AMOUNT TO RT-PROPOSED-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-1.
           MOVE WRITTEN-OFF-COUNT TO RT-WRITTEN-OFF-COUNT.
           MOVE WRITTEN-OFF-TOTAL TO RT-WRITTEN-OFF-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-2.
           MOVE DECLINED-COUNT TO RT-DECLINED-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-3.
           DISPLAY " ".
           DISPLAY "WRITE-OFF RUN COMPLETE FOR " AGING-TODAY ".".
           DISPLAY "  ACCOUNTS PROPOSED:     " PROPOSED-COUNT.
           DISPLAY "  ACCOUNTS WRITTEN OFF:  " WRITTEN-OFF-COUNT.
           DISPLAY "  ACCOUNTS NOT APPROVED: " DECLINED-COUNT.
           DISPLAY "REGISTER WRITTEN TO WRITE-OFF-REGISTER.TXT.".

      ******************************************************************
      * Convert the CCYYMMDD date in DNW-DATE to a day number in
      * DNW-DAY-NUMBER, so two dates can be differenced to a count of
      * days. Months January and February are carried as months 13
      * and 14 of the prior year so the leap day falls at the end of
      * the shifted year, which keeps the month-length term exact
      * across leap years.
      ******************************************************************
       850-CONVERT-DATE-TO-DAYS.
           IF DNW-MONTH < 3
               COMPUTE DNW-ADJ-YEAR = DNW-YEAR - 1
               COMPUTE DNW-ADJ-MONTH = DNW-MONTH + 12
           ELSE
               MOVE DNW-YEAR TO DNW-ADJ-YEAR
               MOVE DNW-MONTH TO DNW-ADJ-MONTH
           END-IF.
           COMPUTE DNW-DAY-NUMBER =
               (365 * DNW-ADJ-YEAR)
               + (DNW-ADJ-YEAR / 4)
               - (DNW-ADJ-YEAR / 100)
               + (DNW-ADJ-YEAR / 400)
               + ((153 * (DNW-ADJ-MONTH + 1)) / 5)
               + DNW-DAY.

       860-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUN-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RUN CONTROL FILE, STATUS = "
                   RUN-CONTROL-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT RUN-COMPLETED-TIME FROM TIME.
           MOVE "BDW" TO RC-RUN-TYPE.
           MOVE AGING-TODAY TO RC-BUSINESS-DATE.
           MOVE WRITTEN-OFF-COUNT TO RC-RECORD-COUNT.
           MOVE WRITTEN-OFF-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       900-CLOSE-WRITE-OFF-FILES.
           CLOSE DUNNING-STATUS-FILE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE STUDENT-HISTORY-FILE.
           CLOSE WRITE-OFF-FILE.
           CLOSE WRITE-OFF-REGISTER-FILE.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM PROJECT_01_BDW.
