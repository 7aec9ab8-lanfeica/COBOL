      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Disburse financial aid awards to student accounts on
      *          their scheduled dates. Every award on FINANCIAL-AID.TXT
      *          (loaded by PROJECT_01_AWD) whose disbursement date
      *          has arrived and that has not been disbursed yet is
      *          posted against the student's TUITION-OWED the way
      *          PROJECT_01_PMT posts a payment: the part applied to
      *          the balance is written to STUDENT-HISTORY.TXT as its
      *          own aid event -- AG for a grant, AS for a
      *          scholarship, AL for a loan -- which PROJECT_01_GLX
      *          books to that aid type's clearing account instead of
      *          to cash. An award larger than the balance owed
      *          leaves the excess in CREDIT-BALANCE as an OV event
      *          and appends a refund request to REFUND-REQUESTS.TXT
      *          for PROJECT_01_RFD, and the amount applied is spread
      *          across any installment plan, oldest open
      *          installment first. The award is then stamped with
      *          the date it was disbursed so it is never posted
      *          twice.
      *
      *          An award for a student no longer on STUDENT.TXT, or
      *          for a student who has withdrawn, is held -- it is
      *          listed for the aid office and left undisbursed,
      *          since aid for a withdrawn student may have to go
      *          back to its source.
      *
      *          Every award posted or held is listed on
      *          DISBURSEMENT-REGISTER.TXT with totals by aid type,
      *          and a DSB completion record is appended to
      *          RUN-CONTROL.TXT for PROJECT_01_RCL. The run signs on
      *          against the OPERATOR.TXT master kept by
      *          PROJECT_01_OPR with a cashier role or better, the
      *          same as the payment posting run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_DSB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINANCIAL-AID-FILE ASSIGN TO "../FINANCIAL-AID.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-RECORD-KEY
               FILE STATUS IS FINANCIAL-AID-FILE-STATUS.
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
           SELECT REFUND-REQUEST-FILE ASSIGN TO
               "../REFUND-REQUESTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-REQUEST-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO
               "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-STUDENT-NUMBER
               FILE STATUS IS PAYMENT-PLAN-FILE-STATUS.
           SELECT DISBURSEMENT-REGISTER-FILE ASSIGN TO
               "../DISBURSEMENT-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "../RUN-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "../OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FINANCIAL-AID-FILE.
       01 FINANCIAL-AID-RECORD.
           05 FA-RECORD-KEY.
               10 FA-STUDENT-NUMBER PIC 9(7).
               10 FA-TERM-CODE PIC X(6).
           05 FA-AWARD-COUNT PIC 9(1).
           05 FA-AWARD OCCURS 4 TIMES.
               10 FA-AID-TYPE PIC X(1).
                   88 FA-GRANT-AID VALUE "G".
                   88 FA-SCHOLARSHIP-AID VALUE "S".
                   88 FA-LOAN-AID VALUE "L".
               10 FA-AWARD-AMOUNT PIC 9(7)V99.
               10 FA-DISBURSE-DATE PIC 9(8).
               10 FA-DISBURSED-DATE PIC 9(8).

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

       FD REFUND-REQUEST-FILE.
       01 REFUND-REQUEST-RECORD.
           05 RF-STUDENT-NUMBER PIC 9(7).
           05 RF-STUDENT-NAME PIC X(40).
           05 RF-CREDIT-AMOUNT PIC 9(7)V99.

       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(7).
           05 PP-INSTALLMENT-COUNT PIC 9(1).
           05 PP-INSTALLMENT OCCURS 4 TIMES.
               10 PP-INST-DUE-DATE PIC 9(8).
               10 PP-INST-AMOUNT PIC 9(7)V99.
               10 PP-INST-PAID PIC 9(7)V99.

       FD DISBURSEMENT-REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-RUN-TYPE PIC X(3).
           05 RC-BUSINESS-DATE PIC 9(8).
           05 RC-RECORD-COUNT PIC 9(7).
           05 RC-AMOUNT PIC 9(9)V99.
           05 RC-COMPLETED-TIME PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 FINANCIAL-AID-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 REFUND-REQUEST-FILE-STATUS PIC X(2).
       01 PAYMENT-PLAN-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-MASTER-FILE-STATUS PIC X(2).
       01 AUDIT-LOG-FILE-STATUS PIC X(2).

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

       01 RUN-CONTROL-WORK-FIELDS.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 FINANCIAL-AID-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-FINANCIAL-AID-FILE VALUE "Y".

       01 DISBURSEMENT-WORK-FIELDS.
           05 AWARD-SUB PIC 9(1) COMP.
           05 AWARD-RECORD-CHANGED-SWITCH PIC X(1).
               88 AWARD-RECORD-CHANGED VALUE "Y".
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".
           05 AID-HISTORY-CODE PIC X(2).
           05 AID-TYPE-DESCRIPTION PIC X(11).
           05 HOLD-REASON PIC X(40).
           05 OLD-BALANCE PIC 9(7)V99.
           05 DISBURSED-AMOUNT PIC 9(7)V99.
           05 AID-APPLIED-AMOUNT PIC 9(7)V99.
           05 EXCESS-AID-AMOUNT PIC 9(7)V99.

       01 PLAN-WORK-FIELDS.
           05 PLAN-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 PLAN-FILE-AVAILABLE VALUE "Y".
           05 PLAN-LOOKUP-SWITCH PIC X(1).
               88 PLAN-ON-FILE VALUE "Y".
           05 INSTALLMENT-SUB PIC 9(1) COMP.
           05 PLAN-APPLY-REMAINING PIC 9(7)V99.
           05 INST-OPEN-AMOUNT PIC 9(7)V99.

       01 HISTORY-WORK-FIELDS.
           05 HISTORY-WRITTEN-SWITCH PIC X(1).
               88 HISTORY-EVENT-WRITTEN VALUE "Y".

       01 DISBURSEMENT-TOTALS.
           05 DISBURSED-COUNT PIC 9(5) VALUE ZERO.
           05 DISBURSED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 GRANT-COUNT PIC 9(5) VALUE ZERO.
           05 GRANT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 SCHOLARSHIP-COUNT PIC 9(5) VALUE ZERO.
           05 SCHOLARSHIP-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 LOAN-COUNT PIC 9(5) VALUE ZERO.
           05 LOAN-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 REFUND-REQUEST-COUNT PIC 9(5) VALUE ZERO.
           05 REFUND-REQUEST-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 HELD-COUNT PIC 9(5) VALUE ZERO.
           05 HELD-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(36) VALUE
               "FINANCIAL AID DISBURSEMENT REGISTER".
           05 FILLER PIC X(6) VALUE "RUN".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(82) VALUE SPACES.

       01 REGISTER-HEADING-LINE-2.
           05 FILLER PIC X(32) VALUE "STUDENT NAME".
           05 FILLER PIC X(9) VALUE "NUMBER".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(13) VALUE "AID TYPE".
           05 FILLER PIC X(15) VALUE "        AWARD".
           05 FILLER PIC X(15) VALUE "  OLD BALANCE".
           05 FILLER PIC X(15) VALUE "  NEW BALANCE".
           05 FILLER PIC X(15) VALUE "    TO REFUND".
           05 FILLER PIC X(10) VALUE SPACES.

       01 DISBURSEMENT-DETAIL-LINE.
           05 DD-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-AID-TYPE PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-AWARD-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-OLD-BALANCE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-NEW-BALANCE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-REFUND-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(11) VALUE SPACES.

       01 HELD-AWARD-LINE.
           05 FILLER PIC X(32) VALUE "*** AWARD HELD ***".
           05 HA-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HA-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HA-AID-TYPE PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HA-AWARD-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HA-HOLD-REASON PIC X(40).
           05 FILLER PIC X(15) VALUE SPACES.

       01 REGISTER-TYPE-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RY-AID-TYPE PIC X(16).
           05 RY-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RY-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(85) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-1.
           05 FILLER PIC X(20) VALUE "AWARDS DISBURSED".
           05 RT-DISBURSED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RT-DISBURSED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(85) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-2.
           05 FILLER PIC X(20) VALUE "REFUND REQUESTS".
           05 RT-REFUND-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RT-REFUND-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(85) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-3.
           05 FILLER PIC X(20) VALUE "AWARDS HELD".
           05 RT-HELD-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RT-HELD-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       100-DISBURSE-AID-AWARDS.
           PERFORM 130-SIGN-ON-OPERATOR.
           PERFORM 200-OPEN-DISBURSEMENT-FILES.
           PERFORM 300-PRINT-REGISTER-HEADERS.
           PERFORM 400-READ-AWARD-RECORD.
           PERFORM 500-DISBURSE-ONE-AWARD-RECORD
               UNTIL END-OF-FINANCIAL-AID-FILE.
           PERFORM 700-PRINT-REGISTER-TOTALS.
           PERFORM 750-WRITE-RUN-CONTROL.
           PERFORM 900-CLOSE-DISBURSEMENT-FILES.
           STOP RUN.

      ******************************************************************
      * Disbursing aid rewrites student balances the same way the
      * payment posting run does, so the run signs on against the
      * operator master kept by PROJECT_01_OPR with a cashier role or
      * better. Three failed tries stop the run; each denial is
      * written to AUDITLOG.TXT. A missing operator master refuses
      * the run -- set operators up with PROJECT_01_OPR first.
      ******************************************************************
       130-SIGN-ON-OPERATOR.
           MOVE 2 TO REQUIRED-ROLE-RANK.
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

       200-OPEN-DISBURSEMENT-FILES.
           OPEN I-O FINANCIAL-AID-FILE.
           IF FINANCIAL-AID-FILE-STATUS = "35"
               DISPLAY "NO FINANCIAL AID AWARDS HAVE BEEN LOADED -- "
                   "RUN PROJECT_01_AWD FIRST."
               STOP RUN
           END-IF.
           IF FINANCIAL-AID-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FINANCIAL AID FILE, STATUS = "
                   FINANCIAL-AID-FILE-STATUS
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
           END-IF.
           IF STUDENT-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT HISTORY FILE, STATUS = "
                   STUDENT-HISTORY-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND REFUND-REQUEST-FILE.
           IF REFUND-REQUEST-FILE-STATUS = "35"
               OPEN OUTPUT REFUND-REQUEST-FILE
           END-IF.
           IF REFUND-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REFUND REQUEST FILE, STATUS = "
                   REFUND-REQUEST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PAYMENT-PLAN-FILE.
           EVALUATE PAYMENT-PLAN-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO PLAN-FILE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO PLAN-FILE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING PAYMENT PLAN FILE, "
                       "STATUS = " PAYMENT-PLAN-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT DISBURSEMENT-REGISTER-FILE.
           ACCEPT RUN-BUSINESS-DATE FROM DATE YYYYMMDD.

       300-PRINT-REGISTER-HEADERS.
           MOVE RUN-BUSINESS-DATE TO RH-RUN-DATE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       400-READ-AWARD-RECORD.
           READ FINANCIAL-AID-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO FINANCIAL-AID-EOF-SWITCH
           END-READ.

      ******************************************************************
      * Each award on the term record is disbursed on its own once
      * its date has arrived. The term record is rewritten once,
      * after all of its awards have been looked at.
      ******************************************************************
       500-DISBURSE-ONE-AWARD-RECORD.
           MOVE "N" TO AWARD-RECORD-CHANGED-SWITCH.
           PERFORM 510-CHECK-ONE-AWARD
               VARYING AWARD-SUB FROM 1 BY 1
               UNTIL AWARD-SUB > FA-AWARD-COUNT.
           IF AWARD-RECORD-CHANGED
               REWRITE FINANCIAL-AID-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING AWARD RECORD FOR "
                           "STUDENT NUMBER " FA-STUDENT-NUMBER
                           " TERM " FA-TERM-CODE
               END-REWRITE
           END-IF.
           PERFORM 400-READ-AWARD-RECORD.

       510-CHECK-ONE-AWARD.
           IF FA-DISBURSED-DATE (AWARD-SUB) = ZERO
               AND FA-AWARD-AMOUNT (AWARD-SUB) > ZERO
               AND FA-DISBURSE-DATE (AWARD-SUB) NOT > RUN-BUSINESS-DATE
               PERFORM 520-DESCRIBE-AID-TYPE
               MOVE FA-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE-OUT
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       MOVE "N" TO STUDENT-LOOKUP-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO STUDENT-LOOKUP-SWITCH
               END-READ
               EVALUATE TRUE
                   WHEN NOT STUDENT-ON-FILE
                       MOVE "NO STUDENT RECORD ON FILE" TO HOLD-REASON
                       PERFORM 610-PRINT-HELD-AWARD
                   WHEN WITHDRAWN-STUDENT
                       MOVE "STUDENT WITHDRAWN - REFER TO AID OFFICE"
                           TO HOLD-REASON
                       PERFORM 610-PRINT-HELD-AWARD
                   WHEN OTHER
                       PERFORM 530-APPLY-AWARD
               END-EVALUATE
           END-IF.

       520-DESCRIBE-AID-TYPE.
           EVALUATE TRUE
               WHEN FA-GRANT-AID (AWARD-SUB)
                   MOVE "AG" TO AID-HISTORY-CODE
                   MOVE "GRANT" TO AID-TYPE-DESCRIPTION
               WHEN FA-SCHOLARSHIP-AID (AWARD-SUB)
                   MOVE "AS" TO AID-HISTORY-CODE
                   MOVE "SCHOLARSHIP" TO AID-TYPE-DESCRIPTION
               WHEN OTHER
                   MOVE "AL" TO AID-HISTORY-CODE
                   MOVE "LOAN" TO AID-TYPE-DESCRIPTION
           END-EVALUATE.

      ******************************************************************
      * The award is applied to the balance owed like a payment. Any
      * excess is held as credit and a refund request is written for
      * it, the same as an overpayment at PROJECT_01_PMT.
      ******************************************************************
       530-APPLY-AWARD.
           MOVE TUITION-OWED TO OLD-BALANCE.
           MOVE FA-AWARD-AMOUNT (AWARD-SUB) TO DISBURSED-AMOUNT.
           MOVE ZERO TO EXCESS-AID-AMOUNT.
           MOVE DISBURSED-AMOUNT TO AID-APPLIED-AMOUNT.
           IF DISBURSED-AMOUNT > TUITION-OWED
               COMPUTE EXCESS-AID-AMOUNT =
                   DISBURSED-AMOUNT - TUITION-OWED
               MOVE TUITION-OWED TO AID-APPLIED-AMOUNT
               MOVE ZERO TO TUITION-OWED
               ADD EXCESS-AID-AMOUNT TO CREDIT-BALANCE
           ELSE
               SUBTRACT DISBURSED-AMOUNT FROM TUITION-OWED
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT RECORD "
                       STUDENT-NUMBER
                   MOVE "STUDENT RECORD COULD NOT BE UPDATED"
                       TO HOLD-REASON
                   PERFORM 610-PRINT-HELD-AWARD
               NOT INVALID KEY
                   MOVE RUN-BUSINESS-DATE TO
                       FA-DISBURSED-DATE (AWARD-SUB)
                   MOVE "Y" TO AWARD-RECORD-CHANGED-SWITCH
                   PERFORM 540-WRITE-HISTORY-RECORDS
                   IF EXCESS-AID-AMOUNT > ZERO
                       PERFORM 550-WRITE-REFUND-REQUEST
                   END-IF
                   IF PLAN-FILE-AVAILABLE
                       AND AID-APPLIED-AMOUNT > ZERO
                       PERFORM 560-APPLY-AWARD-TO-PLAN
                   END-IF
                   PERFORM 600-PRINT-DISBURSEMENT-LINE
                   PERFORM 580-ADD-TO-TYPE-TOTALS
           END-REWRITE.

       540-WRITE-HISTORY-RECORDS.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE RUN-BUSINESS-DATE TO HI-POST-DATE.
           MOVE AID-HISTORY-CODE TO HI-TRANS-CODE.
           MOVE AID-APPLIED-AMOUNT TO HI-TRANS-AMOUNT.
           MOVE TUITION-OWED TO HI-NEW-BALANCE.
           PERFORM 545-WRITE-KEYED-HISTORY.
           IF EXCESS-AID-AMOUNT > ZERO
               MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER
               MOVE RUN-BUSINESS-DATE TO HI-POST-DATE
               MOVE "OV" TO HI-TRANS-CODE
               MOVE EXCESS-AID-AMOUNT TO HI-TRANS-AMOUNT
               MOVE TUITION-OWED TO HI-NEW-BALANCE
               PERFORM 545-WRITE-KEYED-HISTORY
           END-IF.

      ******************************************************************
      * The history is keyed on student number, posting date, and a
      * sequence number that tells a day's events for one student
      * apart. The sequence is found by trying 001 upward until the
      * WRITE lands on an unused key.
      ******************************************************************
       545-WRITE-KEYED-HISTORY.
           MOVE 1 TO HI-POST-SEQ.
           MOVE "N" TO HISTORY-WRITTEN-SWITCH.
           PERFORM 546-TRY-HISTORY-WRITE
               UNTIL HISTORY-EVENT-WRITTEN
               OR HI-POST-SEQ > 998.
           IF NOT HISTORY-EVENT-WRITTEN
               DISPLAY "ERROR WRITING HISTORY FOR STUDENT NUMBER "
                   HI-STUDENT-NUMBER ", STATUS = "
                   STUDENT-HISTORY-FILE-STATUS
           END-IF.

       546-TRY-HISTORY-WRITE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HI-POST-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-WRITTEN-SWITCH
           END-WRITE.

       550-WRITE-REFUND-REQUEST.
           MOVE STUDENT-NUMBER TO RF-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RF-STUDENT-NAME.
           MOVE EXCESS-AID-AMOUNT TO RF-CREDIT-AMOUNT.
           WRITE REFUND-REQUEST-RECORD.
           ADD 1 TO REFUND-REQUEST-COUNT.
           ADD EXCESS-AID-AMOUNT TO REFUND-REQUEST-TOTAL.

      ******************************************************************
      * Spread the aid applied to the receivable across the
      * student's installment plan, oldest open installment first,
      * exactly as PROJECT_01_PMT does for a payment.
      ******************************************************************
       560-APPLY-AWARD-TO-PLAN.
           MOVE STUDENT-NUMBER TO PP-STUDENT-NUMBER.
           READ PAYMENT-PLAN-FILE
               KEY IS PP-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO PLAN-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO PLAN-LOOKUP-SWITCH
           END-READ.
           IF PLAN-ON-FILE
               MOVE AID-APPLIED-AMOUNT TO PLAN-APPLY-REMAINING
               PERFORM 570-FILL-ONE-INSTALLMENT
                   VARYING INSTALLMENT-SUB FROM 1 BY 1
                   UNTIL INSTALLMENT-SUB > PP-INSTALLMENT-COUNT
                   OR PLAN-APPLY-REMAINING = ZERO
               REWRITE PAYMENT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING PAYMENT PLAN FOR "
                           "STUDENT NUMBER " PP-STUDENT-NUMBER
               END-REWRITE
           END-IF.

       570-FILL-ONE-INSTALLMENT.
           COMPUTE INST-OPEN-AMOUNT =
               PP-INST-AMOUNT (INSTALLMENT-SUB)
               - PP-INST-PAID (INSTALLMENT-SUB).
           IF INST-OPEN-AMOUNT > ZERO
               IF PLAN-APPLY-REMAINING < INST-OPEN-AMOUNT
                   ADD PLAN-APPLY-REMAINING TO
                       PP-INST-PAID (INSTALLMENT-SUB)
                   MOVE ZERO TO PLAN-APPLY-REMAINING
               ELSE
                   ADD INST-OPEN-AMOUNT TO
                       PP-INST-PAID (INSTALLMENT-SUB)
                   SUBTRACT INST-OPEN-AMOUNT FROM
                       PLAN-APPLY-REMAINING
               END-IF
           END-IF.

       580-ADD-TO-TYPE-TOTALS.
           ADD 1 TO DISBURSED-COUNT.
           ADD DISBURSED-AMOUNT TO DISBURSED-TOTAL.
           EVALUATE AID-HISTORY-CODE
               WHEN "AG"
                   ADD 1 TO GRANT-COUNT
                   ADD DISBURSED-AMOUNT TO GRANT-TOTAL
               WHEN "AS"
                   ADD 1 TO SCHOLARSHIP-COUNT
                   ADD DISBURSED-AMOUNT TO SCHOLARSHIP-TOTAL
               WHEN OTHER
                   ADD 1 TO LOAN-COUNT
                   ADD DISBURSED-AMOUNT TO LOAN-TOTAL
           END-EVALUATE.

       600-PRINT-DISBURSEMENT-LINE.
           MOVE STUDENT-NAME TO DD-STUDENT-NAME.
           MOVE STUDENT-NUMBER TO DD-STUDENT-NUMBER.
           MOVE FA-TERM-CODE TO DD-TERM-CODE.
           MOVE AID-TYPE-DESCRIPTION TO DD-AID-TYPE.
           MOVE DISBURSED-AMOUNT TO DD-AWARD-AMOUNT.
           MOVE OLD-BALANCE TO DD-OLD-BALANCE.
           MOVE TUITION-OWED TO DD-NEW-BALANCE.
           MOVE EXCESS-AID-AMOUNT TO DD-REFUND-AMOUNT.
           WRITE REGISTER-LINE FROM DISBURSEMENT-DETAIL-LINE.

       610-PRINT-HELD-AWARD.
           MOVE FA-STUDENT-NUMBER TO HA-STUDENT-NUMBER.
           MOVE FA-TERM-CODE TO HA-TERM-CODE.
           MOVE AID-TYPE-DESCRIPTION TO HA-AID-TYPE.
           MOVE FA-AWARD-AMOUNT (AWARD-SUB) TO HA-AWARD-AMOUNT.
           MOVE HOLD-REASON TO HA-HOLD-REASON.
           WRITE REGISTER-LINE FROM HELD-AWARD-LINE.
           ADD 1 TO HELD-COUNT.
           ADD FA-AWARD-AMOUNT (AWARD-SUB) TO HELD-TOTAL.

       700-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "GRANTS" TO RY-AID-TYPE.
           MOVE GRANT-COUNT TO RY-COUNT.
           MOVE GRANT-TOTAL TO RY-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TYPE-TOTAL-LINE.
           MOVE "SCHOLARSHIPS" TO RY-AID-TYPE.
           MOVE SCHOLARSHIP-COUNT TO RY-COUNT.
           MOVE SCHOLARSHIP-TOTAL TO RY-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TYPE-TOTAL-LINE.
           MOVE "LOANS" TO RY-AID-TYPE.
           MOVE LOAN-COUNT TO RY-COUNT.
           MOVE LOAN-TOTAL TO RY-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TYPE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE DISBURSED-COUNT TO RT-DISBURSED-COUNT.
           MOVE DISBURSED-TOTAL TO RT-DISBURSED-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-1.
           MOVE REFUND-REQUEST-COUNT TO RT-REFUND-COUNT.
           MOVE REFUND-REQUEST-TOTAL TO RT-REFUND-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-2.
           MOVE HELD-COUNT TO RT-HELD-COUNT.
           MOVE HELD-TOTAL TO RT-HELD-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-3.
           DISPLAY DISBURSED-COUNT " AWARD(S) DISBURSED, "
               HELD-COUNT " HELD. SEE DISBURSEMENT-REGISTER.TXT.".

       750-WRITE-RUN-CONTROL.
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
           MOVE "DSB" TO RC-RUN-TYPE.
           MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE DISBURSED-COUNT TO RC-RECORD-COUNT.
           MOVE DISBURSED-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       900-CLOSE-DISBURSEMENT-FILES.
           CLOSE FINANCIAL-AID-FILE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE STUDENT-HISTORY-FILE.
           CLOSE REFUND-REQUEST-FILE.
           CLOSE DISBURSEMENT-REGISTER-FILE.
           IF PLAN-FILE-AVAILABLE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

       END PROGRAM PROJECT_01_DSB.
