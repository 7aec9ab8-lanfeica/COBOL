      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Take tuition payments at the Bursar's window and
      *          balance the cash drawers at close of shift, so a
      *          receipt handed across the counter is tied to the
      *          line the payment edit reads instead of a paper slip
      *          someone keys into PAYMENTS.TXT later. Two run
      *          modes, both signed on against the OPERATOR.TXT
      *          master kept by PROJECT_01_OPR with a cashier role
      *          or better:
      *
      *          PAYMENTS (P) looks each student up on STUDENT.TXT
      *          and shows the balance owed, any credit on account,
      *          and -- for a student on an installment plan kept on
      *          PAYMENT-PLANS.TXT by PROJECT_01_PLN -- the amount and
      *          due date of the next open installment. The cashier
      *          keys the amount taken and the tender (cash, check,
      *          or card, with the check number or card authorization
      *          code), and the payment is appended to PAYMENTS.TXT
      *          in the layout PROJECT_01_EDT already reads. A receipt
      *          is printed to RECEIPTS.TXT under the next number from
      *          RECEIPT-CONTROL.TXT, which is written back after every
      *          receipt so a number is never handed out twice, and
      *          the receipt is journaled to CASHIER-JOURNAL.TXT with
      *          the cashier, tender, and time. A withdrawn student
      *          is turned away at the window, since the payment edit
      *          would only reject the payment (reject 05).
      *
      *          CLOSE SHIFT (C) reads the journal for a keyed
      *          business date (or today) and prints
      *          DRAWER-BALANCE.TXT: every cashier's drawer broken out
      *          by cash, check, and card with receipt counts and
      *          amounts, then the day's totals across all drawers
      *          printed in the 5-digit count and 11-digit
      *          implied-cents form the deposit-slip prompts of
      *          PROJECT_01_EDT ask for. A CSH completion record with
      *          the day's count and total is appended to
      *          RUN-CONTROL.TXT, so PROJECT_01_RCL shows the drawers
      *          were closed and PROJECT_01_EDT can show the system
      *          figures beside its deposit-slip prompts. Each close
      *          covers the whole day's journal, so a second close
      *          later in the day simply supersedes the first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_CSH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-OUT ASSIGN TO "../STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO
               "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-STUDENT-NUMBER
               FILE STATUS IS PAYMENT-PLAN-FILE-STATUS.
           SELECT PAYMENT-TRANS-FILE ASSIGN TO "../PAYMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-TRANS-FILE-STATUS.
           SELECT RECEIPT-CONTROL-FILE ASSIGN TO
               "../RECEIPT-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-CONTROL-FILE-STATUS.
           SELECT RECEIPT-PRINT-FILE ASSIGN TO "../RECEIPTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-PRINT-FILE-STATUS.
           SELECT CASHIER-JOURNAL-FILE ASSIGN TO
               "../CASHIER-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHIER-JOURNAL-FILE-STATUS.
           SELECT DRAWER-REPORT-FILE ASSIGN TO
               "../DRAWER-BALANCE.TXT"
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

       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(7).
           05 PP-INSTALLMENT-COUNT PIC 9(1).
           05 PP-INSTALLMENT OCCURS 4 TIMES.
               10 PP-INST-DUE-DATE PIC 9(8).
               10 PP-INST-AMOUNT PIC 9(7)V99.
               10 PP-INST-PAID PIC 9(7)V99.

       FD PAYMENT-TRANS-FILE.
       01 RAW-PAYMENT-RECORD.
           05 RAW-PAYER-ID PIC X(7).
           05 RAW-PAYER-ID-SPLIT REDEFINES RAW-PAYER-ID.
               10 RAW-SPONSOR-CODE PIC X(5).
               10 FILLER PIC X(2).
           05 RAW-PAYMENT-AMOUNT PIC X(9).
           05 RAW-PAYMENT-AMOUNT-NUM REDEFINES
               RAW-PAYMENT-AMOUNT PIC 9(7)V99.
           05 RAW-TRANS-TYPE PIC X(1).
               88 RAW-STUDENT-PAYMENT VALUE " ".
               88 RAW-SPONSOR-PAYMENT VALUE "S".
               88 RAW-PAYMENT-REVERSAL VALUE "R".

       FD RECEIPT-CONTROL-FILE.
       01 RECEIPT-CONTROL-RECORD.
           05 RN-LAST-RECEIPT-NUMBER PIC 9(7).

       FD RECEIPT-PRINT-FILE.
       01 RECEIPT-LINE PIC X(80).

       FD CASHIER-JOURNAL-FILE.
       01 CASHIER-JOURNAL-RECORD.
           05 CJ-RECEIPT-NUMBER PIC 9(7).
           05 CJ-BUSINESS-DATE PIC 9(8).
           05 CJ-RECEIPT-TIME PIC 9(8).
           05 CJ-OPERATOR-ID PIC X(8).
           05 CJ-STUDENT-NUMBER PIC 9(7).
           05 CJ-TENDER-TYPE PIC X(1).
               88 CJ-CASH-TENDER VALUE "C".
               88 CJ-CHECK-TENDER VALUE "K".
               88 CJ-CARD-TENDER VALUE "D".
           05 CJ-PAYMENT-AMOUNT PIC 9(7)V99.
           05 CJ-TENDER-REFERENCE PIC X(10).

       FD DRAWER-REPORT-FILE.
       01 DRAWER-REPORT-LINE PIC X(80).

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
       01 STUDENT-FILE-STATUS PIC X(2).
       01 PAYMENT-PLAN-FILE-STATUS PIC X(2).
       01 PAYMENT-TRANS-FILE-STATUS PIC X(2).
       01 RECEIPT-CONTROL-FILE-STATUS PIC X(2).
       01 RECEIPT-PRINT-FILE-STATUS PIC X(2).
       01 CASHIER-JOURNAL-FILE-STATUS PIC X(2).
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

       01 RUN-MODE-FIELDS.
           05 RUN-MODE-PROMPT PIC A(1).
           05 RUN-MODE-SWITCH PIC X(1).
               88 PAYMENT-MODE VALUE "P".
               88 CLOSE-SHIFT-MODE VALUE "C".
           05 ANOTHER-PAYMENT-PROMPT PIC A(1).

       01 WINDOW-DATE-FIELDS.
           05 WINDOW-BUSINESS-DATE PIC 9(8).
           05 WINDOW-DATE-SPLIT REDEFINES WINDOW-BUSINESS-DATE.
               10 WINDOW-CCYY PIC 9(4).
               10 WINDOW-MM PIC 9(2).
               10 WINDOW-DD PIC 9(2).
           05 WINDOW-CURRENT-TIME PIC 9(8).
           05 WINDOW-TIME-SPLIT REDEFINES WINDOW-CURRENT-TIME.
               10 WINDOW-HH PIC 9(2).
               10 WINDOW-MN PIC 9(2).
               10 FILLER PIC 9(4).

       01 LOOKUP-WORK-FIELDS.
           05 LOOKUP-NUMBER-INPUT PIC X(7).
           05 LOOKUP-NUMBER-VALID-SWITCH PIC X(1).
               88 LOOKUP-NUMBER-IS-VALID VALUE "Y".
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".

       01 PLAN-CHECK-FIELDS.
           05 PLAN-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 PLAN-FILE-AVAILABLE VALUE "Y".
           05 PLAN-LOOKUP-SWITCH PIC X(1).
               88 PLAN-ON-FILE VALUE "Y".
           05 INSTALLMENT-SUB PIC 9(1) COMP.
           05 NEXT-OPEN-INSTALLMENT PIC 9(1) COMP.
           05 NEXT-DUE-AMOUNT PIC 9(7)V99.
           05 NEXT-DUE-DATE PIC 9(8).

       01 TENDER-ENTRY-FIELDS.
           05 PAYMENT-AMOUNT-INPUT PIC X(9).
           05 PAYMENT-AMOUNT-INPUT-NUM REDEFINES
               PAYMENT-AMOUNT-INPUT PIC 9(7)V99.
           05 PAYMENT-AMOUNT-VALID-SWITCH PIC X(1).
               88 PAYMENT-AMOUNT-IS-VALID VALUE "Y".
           05 TENDER-TYPE-PROMPT PIC A(1).
           05 TENDER-TYPE-SWITCH PIC X(1).
               88 CASH-TENDER VALUE "C".
               88 CHECK-TENDER VALUE "K".
               88 CARD-TENDER VALUE "D".
           05 TENDER-DESCRIPTION PIC X(8).
           05 TENDER-REFERENCE-INPUT PIC X(10).
           05 TENDER-CONFIRM-PROMPT PIC A(1).
           05 WINDOW-PAYMENT-AMOUNT PIC 9(7)V99.

       01 RECEIPT-NUMBER-FIELDS.
           05 LAST-RECEIPT-NUMBER PIC 9(7) VALUE ZERO.

       01 WINDOW-SESSION-TOTALS.
           05 SESSION-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
           05 SESSION-RECEIPT-AMOUNT PIC 9(9)V99 VALUE ZERO.

       01 WINDOW-DISPLAY-FIELDS.
           05 OWED-DISPLAY PIC $$,$$$,$$9.99.
           05 CREDIT-DISPLAY PIC $$,$$$,$$9.99.
           05 NEXT-DUE-DISPLAY PIC $$,$$$,$$9.99.
           05 AMOUNT-DISPLAY PIC $$,$$$,$$9.99.
           05 SESSION-AMOUNT-DISPLAY PIC $$,$$$,$$$,$$9.99.

       01 RECEIPT-HEADING-LINE.
           05 FILLER PIC X(80) VALUE
               "STATE UNIVERSITY  --  OFFICE OF THE BURSAR".

       01 RECEIPT-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "PAYMENT RECEIPT NO.".
           05 RT-RECEIPT-NUMBER PIC 9(7).
           05 FILLER PIC X(8) VALUE SPACES.
           05 RT-RECEIPT-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 RT-RECEIPT-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 RT-RECEIPT-CCYY PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RT-RECEIPT-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 RT-RECEIPT-MN PIC 9(2).
           05 FILLER PIC X(28) VALUE SPACES.

       01 RECEIPT-STUDENT-LINE.
           05 FILLER PIC X(20) VALUE "RECEIVED FROM".
           05 RS-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(20) VALUE SPACES.

       01 RECEIPT-NUMBER-LINE.
           05 FILLER PIC X(20) VALUE "STUDENT NUMBER".
           05 RS-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(53) VALUE SPACES.

       01 RECEIPT-AMOUNT-LINE.
           05 FILLER PIC X(20) VALUE "AMOUNT RECEIVED".
           05 RA-PAYMENT-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(47) VALUE SPACES.

       01 RECEIPT-TENDER-LINE.
           05 FILLER PIC X(20) VALUE "TENDERED AS".
           05 RD-TENDER-DESCRIPTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-REFERENCE-CAPTION PIC X(12).
           05 RD-TENDER-REFERENCE PIC X(10).
           05 FILLER PIC X(28) VALUE SPACES.

       01 RECEIPT-BALANCE-LINE.
           05 FILLER PIC X(20) VALUE "BALANCE BEFORE".
           05 RB-BALANCE-OWED PIC $$,$$$,$$9.99.
           05 FILLER PIC X(47) VALUE SPACES.

       01 RECEIPT-CASHIER-LINE.
           05 FILLER PIC X(20) VALUE "CASHIER".
           05 RK-CASHIER-ID PIC X(8).
           05 FILLER PIC X(52) VALUE SPACES.

       01 RECEIPT-NOTE-LINE.
           05 FILLER PIC X(80) VALUE
               "YOUR PAYMENT WILL APPEAR ON YOUR ACCOUNT AFTER THE NEXT
      -        " PAYMENT POSTING RUN.".

       01 RECEIPT-SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".


       01 DRAWER-CLOSE-FIELDS.
           05 DRAWER-DATE-INPUT PIC X(8).
           05 DRAWER-BUSINESS-DATE PIC 9(8).
           05 JOURNAL-EOF-SWITCH PIC X(1).
               88 END-OF-CASHIER-JOURNAL VALUE "Y".
           05 TENDER-SUB PIC 9(1) COMP.
           05 DRAWER-SUB PIC 9(3) COMP.
           05 MATCHED-DRAWER-SUB PIC 9(3) COMP.
           05 DRAWER-COUNT PIC 9(3) COMP VALUE ZERO.
           05 DRAWER-TABLE-LIMIT PIC 9(3) COMP VALUE 50.
           05 CLOSE-COMPLETED-TIME PIC 9(8).

       01 DRAWER-TABLE.
           05 DRAWER-ENTRY OCCURS 50 TIMES.
               10 DR-OPERATOR-ID PIC X(8).
               10 DR-TENDER-COUNT OCCURS 3 TIMES PIC 9(5).
               10 DR-TENDER-AMOUNT OCCURS 3 TIMES PIC 9(9)V99.
               10 DR-DRAWER-COUNT PIC 9(5).
               10 DR-DRAWER-AMOUNT PIC 9(9)V99.

       01 DAY-TENDER-TOTALS.
           05 DAY-TENDER-COUNT OCCURS 3 TIMES PIC 9(5).
           05 DAY-TENDER-AMOUNT OCCURS 3 TIMES PIC 9(9)V99.
           05 DAY-RECEIPT-COUNT PIC 9(5).
           05 DAY-RECEIPT-AMOUNT PIC 9(9)V99.

       01 DRAWER-HEADING-LINE-1.
           05 FILLER PIC X(30) VALUE "DRAWER BALANCING REPORT".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE".
           05 DH-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X(27) VALUE SPACES.

       01 DRAWER-HEADING-LINE-2.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RECEIPTS".
           05 FILLER PIC X(17) VALUE "AMOUNT".
           05 FILLER PIC X(25) VALUE SPACES.

       01 DRAWER-CASHIER-LINE.
           05 FILLER PIC X(8) VALUE "CASHIER".
           05 DC-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(64) VALUE SPACES.

       01 DRAWER-TENDER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DT-CAPTION PIC X(20).
           05 DT-RECEIPT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DT-RECEIPT-AMOUNT PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(29) VALUE SPACES.

       01 DEPOSIT-SLIP-COUNT-LINE.
           05 FILLER PIC X(40) VALUE
               "DEPOSIT-SLIP TRANSACTION COUNT".
           05 DS-DEPOSIT-COUNT PIC 9(5).
           05 FILLER PIC X(35) VALUE SPACES.

       01 DEPOSIT-SLIP-AMOUNT-LINE.
           05 FILLER PIC X(40) VALUE
               "DEPOSIT-SLIP TOTAL (IMPLIED CENTS)".
           05 DS-DEPOSIT-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       100-RUN-CASHIER-WINDOW.
           PERFORM 130-SIGN-ON-OPERATOR.
           MOVE SPACE TO RUN-MODE-SWITCH.
           PERFORM 110-PROMPT-RUN-MODE
               UNTIL PAYMENT-MODE OR CLOSE-SHIFT-MODE.
           IF PAYMENT-MODE
               PERFORM 300-TAKE-WINDOW-PAYMENTS
           ELSE
               PERFORM 600-CLOSE-THE-SHIFT
           END-IF.
           STOP RUN.

       110-PROMPT-RUN-MODE.
           DISPLAY "TAKE PAYMENTS AT THE WINDOW (P), OR CLOSE THE ".
           DISPLAY "SHIFT AND BALANCE THE DRAWERS (C)? ".
           ACCEPT RUN-MODE-PROMPT.
           EVALUATE TRUE
               WHEN RUN-MODE-PROMPT = "P" OR "p"
                   MOVE "P" TO RUN-MODE-SWITCH
               WHEN RUN-MODE-PROMPT = "C" OR "c"
                   MOVE "C" TO RUN-MODE-SWITCH
               WHEN OTHER
                   DISPLAY "PLEASE ANSWER P OR C."
           END-EVALUATE.

      ******************************************************************
      * Every receipt carries the cashier who took the money, so the
      * window signs on against the operator master kept by
      * PROJECT_01_OPR -- a cashier role or better is required.
      * Three failed tries stop the run; each denial is written to
      * AUDITLOG.TXT. A missing operator master refuses the run --
      * set operators up with PROJECT_01_OPR first.
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

       200-OPEN-WINDOW-FILES.
           OPEN INPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
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
           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF PAYMENT-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF.
           IF PAYMENT-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENTS FILE, STATUS = "
                   PAYMENT-TRANS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND RECEIPT-PRINT-FILE.
           IF RECEIPT-PRINT-FILE-STATUS = "35"
               OPEN OUTPUT RECEIPT-PRINT-FILE
           END-IF.
           IF RECEIPT-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIPT FILE, STATUS = "
                   RECEIPT-PRINT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND CASHIER-JOURNAL-FILE.
           IF CASHIER-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CASHIER-JOURNAL-FILE
           END-IF.
           IF CASHIER-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CASHIER JOURNAL FILE, STATUS = "
                   CASHIER-JOURNAL-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT WINDOW-BUSINESS-DATE FROM DATE YYYYMMDD.

      ******************************************************************
      * The last receipt number issued is read fresh before every
      * receipt rather than once per session, so two windows open at
      * the same time do not both count up from the same starting
      * number. A missing control file means no receipt has ever
      * been issued.
      ******************************************************************
       210-LOAD-LAST-RECEIPT-NUMBER.
           MOVE ZERO TO LAST-RECEIPT-NUMBER.
           OPEN INPUT RECEIPT-CONTROL-FILE.
           EVALUATE RECEIPT-CONTROL-FILE-STATUS
               WHEN "00"
                   READ RECEIPT-CONTROL-FILE
                       AT END
                           MOVE ZERO TO LAST-RECEIPT-NUMBER
                       NOT AT END
                           MOVE RN-LAST-RECEIPT-NUMBER TO
                               LAST-RECEIPT-NUMBER
                   END-READ
                   CLOSE RECEIPT-CONTROL-FILE
               WHEN "35"
                   MOVE ZERO TO LAST-RECEIPT-NUMBER
               WHEN OTHER
                   DISPLAY "ERROR OPENING RECEIPT CONTROL FILE, "
                       "STATUS = " RECEIPT-CONTROL-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       290-CLOSE-WINDOW-FILES.
           CLOSE STUDENT-FILE-OUT.
           IF PLAN-FILE-AVAILABLE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           CLOSE PAYMENT-TRANS-FILE.
           CLOSE RECEIPT-PRINT-FILE.
           CLOSE CASHIER-JOURNAL-FILE.

       300-TAKE-WINDOW-PAYMENTS.
           PERFORM 200-OPEN-WINDOW-FILES.
           MOVE "Y" TO ANOTHER-PAYMENT-PROMPT.
           PERFORM 310-SERVE-ONE-STUDENT
               UNTIL ANOTHER-PAYMENT-PROMPT = "N" OR "n".
           MOVE SESSION-RECEIPT-AMOUNT TO SESSION-AMOUNT-DISPLAY.
           DISPLAY "WINDOW SESSION CLOSED FOR CASHIER "
               SIGNED-ON-OPERATOR-ID ".".
           DISPLAY "  RECEIPTS ISSUED: " SESSION-RECEIPT-COUNT
               "  TOTAL TAKEN: " SESSION-AMOUNT-DISPLAY.
           PERFORM 290-CLOSE-WINDOW-FILES.

       310-SERVE-ONE-STUDENT.
           MOVE "N" TO LOOKUP-NUMBER-VALID-SWITCH.
           PERFORM 320-PROMPT-STUDENT-NUMBER
               UNTIL LOOKUP-NUMBER-IS-VALID.
           MOVE LOOKUP-NUMBER-INPUT TO STUDENT-NUMBER.
           READ STUDENT-FILE-OUT
               KEY IS STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO STUDENT-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-LOOKUP-SWITCH
           END-READ.
           IF NOT STUDENT-ON-FILE
               DISPLAY "NO RECORD FOUND FOR STUDENT NUMBER "
                   LOOKUP-NUMBER-INPUT "."
           ELSE
               PERFORM 330-SHOW-STUDENT-ACCOUNT
               IF WITHDRAWN-STUDENT
                   DISPLAY "THIS STUDENT IS WITHDRAWN -- THE PAYMENT "
                       "EDIT WOULD REJECT A PAYMENT. REFER THE "
                       "STUDENT TO THE BURSAR."
               ELSE
                   PERFORM 400-TAKE-ONE-PAYMENT
               END-IF
           END-IF.
           DISPLAY "DO YOU WANT TO TAKE ANOTHER PAYMENT (Y/N)?".
           ACCEPT ANOTHER-PAYMENT-PROMPT.

       320-PROMPT-STUDENT-NUMBER.
           DISPLAY "ENTER THE STUDENT NUMBER (7 DIGITS): ".
           ACCEPT LOOKUP-NUMBER-INPUT.
           IF LOOKUP-NUMBER-INPUT IS NUMERIC
               AND LOOKUP-NUMBER-INPUT NOT = "0000000"
               MOVE "Y" TO LOOKUP-NUMBER-VALID-SWITCH
           ELSE
               DISPLAY "STUDENT NUMBER MUST BE A NON-ZERO 7-DIGIT "
               DISPLAY "NUMBER. PLEASE TRY AGAIN."
           END-IF.

       330-SHOW-STUDENT-ACCOUNT.
           MOVE TUITION-OWED TO OWED-DISPLAY.
           MOVE CREDIT-BALANCE TO CREDIT-DISPLAY.
           DISPLAY "STUDENT NUMBER " STUDENT-NUMBER
               "  NAME " STUDENT-NAME.
           DISPLAY "  BALANCE OWED " OWED-DISPLAY
               "  CREDIT ON ACCOUNT " CREDIT-DISPLAY.
           PERFORM 340-FIND-NEXT-INSTALLMENT.
           IF NEXT-OPEN-INSTALLMENT > ZERO
               MOVE NEXT-DUE-AMOUNT TO NEXT-DUE-DISPLAY
               DISPLAY "  ON A PAYMENT PLAN -- INSTALLMENT "
                   NEXT-OPEN-INSTALLMENT " OF " PP-INSTALLMENT-COUNT
                   " DUE " NEXT-DUE-DATE
                   "  AMOUNT DUE " NEXT-DUE-DISPLAY
           ELSE
               DISPLAY "  FULL BALANCE DUE " TUITION-DUE-DATE
           END-IF.

      ******************************************************************
      * A student on an installment plan is shown the first
      * installment not yet paid in full, the same one PROJECT_01_BIL
      * bills and PROJECT_01_PMT applies the next payment against.
      ******************************************************************
       340-FIND-NEXT-INSTALLMENT.
           MOVE "N" TO PLAN-LOOKUP-SWITCH.
           MOVE ZERO TO NEXT-OPEN-INSTALLMENT.
           IF PLAN-FILE-AVAILABLE
               MOVE STUDENT-NUMBER TO PP-STUDENT-NUMBER
               READ PAYMENT-PLAN-FILE
                   KEY IS PP-STUDENT-NUMBER
                   INVALID KEY
                       MOVE "N" TO PLAN-LOOKUP-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO PLAN-LOOKUP-SWITCH
               END-READ
           END-IF.
           IF PLAN-ON-FILE
               PERFORM 345-CHECK-OPEN-INSTALLMENT
                   VARYING INSTALLMENT-SUB FROM 1 BY 1
                   UNTIL INSTALLMENT-SUB > PP-INSTALLMENT-COUNT
                   OR NEXT-OPEN-INSTALLMENT > ZERO
           END-IF.
           IF NEXT-OPEN-INSTALLMENT > ZERO
               COMPUTE NEXT-DUE-AMOUNT =
                   PP-INST-AMOUNT (NEXT-OPEN-INSTALLMENT)
                   - PP-INST-PAID (NEXT-OPEN-INSTALLMENT)
               MOVE PP-INST-DUE-DATE (NEXT-OPEN-INSTALLMENT) TO
                   NEXT-DUE-DATE
           END-IF.

       345-CHECK-OPEN-INSTALLMENT.
           IF PP-INST-PAID (INSTALLMENT-SUB) <
               PP-INST-AMOUNT (INSTALLMENT-SUB)
               MOVE INSTALLMENT-SUB TO NEXT-OPEN-INSTALLMENT
           END-IF.

       400-TAKE-ONE-PAYMENT.
           MOVE "N" TO PAYMENT-AMOUNT-VALID-SWITCH.
           PERFORM 410-PROMPT-PAYMENT-AMOUNT
               UNTIL PAYMENT-AMOUNT-IS-VALID.
           MOVE SPACE TO TENDER-TYPE-SWITCH.
           PERFORM 420-PROMPT-TENDER-TYPE
               UNTIL CASH-TENDER OR CHECK-TENDER OR CARD-TENDER.
           MOVE SPACES TO TENDER-REFERENCE-INPUT.
           IF NOT CASH-TENDER
               PERFORM 430-PROMPT-TENDER-REFERENCE
                   UNTIL TENDER-REFERENCE-INPUT NOT = SPACES
           END-IF.
           MOVE WINDOW-PAYMENT-AMOUNT TO AMOUNT-DISPLAY.
           PERFORM 790-NAME-THE-TENDER.
           DISPLAY "TAKE " AMOUNT-DISPLAY " BY " TENDER-DESCRIPTION
               " FROM STUDENT NUMBER " STUDENT-NUMBER " (Y/N)?".
           ACCEPT TENDER-CONFIRM-PROMPT.
           IF TENDER-CONFIRM-PROMPT = "Y" OR "y"
               PERFORM 500-ISSUE-RECEIPT-NUMBER
               PERFORM 510-APPEND-PAYMENT-LINE
               PERFORM 520-PRINT-RECEIPT
               PERFORM 530-JOURNAL-THE-RECEIPT
               ADD 1 TO SESSION-RECEIPT-COUNT
               ADD WINDOW-PAYMENT-AMOUNT TO SESSION-RECEIPT-AMOUNT
               DISPLAY "RECEIPT NO. " LAST-RECEIPT-NUMBER
                   " ISSUED."
           ELSE
               DISPLAY "PAYMENT NOT TAKEN -- NO RECEIPT ISSUED."
           END-IF.

       410-PROMPT-PAYMENT-AMOUNT.
           DISPLAY "ENTER THE AMOUNT RECEIVED AS 9 DIGITS WITH ".
           DISPLAY "IMPLIED CENTS, NO DECIMAL POINT ".
           DISPLAY "(000123456 IS $1,234.56): ".
           ACCEPT PAYMENT-AMOUNT-INPUT.
           IF PAYMENT-AMOUNT-INPUT IS NUMERIC
               AND PAYMENT-AMOUNT-INPUT NOT = "000000000"
               MOVE PAYMENT-AMOUNT-INPUT-NUM TO WINDOW-PAYMENT-AMOUNT
               MOVE "Y" TO PAYMENT-AMOUNT-VALID-SWITCH
           ELSE
               DISPLAY "THE AMOUNT MUST BE A NON-ZERO 9-DIGIT "
               DISPLAY "NUMBER. PLEASE TRY AGAIN."
           END-IF.

       420-PROMPT-TENDER-TYPE.
           DISPLAY "TENDERED AS CASH (C), CHECK (K), OR CARD (D)? ".
           ACCEPT TENDER-TYPE-PROMPT.
           EVALUATE TRUE
               WHEN TENDER-TYPE-PROMPT = "C" OR "c"
                   MOVE "C" TO TENDER-TYPE-SWITCH
               WHEN TENDER-TYPE-PROMPT = "K" OR "k"
                   MOVE "K" TO TENDER-TYPE-SWITCH
               WHEN TENDER-TYPE-PROMPT = "D" OR "d"
                   MOVE "D" TO TENDER-TYPE-SWITCH
               WHEN OTHER
                   DISPLAY "PLEASE ANSWER C, K, OR D."
           END-EVALUATE.

       430-PROMPT-TENDER-REFERENCE.
           IF CHECK-TENDER
               DISPLAY "ENTER THE CHECK NUMBER: "
           ELSE
               DISPLAY "ENTER THE CARD AUTHORIZATION CODE: "
           END-IF.
           ACCEPT TENDER-REFERENCE-INPUT.
           IF TENDER-REFERENCE-INPUT = SPACES
               DISPLAY "A REFERENCE IS REQUIRED FOR A CHECK OR CARD "
                   "PAYMENT. PLEASE TRY AGAIN."
           END-IF.

      ******************************************************************
      * The new number is written back to RECEIPT-CONTROL.TXT before
      * the receipt is printed, so a run that dies part-way through
      * a receipt skips a number rather than issuing it twice.
      ******************************************************************
       500-ISSUE-RECEIPT-NUMBER.
           PERFORM 210-LOAD-LAST-RECEIPT-NUMBER.
           ADD 1 TO LAST-RECEIPT-NUMBER.
           OPEN OUTPUT RECEIPT-CONTROL-FILE.
           IF RECEIPT-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIPT CONTROL FILE, STATUS = "
                   RECEIPT-CONTROL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE LAST-RECEIPT-NUMBER TO RN-LAST-RECEIPT-NUMBER.
           WRITE RECEIPT-CONTROL-RECORD.
           CLOSE RECEIPT-CONTROL-FILE.
           ACCEPT WINDOW-CURRENT-TIME FROM TIME.

       510-APPEND-PAYMENT-LINE.
           MOVE STUDENT-NUMBER TO RAW-PAYER-ID.
           MOVE WINDOW-PAYMENT-AMOUNT TO RAW-PAYMENT-AMOUNT-NUM.
           MOVE SPACE TO RAW-TRANS-TYPE.
           WRITE RAW-PAYMENT-RECORD.

       520-PRINT-RECEIPT.
           WRITE RECEIPT-LINE FROM RECEIPT-HEADING-LINE.
           MOVE LAST-RECEIPT-NUMBER TO RT-RECEIPT-NUMBER.
           MOVE WINDOW-MM TO RT-RECEIPT-MM.
           MOVE WINDOW-DD TO RT-RECEIPT-DD.
           MOVE WINDOW-CCYY TO RT-RECEIPT-CCYY.
           MOVE WINDOW-HH TO RT-RECEIPT-HH.
           MOVE WINDOW-MN TO RT-RECEIPT-MN.
           WRITE RECEIPT-LINE FROM RECEIPT-TITLE-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE STUDENT-NAME TO RS-STUDENT-NAME.
           WRITE RECEIPT-LINE FROM RECEIPT-STUDENT-LINE.
           MOVE STUDENT-NUMBER TO RS-STUDENT-NUMBER.
           WRITE RECEIPT-LINE FROM RECEIPT-NUMBER-LINE.
           MOVE WINDOW-PAYMENT-AMOUNT TO RA-PAYMENT-AMOUNT.
           WRITE RECEIPT-LINE FROM RECEIPT-AMOUNT-LINE.
           MOVE TENDER-DESCRIPTION TO RD-TENDER-DESCRIPTION.
           EVALUATE TRUE
               WHEN CHECK-TENDER
                   MOVE "CHECK NO." TO RD-REFERENCE-CAPTION
               WHEN CARD-TENDER
                   MOVE "AUTH CODE" TO RD-REFERENCE-CAPTION
               WHEN OTHER
                   MOVE SPACES TO RD-REFERENCE-CAPTION
           END-EVALUATE.
           MOVE TENDER-REFERENCE-INPUT TO RD-TENDER-REFERENCE.
           WRITE RECEIPT-LINE FROM RECEIPT-TENDER-LINE.
           MOVE TUITION-OWED TO RB-BALANCE-OWED.
           WRITE RECEIPT-LINE FROM RECEIPT-BALANCE-LINE.
           MOVE SIGNED-ON-OPERATOR-ID TO RK-CASHIER-ID.
           WRITE RECEIPT-LINE FROM RECEIPT-CASHIER-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           WRITE RECEIPT-LINE FROM RECEIPT-NOTE-LINE.
           WRITE RECEIPT-LINE FROM RECEIPT-SEPARATOR-LINE.

       530-JOURNAL-THE-RECEIPT.
           MOVE LAST-RECEIPT-NUMBER TO CJ-RECEIPT-NUMBER.
           MOVE WINDOW-BUSINESS-DATE TO CJ-BUSINESS-DATE.
           MOVE WINDOW-CURRENT-TIME TO CJ-RECEIPT-TIME.
           MOVE SIGNED-ON-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE STUDENT-NUMBER TO CJ-STUDENT-NUMBER.
           MOVE TENDER-TYPE-SWITCH TO CJ-TENDER-TYPE.
           MOVE WINDOW-PAYMENT-AMOUNT TO CJ-PAYMENT-AMOUNT.
           MOVE TENDER-REFERENCE-INPUT TO CJ-TENDER-REFERENCE.
           WRITE CASHIER-JOURNAL-RECORD.

       600-CLOSE-THE-SHIFT.
           PERFORM 610-PROMPT-DRAWER-DATE.
           PERFORM 620-OPEN-CLOSE-FILES.
           MOVE ZEROES TO DAY-TENDER-TOTALS.
           MOVE ZERO TO DRAWER-COUNT.
           MOVE "N" TO JOURNAL-EOF-SWITCH.
           PERFORM 630-READ-JOURNAL-RECORD.
           PERFORM 640-TALLY-ONE-RECEIPT
               UNTIL END-OF-CASHIER-JOURNAL.
           PERFORM 700-PRINT-DRAWER-REPORT.
           PERFORM 750-WRITE-RUN-CONTROL.
           CLOSE CASHIER-JOURNAL-FILE.
           CLOSE DRAWER-REPORT-FILE.
           MOVE DAY-RECEIPT-AMOUNT TO SESSION-AMOUNT-DISPLAY.
           DISPLAY "DRAWERS BALANCED FOR " DRAWER-BUSINESS-DATE
               " -- SEE DRAWER-BALANCE.TXT.".
           DISPLAY "  DEPOSIT-SLIP COUNT " DAY-RECEIPT-COUNT
               "  DEPOSIT-SLIP TOTAL " SESSION-AMOUNT-DISPLAY.

       610-PROMPT-DRAWER-DATE.
           DISPLAY "ENTER THE BUSINESS DATE TO BALANCE (CCYYMMDD), ".
           DISPLAY "OR PRESS ENTER FOR TODAY: ".
           ACCEPT DRAWER-DATE-INPUT.
           IF DRAWER-DATE-INPUT IS NUMERIC
               AND DRAWER-DATE-INPUT NOT = "00000000"
               MOVE DRAWER-DATE-INPUT TO DRAWER-BUSINESS-DATE
           ELSE
               ACCEPT DRAWER-BUSINESS-DATE FROM DATE YYYYMMDD
               DISPLAY "BALANCING TODAY'S DRAWERS."
           END-IF.

       620-OPEN-CLOSE-FILES.
           OPEN INPUT CASHIER-JOURNAL-FILE.
           IF CASHIER-JOURNAL-FILE-STATUS = "35"
               DISPLAY "NO RECEIPT HAS EVER BEEN ISSUED AT THE "
                   "WINDOW -- NOTHING TO BALANCE."
               STOP RUN
           END-IF.
           IF CASHIER-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CASHIER JOURNAL FILE, STATUS = "
                   CASHIER-JOURNAL-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT DRAWER-REPORT-FILE.

       630-READ-JOURNAL-RECORD.
           READ CASHIER-JOURNAL-FILE
               AT END
                   MOVE "Y" TO JOURNAL-EOF-SWITCH
           END-READ.

       640-TALLY-ONE-RECEIPT.
           IF CJ-BUSINESS-DATE = DRAWER-BUSINESS-DATE
               PERFORM 650-FIND-DRAWER-ENTRY
               EVALUATE TRUE
                   WHEN CJ-CASH-TENDER
                       MOVE 1 TO TENDER-SUB
                   WHEN CJ-CHECK-TENDER
                       MOVE 2 TO TENDER-SUB
                   WHEN OTHER
                       MOVE 3 TO TENDER-SUB
               END-EVALUATE
               ADD 1 TO DR-TENDER-COUNT (MATCHED-DRAWER-SUB,
                   TENDER-SUB)
               ADD CJ-PAYMENT-AMOUNT TO
                   DR-TENDER-AMOUNT (MATCHED-DRAWER-SUB, TENDER-SUB)
               ADD 1 TO DR-DRAWER-COUNT (MATCHED-DRAWER-SUB)
               ADD CJ-PAYMENT-AMOUNT TO
                   DR-DRAWER-AMOUNT (MATCHED-DRAWER-SUB)
               ADD 1 TO DAY-TENDER-COUNT (TENDER-SUB)
               ADD CJ-PAYMENT-AMOUNT TO DAY-TENDER-AMOUNT (TENDER-SUB)
               ADD 1 TO DAY-RECEIPT-COUNT
               ADD CJ-PAYMENT-AMOUNT TO DAY-RECEIPT-AMOUNT
           END-IF.
           PERFORM 630-READ-JOURNAL-RECORD.

       650-FIND-DRAWER-ENTRY.
           MOVE ZERO TO MATCHED-DRAWER-SUB.
           PERFORM 655-MATCH-ONE-DRAWER
               VARYING DRAWER-SUB FROM 1 BY 1
               UNTIL DRAWER-SUB > DRAWER-COUNT
               OR MATCHED-DRAWER-SUB > ZERO.
           IF MATCHED-DRAWER-SUB = ZERO
               IF DRAWER-COUNT < DRAWER-TABLE-LIMIT
                   ADD 1 TO DRAWER-COUNT
                   MOVE DRAWER-COUNT TO MATCHED-DRAWER-SUB
                   MOVE ZEROES TO DRAWER-ENTRY (DRAWER-COUNT)
                   MOVE CJ-OPERATOR-ID TO
                       DR-OPERATOR-ID (DRAWER-COUNT)
               ELSE
                   DISPLAY "THE DRAWER TABLE IS FULL -- MORE THAN "
                       "50 CASHIERS FOR ONE DATE. RUN STOPPED."
                   STOP RUN
               END-IF
           END-IF.

       655-MATCH-ONE-DRAWER.
           IF DR-OPERATOR-ID (DRAWER-SUB) = CJ-OPERATOR-ID
               MOVE DRAWER-SUB TO MATCHED-DRAWER-SUB
           END-IF.

       700-PRINT-DRAWER-REPORT.
           MOVE DRAWER-BUSINESS-DATE TO DH-BUSINESS-DATE.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-HEADING-LINE-1.
           MOVE SPACES TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-HEADING-LINE-2.
           MOVE SPACES TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           IF DRAWER-COUNT = ZERO
               MOVE "NO RECEIPTS WERE ISSUED ON THIS DATE." TO
                   DRAWER-REPORT-LINE
               WRITE DRAWER-REPORT-LINE
               MOVE SPACES TO DRAWER-REPORT-LINE
               WRITE DRAWER-REPORT-LINE
           END-IF.
           PERFORM 710-PRINT-ONE-DRAWER
               VARYING DRAWER-SUB FROM 1 BY 1
               UNTIL DRAWER-SUB > DRAWER-COUNT.
           MOVE "ALL DRAWERS" TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           PERFORM 720-PRINT-DAY-TENDER
               VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > 3.
           MOVE SPACES TO DRAWER-TENDER-LINE.
           MOVE "DAY TOTAL" TO DT-CAPTION.
           MOVE DAY-RECEIPT-COUNT TO DT-RECEIPT-COUNT.
           MOVE DAY-RECEIPT-AMOUNT TO DT-RECEIPT-AMOUNT.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-TENDER-LINE.
           MOVE SPACES TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           MOVE "KEY THESE FIGURES AT THE PROJECT_01_EDT DEPOSIT-SLIP "
               TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           MOVE "PROMPTS:" TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           MOVE DAY-RECEIPT-COUNT TO DS-DEPOSIT-COUNT.
           WRITE DRAWER-REPORT-LINE FROM DEPOSIT-SLIP-COUNT-LINE.
           MOVE DAY-RECEIPT-AMOUNT TO DS-DEPOSIT-AMOUNT.
           WRITE DRAWER-REPORT-LINE FROM DEPOSIT-SLIP-AMOUNT-LINE.

       710-PRINT-ONE-DRAWER.
           MOVE DR-OPERATOR-ID (DRAWER-SUB) TO DC-OPERATOR-ID.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-CASHIER-LINE.
           PERFORM 715-PRINT-DRAWER-TENDER
               VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > 3.
           MOVE SPACES TO DRAWER-TENDER-LINE.
           MOVE "DRAWER TOTAL" TO DT-CAPTION.
           MOVE DR-DRAWER-COUNT (DRAWER-SUB) TO DT-RECEIPT-COUNT.
           MOVE DR-DRAWER-AMOUNT (DRAWER-SUB) TO DT-RECEIPT-AMOUNT.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-TENDER-LINE.
           MOVE SPACES TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.

       715-PRINT-DRAWER-TENDER.
           MOVE SPACES TO DRAWER-TENDER-LINE.
           PERFORM 795-NAME-TENDER-BY-SUB.
           MOVE DR-TENDER-COUNT (DRAWER-SUB, TENDER-SUB) TO
               DT-RECEIPT-COUNT.
           MOVE DR-TENDER-AMOUNT (DRAWER-SUB, TENDER-SUB) TO
               DT-RECEIPT-AMOUNT.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-TENDER-LINE.

       720-PRINT-DAY-TENDER.
           MOVE SPACES TO DRAWER-TENDER-LINE.
           PERFORM 795-NAME-TENDER-BY-SUB.
           MOVE DAY-TENDER-COUNT (TENDER-SUB) TO DT-RECEIPT-COUNT.
           MOVE DAY-TENDER-AMOUNT (TENDER-SUB) TO DT-RECEIPT-AMOUNT.
           WRITE DRAWER-REPORT-LINE FROM DRAWER-TENDER-LINE.

      ******************************************************************
      * Each close covers the whole day's journal, so a later close
      * for the same date supersedes an earlier one -- PROJECT_01_EDT
      * takes the last CSH record on the ledger for the date.
      ******************************************************************
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
           ACCEPT CLOSE-COMPLETED-TIME FROM TIME.
           MOVE "CSH" TO RC-RUN-TYPE.
           MOVE DRAWER-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE DAY-RECEIPT-COUNT TO RC-RECORD-COUNT.
           MOVE DAY-RECEIPT-AMOUNT TO RC-AMOUNT.
           MOVE CLOSE-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       790-NAME-THE-TENDER.
           EVALUATE TRUE
               WHEN CASH-TENDER
                   MOVE "CASH" TO TENDER-DESCRIPTION
               WHEN CHECK-TENDER
                   MOVE "CHECK" TO TENDER-DESCRIPTION
               WHEN OTHER
                   MOVE "CARD" TO TENDER-DESCRIPTION
           END-EVALUATE.

       795-NAME-TENDER-BY-SUB.
           EVALUATE TENDER-SUB
               WHEN 1
                   MOVE "CASH" TO DT-CAPTION
               WHEN 2
                   MOVE "CHECK" TO DT-CAPTION
               WHEN OTHER
                   MOVE "CARD" TO DT-CAPTION
           END-EVALUATE.

       END PROGRAM PROJECT_01_CSH.
