      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Load the bank's daily lockbox / ACH remittance file
      *          into PAYMENTS.TXT, so the printout the bank sends
      *          stops being re-keyed by a cashier. The file the bank
      *          sends to BANK-REMITTANCE.TXT carries one header
      *          record (bank ID, file date, and file sequence
      *          number), a detail record per item (student number,
      *          amount, lockbox check or ACH item, check or trace
      *          number, deposit date), and one trailer record with
      *          the detail count and dollar total.
      *
      *          The whole file is proved before anything is
      *          accepted: it must open with the header and close
      *          with the trailer, every detail amount must be
      *          numeric, and the details must add up to the
      *          trailer's count and total. A file that fails any
      *          check is refused outright and nothing is written.
      *          Each file loaded is logged to BANK-INTAKE-LOG.TXT
      *          under its bank ID, file date, and sequence number,
      *          and a file already on the log is refused, so the
      *          same remittance cannot be loaded twice.
      *
      *          A proved file is appended to PAYMENTS.TXT as
      *          ordinary student payment lines in the layout
      *          PROJECT_01_EDT reads -- the edit applies its usual
      *          checks, so a bad student number on a bank item is
      *          rejected there (reject 01 or 04) like any keyed
      *          line. The check or trace number does not fit the
      *          payment line, so every item loaded is listed with
      *          it on BANK-INTAKE-REGISTER.TXT for tracing a reject
      *          back to the bank. A BNK completion record carrying
      *          the item count and total is appended to
      *          RUN-CONTROL.TXT, so PROJECT_01_RCL can show the
      *          day's bank file was loaded before the edit ran.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a cashier role or
      *          better, since it puts money into the payment file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_BNK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-REMITTANCE-FILE ASSIGN TO
               "../BANK-REMITTANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-REMITTANCE-FILE-STATUS.
           SELECT BANK-INTAKE-LOG-FILE ASSIGN TO
               "../BANK-INTAKE-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-INTAKE-LOG-FILE-STATUS.
           SELECT PAYMENT-TRANS-FILE ASSIGN TO "../PAYMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-TRANS-FILE-STATUS.
           SELECT INTAKE-REGISTER-FILE ASSIGN TO
               "../BANK-INTAKE-REGISTER.TXT"
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

       FD BANK-REMITTANCE-FILE.
       01 BANK-REMITTANCE-RECORD.
           05 BR-RECORD-TYPE PIC X(1).
               88 BR-HEADER-RECORD VALUE "H".
               88 BR-DETAIL-RECORD VALUE "D".
               88 BR-TRAILER-RECORD VALUE "T".
           05 BR-RECORD-BODY PIC X(49).
           05 BR-HEADER-BODY REDEFINES BR-RECORD-BODY.
               10 BH-BANK-ID PIC X(8).
               10 BH-FILE-DATE PIC X(8).
               10 BH-FILE-SEQ PIC X(4).
               10 FILLER PIC X(29).
           05 BR-DETAIL-BODY REDEFINES BR-RECORD-BODY.
               10 BD-STUDENT-NUMBER PIC X(7).
               10 BD-PAYMENT-AMOUNT PIC X(9).
               10 BD-PAYMENT-AMOUNT-NUM REDEFINES
                   BD-PAYMENT-AMOUNT PIC 9(7)V99.
               10 BD-ITEM-TYPE PIC X(1).
                   88 BD-LOCKBOX-CHECK VALUE "K".
                   88 BD-ACH-ITEM VALUE "A".
               10 BD-ITEM-REFERENCE PIC X(15).
               10 BD-DEPOSIT-DATE PIC X(8).
               10 FILLER PIC X(9).
           05 BR-TRAILER-BODY REDEFINES BR-RECORD-BODY.
               10 BT-DETAIL-COUNT PIC X(7).
               10 BT-DETAIL-COUNT-NUM REDEFINES
                   BT-DETAIL-COUNT PIC 9(7).
               10 BT-DETAIL-TOTAL PIC X(11).
               10 BT-DETAIL-TOTAL-NUM REDEFINES
                   BT-DETAIL-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(31).

       FD BANK-INTAKE-LOG-FILE.
       01 BANK-INTAKE-LOG-RECORD.
           05 BL-BANK-ID PIC X(8).
           05 BL-FILE-DATE PIC X(8).
           05 BL-FILE-SEQ PIC X(4).
           05 BL-LOADED-DATE PIC 9(8).
           05 BL-LOADED-TIME PIC 9(8).
           05 BL-DETAIL-COUNT PIC 9(7).
           05 BL-DETAIL-TOTAL PIC 9(9)V99.
           05 BL-OPERATOR-ID PIC X(8).

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

       FD INTAKE-REGISTER-FILE.
       01 INTAKE-REGISTER-LINE PIC X(80).

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
       01 BANK-REMITTANCE-FILE-STATUS PIC X(2).
       01 BANK-INTAKE-LOG-FILE-STATUS PIC X(2).
       01 PAYMENT-TRANS-FILE-STATUS PIC X(2).
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

       01 REMITTANCE-EOF-SWITCH PIC X(1).
           88 END-OF-REMITTANCE-FILE VALUE "Y".

       01 INTAKE-LOG-EOF-SWITCH PIC X(1).
           88 END-OF-INTAKE-LOG VALUE "Y".

       01 FILE-PROOF-FIELDS.
           05 FILE-PROOF-SWITCH PIC X(1).
               88 BANK-FILE-PROVED VALUE "Y".
           05 REFUSAL-REASON PIC X(50).
           05 TRAILER-SEEN-SWITCH PIC X(1).
               88 TRAILER-SEEN VALUE "Y".
           05 REMITTANCE-LINE-COUNT PIC 9(7).
           05 PROOF-DETAIL-COUNT PIC 9(7).
           05 PROOF-DETAIL-TOTAL PIC 9(9)V99.
           05 TRAILER-DETAIL-COUNT PIC 9(7).
           05 TRAILER-DETAIL-TOTAL PIC 9(9)V99.

       01 FILE-IDENTITY-FIELDS.
           05 FILE-BANK-ID PIC X(8).
           05 FILE-DATE PIC X(8).
           05 FILE-SEQ PIC X(4).
           05 PRIOR-LOAD-SWITCH PIC X(1).
               88 FILE-ALREADY-LOADED VALUE "Y".
           05 PRIOR-LOADED-DATE PIC 9(8).

       01 INTAKE-TOTAL-FIELDS.
           05 LOADED-ITEM-COUNT PIC 9(7) VALUE ZERO.
           05 LOADED-ITEM-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 CHECK-ITEM-COUNT PIC 9(7) VALUE ZERO.
           05 ACH-ITEM-COUNT PIC 9(7) VALUE ZERO.
           05 INTAKE-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.

       01 RUN-CONTROL-WORK-FIELDS.
           05 RUN-BUSINESS-DATE PIC 9(8).
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(34) VALUE
               "BANK REMITTANCE INTAKE REGISTER".
           05 FILLER PIC X(10) VALUE "LOADED".
           05 RH-LOADED-DATE PIC 9(8).
           05 FILLER PIC X(28) VALUE SPACES.

       01 REGISTER-HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "BANK ID".
           05 RH-BANK-ID PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "FILE DATE".
           05 RH-FILE-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FILE SEQ".
           05 RH-FILE-SEQ PIC X(4).
           05 FILLER PIC X(13) VALUE SPACES.

       01 REGISTER-HEADING-LINE-3.
           05 FILLER PIC X(10) VALUE "STUDENT".
           05 FILLER PIC X(17) VALUE "         AMOUNT".
           05 FILLER PIC X(10) VALUE "ITEM".
           05 FILLER PIC X(18) VALUE "CHECK/TRACE NO.".
           05 FILLER PIC X(25) VALUE "DEPOSITED".

       01 REGISTER-DETAIL-LINE.
           05 RD-STUDENT-NUMBER PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-PAYMENT-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-ITEM-DESCRIPTION PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-ITEM-REFERENCE PIC X(15).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-DEPOSIT-DATE PIC X(8).
           05 FILLER PIC X(17) VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ITEMS LOADED".
           05 RT-ITEM-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RT-ITEM-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(30) VALUE SPACES.

       01 REGISTER-SPLIT-LINE.
           05 FILLER PIC X(20) VALUE "LOCKBOX CHECKS".
           05 RS-CHECK-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ACH ITEMS".
           05 RS-ACH-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       100-LOAD-BANK-REMITTANCE.
           PERFORM 130-SIGN-ON-OPERATOR.
           PERFORM 300-PROVE-BANK-FILE.
           IF BANK-FILE-PROVED
               PERFORM 400-CHECK-PRIOR-LOADS
           END-IF.
           IF NOT BANK-FILE-PROVED
               DISPLAY "BANK FILE REFUSED -- " REFUSAL-REASON
               DISPLAY "NOTHING HAS BEEN WRITTEN TO PAYMENTS.TXT. "
                   "HAVE THE BANK RESEND THE FILE OR RESOLVE THE "
                   "DIFFERENCE BEFORE RERUNNING."
               STOP RUN
           END-IF.
           PERFORM 500-LOAD-PROVED-FILE.
           PERFORM 600-LOG-THE-LOAD.
           PERFORM 650-WRITE-RUN-CONTROL.
           PERFORM 700-DISPLAY-INTAKE-TOTALS.
           STOP RUN.

      ******************************************************************
      * This run puts money into the payment file the edit releases
      * for posting, so it signs on against the operator master kept
      * by PROJECT_01_OPR -- a cashier role or better is required.
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

       200-OPEN-REMITTANCE-FILE.
           OPEN INPUT BANK-REMITTANCE-FILE.
           IF BANK-REMITTANCE-FILE-STATUS = "35"
               DISPLAY "NO BANK REMITTANCE FILE IS ON HAND -- "
                   "NOTHING TO LOAD."
               STOP RUN
           END-IF.
           IF BANK-REMITTANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK REMITTANCE FILE, STATUS = "
                   BANK-REMITTANCE-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO REMITTANCE-EOF-SWITCH.
           MOVE ZERO TO REMITTANCE-LINE-COUNT.

       210-READ-REMITTANCE-RECORD.
           READ BANK-REMITTANCE-FILE
               AT END
                   MOVE "Y" TO REMITTANCE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO REMITTANCE-LINE-COUNT
           END-READ.

      ******************************************************************
      * The first pass only proves the file -- nothing is written
      * until the header, the trailer, and every detail line have
      * been read and the details tie to the trailer's count and
      * dollar total. The first failure found is the reason given.
      ******************************************************************
       300-PROVE-BANK-FILE.
           MOVE "Y" TO FILE-PROOF-SWITCH.
           MOVE SPACES TO REFUSAL-REASON.
           MOVE "N" TO TRAILER-SEEN-SWITCH.
           MOVE ZERO TO PROOF-DETAIL-COUNT.
           MOVE ZERO TO PROOF-DETAIL-TOTAL.
           MOVE ZERO TO TRAILER-DETAIL-COUNT.
           MOVE ZERO TO TRAILER-DETAIL-TOTAL.
           PERFORM 200-OPEN-REMITTANCE-FILE.
           PERFORM 210-READ-REMITTANCE-RECORD.
           EVALUATE TRUE
               WHEN END-OF-REMITTANCE-FILE
                   MOVE "THE BANK FILE IS EMPTY." TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN NOT BR-HEADER-RECORD
                   MOVE "THE FIRST RECORD IS NOT A HEADER."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN BH-BANK-ID = SPACES
                   OR BH-FILE-DATE NOT NUMERIC
                   OR BH-FILE-SEQ NOT NUMERIC
                   MOVE "THE HEADER DOES NOT IDENTIFY THE FILE."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN OTHER
                   MOVE BH-BANK-ID TO FILE-BANK-ID
                   MOVE BH-FILE-DATE TO FILE-DATE
                   MOVE BH-FILE-SEQ TO FILE-SEQ
                   PERFORM 210-READ-REMITTANCE-RECORD
                   PERFORM 310-PROVE-ONE-RECORD
                       UNTIL END-OF-REMITTANCE-FILE
                       OR NOT BANK-FILE-PROVED
           END-EVALUATE.
           CLOSE BANK-REMITTANCE-FILE.
           IF BANK-FILE-PROVED
               PERFORM 320-TIE-TO-TRAILER
           END-IF.

       310-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "RECORDS FOLLOW THE TRAILER."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN BR-HEADER-RECORD
                   MOVE "A SECOND HEADER RECORD WAS FOUND."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN BR-DETAIL-RECORD
                   IF BD-PAYMENT-AMOUNT NOT NUMERIC
                       MOVE "A DETAIL AMOUNT IS NOT NUMERIC."
                           TO REFUSAL-REASON
                       MOVE "N" TO FILE-PROOF-SWITCH
                   ELSE
                       ADD 1 TO PROOF-DETAIL-COUNT
                       ADD BD-PAYMENT-AMOUNT-NUM TO PROOF-DETAIL-TOTAL
                   END-IF
               WHEN BR-TRAILER-RECORD
                   IF BT-DETAIL-COUNT NOT NUMERIC
                       OR BT-DETAIL-TOTAL NOT NUMERIC
                       MOVE "THE TRAILER TOTALS ARE NOT NUMERIC."
                           TO REFUSAL-REASON
                       MOVE "N" TO FILE-PROOF-SWITCH
                   ELSE
                       MOVE "Y" TO TRAILER-SEEN-SWITCH
                       MOVE BT-DETAIL-COUNT-NUM TO TRAILER-DETAIL-COUNT
                       MOVE BT-DETAIL-TOTAL-NUM TO TRAILER-DETAIL-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE "A RECORD OF UNKNOWN TYPE WAS FOUND."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
           END-EVALUATE.
           IF NOT BANK-FILE-PROVED
               DISPLAY "BANK FILE LINE " REMITTANCE-LINE-COUNT
                   " FAILED THE PROOF."
           END-IF.
           PERFORM 210-READ-REMITTANCE-RECORD.

       320-TIE-TO-TRAILER.
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   MOVE "THE FILE HAS NO TRAILER -- IT MAY BE CUT OFF."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN PROOF-DETAIL-COUNT NOT = TRAILER-DETAIL-COUNT
                   MOVE "THE DETAIL COUNT DOES NOT MATCH THE TRAILER."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN PROOF-DETAIL-TOTAL NOT = TRAILER-DETAIL-TOTAL
                   MOVE "THE DETAIL TOTAL DOES NOT MATCH THE TRAILER."
                       TO REFUSAL-REASON
                   MOVE "N" TO FILE-PROOF-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT BANK-FILE-PROVED
               DISPLAY "  DETAIL LINES READ " PROOF-DETAIL-COUNT
                   "  TRAILER COUNT " TRAILER-DETAIL-COUNT
               MOVE PROOF-DETAIL-TOTAL TO INTAKE-TOTAL-DISPLAY
               DISPLAY "  DETAIL TOTAL  " INTAKE-TOTAL-DISPLAY
               MOVE TRAILER-DETAIL-TOTAL TO INTAKE-TOTAL-DISPLAY
               DISPLAY "  TRAILER TOTAL " INTAKE-TOTAL-DISPLAY
           END-IF.

      ******************************************************************
      * The bank identifies each file by its bank ID, file date, and
      * sequence number in the header. A file whose identity is
      * already on the intake log has been loaded once and is
      * refused -- loading it again would double every payment.
      ******************************************************************
       400-CHECK-PRIOR-LOADS.
           MOVE "N" TO PRIOR-LOAD-SWITCH.
           OPEN INPUT BANK-INTAKE-LOG-FILE.
           EVALUATE BANK-INTAKE-LOG-FILE-STATUS
               WHEN "00"
                   MOVE "N" TO INTAKE-LOG-EOF-SWITCH
                   PERFORM 410-READ-INTAKE-LOG-RECORD
                   PERFORM 420-MATCH-ONE-PRIOR-LOAD
                       UNTIL END-OF-INTAKE-LOG
                       OR FILE-ALREADY-LOADED
                   CLOSE BANK-INTAKE-LOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING BANK INTAKE LOG FILE, "
                       "STATUS = " BANK-INTAKE-LOG-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF FILE-ALREADY-LOADED
               MOVE "THIS FILE WAS ALREADY LOADED ON" TO REFUSAL-REASON
               MOVE PRIOR-LOADED-DATE TO REFUSAL-REASON (33:8)
               MOVE "." TO REFUSAL-REASON (41:1)
               MOVE "N" TO FILE-PROOF-SWITCH
           END-IF.

       410-READ-INTAKE-LOG-RECORD.
           READ BANK-INTAKE-LOG-FILE
               AT END
                   MOVE "Y" TO INTAKE-LOG-EOF-SWITCH
           END-READ.

       420-MATCH-ONE-PRIOR-LOAD.
           IF BL-BANK-ID = FILE-BANK-ID
               AND BL-FILE-DATE = FILE-DATE
               AND BL-FILE-SEQ = FILE-SEQ
               MOVE "Y" TO PRIOR-LOAD-SWITCH
               MOVE BL-LOADED-DATE TO PRIOR-LOADED-DATE
           ELSE
               PERFORM 410-READ-INTAKE-LOG-RECORD
           END-IF.

      ******************************************************************
      * Second pass: every detail line of the proved file becomes an
      * ordinary student payment line on PAYMENTS.TXT and a line on
      * the intake register. The student number is passed through as
      * the bank sent it -- the payment edit owns that check.
      ******************************************************************
       500-LOAD-PROVED-FILE.
           ACCEPT RUN-BUSINESS-DATE FROM DATE YYYYMMDD.
           PERFORM 200-OPEN-REMITTANCE-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF PAYMENT-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF.
           IF PAYMENT-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENTS FILE, STATUS = "
                   PAYMENT-TRANS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT INTAKE-REGISTER-FILE.
           PERFORM 520-PRINT-REGISTER-HEADINGS.
           PERFORM 210-READ-REMITTANCE-RECORD.
           PERFORM 510-LOAD-ONE-RECORD
               UNTIL END-OF-REMITTANCE-FILE.
           PERFORM 540-PRINT-REGISTER-TOTALS.
           CLOSE BANK-REMITTANCE-FILE.
           CLOSE PAYMENT-TRANS-FILE.
           CLOSE INTAKE-REGISTER-FILE.

       510-LOAD-ONE-RECORD.
           IF BR-DETAIL-RECORD
               MOVE SPACES TO RAW-PAYMENT-RECORD
               MOVE BD-STUDENT-NUMBER TO RAW-PAYER-ID
               MOVE BD-PAYMENT-AMOUNT TO RAW-PAYMENT-AMOUNT
               MOVE " " TO RAW-TRANS-TYPE
               WRITE RAW-PAYMENT-RECORD
               ADD 1 TO LOADED-ITEM-COUNT
               ADD BD-PAYMENT-AMOUNT-NUM TO LOADED-ITEM-TOTAL
               PERFORM 530-PRINT-REGISTER-DETAIL
           END-IF.
           PERFORM 210-READ-REMITTANCE-RECORD.

       520-PRINT-REGISTER-HEADINGS.
           MOVE RUN-BUSINESS-DATE TO RH-LOADED-DATE.
           WRITE INTAKE-REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
           MOVE FILE-BANK-ID TO RH-BANK-ID.
           MOVE FILE-DATE TO RH-FILE-DATE.
           MOVE FILE-SEQ TO RH-FILE-SEQ.
           WRITE INTAKE-REGISTER-LINE FROM REGISTER-HEADING-LINE-2.
           MOVE SPACES TO INTAKE-REGISTER-LINE.
           WRITE INTAKE-REGISTER-LINE.
           WRITE INTAKE-REGISTER-LINE FROM REGISTER-HEADING-LINE-3.
           MOVE SPACES TO INTAKE-REGISTER-LINE.
           WRITE INTAKE-REGISTER-LINE.

       530-PRINT-REGISTER-DETAIL.
           MOVE BD-STUDENT-NUMBER TO RD-STUDENT-NUMBER.
           MOVE BD-PAYMENT-AMOUNT-NUM TO RD-PAYMENT-AMOUNT.
           EVALUATE TRUE
               WHEN BD-LOCKBOX-CHECK
                   MOVE "CHECK" TO RD-ITEM-DESCRIPTION
                   ADD 1 TO CHECK-ITEM-COUNT
               WHEN BD-ACH-ITEM
                   MOVE "ACH" TO RD-ITEM-DESCRIPTION
                   ADD 1 TO ACH-ITEM-COUNT
               WHEN OTHER
                   MOVE "OTHER" TO RD-ITEM-DESCRIPTION
           END-EVALUATE.
           MOVE BD-ITEM-REFERENCE TO RD-ITEM-REFERENCE.
           MOVE BD-DEPOSIT-DATE TO RD-DEPOSIT-DATE.
           WRITE INTAKE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       540-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO INTAKE-REGISTER-LINE.
           WRITE INTAKE-REGISTER-LINE.
           MOVE LOADED-ITEM-COUNT TO RT-ITEM-COUNT.
           MOVE LOADED-ITEM-TOTAL TO RT-ITEM-TOTAL.
           WRITE INTAKE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE CHECK-ITEM-COUNT TO RS-CHECK-COUNT.
           MOVE ACH-ITEM-COUNT TO RS-ACH-COUNT.
           WRITE INTAKE-REGISTER-LINE FROM REGISTER-SPLIT-LINE.

       600-LOG-THE-LOAD.
           OPEN EXTEND BANK-INTAKE-LOG-FILE.
           IF BANK-INTAKE-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BANK-INTAKE-LOG-FILE
           END-IF.
           IF BANK-INTAKE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK INTAKE LOG FILE, STATUS = "
                   BANK-INTAKE-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT RUN-COMPLETED-TIME FROM TIME.
           MOVE FILE-BANK-ID TO BL-BANK-ID.
           MOVE FILE-DATE TO BL-FILE-DATE.
           MOVE FILE-SEQ TO BL-FILE-SEQ.
           MOVE RUN-BUSINESS-DATE TO BL-LOADED-DATE.
           MOVE RUN-COMPLETED-TIME TO BL-LOADED-TIME.
           MOVE LOADED-ITEM-COUNT TO BL-DETAIL-COUNT.
           MOVE LOADED-ITEM-TOTAL TO BL-DETAIL-TOTAL.
           MOVE SIGNED-ON-OPERATOR-ID TO BL-OPERATOR-ID.
           WRITE BANK-INTAKE-LOG-RECORD.
           CLOSE BANK-INTAKE-LOG-FILE.

       650-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUN-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RUN CONTROL FILE, STATUS = "
                   RUN-CONTROL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "BNK" TO RC-RUN-TYPE.
           MOVE RUN-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE LOADED-ITEM-COUNT TO RC-RECORD-COUNT.
           MOVE LOADED-ITEM-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       700-DISPLAY-INTAKE-TOTALS.
           MOVE LOADED-ITEM-TOTAL TO INTAKE-TOTAL-DISPLAY.
           DISPLAY "BANK FILE " FILE-BANK-ID " " FILE-DATE "-"
               FILE-SEQ " LOADED -- " LOADED-ITEM-COUNT
               " ITEM(S) TOTALING " INTAKE-TOTAL-DISPLAY ".".
           DISPLAY "  LOCKBOX CHECKS " CHECK-ITEM-COUNT
               "  ACH ITEMS " ACH-ITEM-COUNT.
           DISPLAY "THE ITEMS ARE ON PAYMENTS.TXT FOR PROJECT_01_EDT; "
               "THE REGISTER IS ON BANK-INTAKE-REGISTER.TXT.".

       END PROGRAM PROJECT_01_BNK.
