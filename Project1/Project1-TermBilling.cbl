      *                now finds the day's next free sequence. Run
      *                PROJECT_01_CN4 once to carry an existing
      *                sequential history file across.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      *   Oct-15-2026  The run now refuses to bill once
      *                PROJECT_01_MEC has closed the month today
      *                falls in, unless a supervisor keys their ID
      *                and password against the OPERATOR.TXT master
      *                kept by PROJECT_01_OPR to override the close.
      *                The override, or the refusal, is written to
      *                AUDITLOG.TXT.
      *   Oct-15-2026  A TRM completion record (students charged and
      *                tuition billed) is now appended to the
      *                RUN-CONTROL.TXT ledger read by PROJECT_01_RCL,
      *                alongside the CONTROLTOT.TXT trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_TRM.
           SELECT BILLING-REGISTER-FILE ASSIGN TO
               "../BILLING-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO
               "../CLOSED-PERIODS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIOD-FILE-STATUS.
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
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
       FD BILLING-REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

       FD CLOSED-PERIOD-FILE.
       01 CLOSED-PERIOD-RECORD.
           05 CP-PERIOD PIC 9(6).
           05 CP-CLOSED-DATE PIC 9(8).
           05 CP-CLOSED-TIME PIC 9(8).
           05 CP-CLOSED-BY PIC X(8).
           05 CP-OPENING-AR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CP-CLOSING-AR PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CP-DIFFERENCE PIC S9(9)V99 SIGN LEADING SEPARATE.

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
       01 RATE-SCHEDULE-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 CONTROL-TOTALS-FILE-STATUS PIC X(2).
       01 CLOSED-PERIOD-FILE-STATUS PIC X(2).
       01 OPERATOR-MASTER-FILE-STATUS PIC X(2).
       01 AUDIT-LOG-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).

       01 SIGN-ON-FIELDS.
           05 SIGN-ON-ID-INPUT PIC X(8).
           05 SIGN-ON-PASSWORD-INPUT PIC X(8).
           05 OPERATOR-LOOKUP-SWITCH PIC X(1).
               88 OPERATOR-ON-FILE VALUE "Y".

       01 CLOSED-PERIOD-FIELDS.
           05 CLOSED-PERIOD-EOF-SWITCH PIC X(1) VALUE "N".
               88 END-OF-CLOSED-PERIODS VALUE "Y".
           05 LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
           05 POSTING-DATE PIC 9(8).
           05 POSTING-DATE-SPLIT REDEFINES POSTING-DATE.
               10 POSTING-PERIOD PIC 9(6).
               10 POSTING-DAY PIC 9(2).
           05 OVERRIDE-ATTEMPT-COUNT PIC 9(1).
           05 PERIOD-OVERRIDE-SWITCH PIC X(1).
               88 PERIOD-OVERRIDE-GRANTED VALUE "Y".
           05 OVERRIDE-OPERATOR-ID PIC X(8) VALUE "BATCH".

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

       01 TERM-CODE-FIELDS.
           05 TERM-CODE-INPUT PIC X(6).
           05 RUN-RECORD-COUNT PIC 9(5) VALUE ZERO.
           05 RUN-TUITION-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 NO-RATE-COUNT PIC 9(5) VALUE ZERO.
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(25) VALUE "TERM BILLING REGISTER".

       PROCEDURE DIVISION.
       100-RUN-TERM-BILLING.
           PERFORM 150-CHECK-CLOSED-PERIOD.
           PERFORM 110-PROMPT-TERM-CODE
               UNTIL TERM-CODE-IS-VALID.
           PERFORM 200-LOAD-RATE-SCHEDULE.
               UNTIL END-OF-STUDENT-FILE.
           PERFORM 600-PRINT-REGISTER-TOTALS.
           PERFORM 700-WRITE-CONTROL-TOTALS.
           PERFORM 800-WRITE-RUN-CONTROL.
           PERFORM 900-CLOSE-BILLING-FILES.
           STOP RUN.

               MOVE "Y" TO TERM-CODE-VALID-SWITCH
           END-IF.

      ******************************************************************
      * Charges post history under today's date, so once
      * PROJECT_01_MEC has closed the month today falls in, the run
      * stops here, before any student is billed, unless a
      * supervisor overrides the close. A missing CLOSED-PERIODS.TXT
      * means no month has been closed.
      ******************************************************************
       150-CHECK-CLOSED-PERIOD.
           ACCEPT POSTING-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CLOSED-PERIOD-FILE.
           EVALUATE CLOSED-PERIOD-FILE-STATUS
               WHEN "00"
                   PERFORM 151-READ-CLOSED-PERIOD
                   PERFORM 152-KEEP-LATEST-CLOSED-PERIOD
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
               PERFORM 160-GET-PERIOD-OVERRIDE
           END-IF.

       151-READ-CLOSED-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   MOVE "Y" TO CLOSED-PERIOD-EOF-SWITCH
           END-READ.

       152-KEEP-LATEST-CLOSED-PERIOD.
           IF CP-PERIOD > LAST-CLOSED-PERIOD
               MOVE CP-PERIOD TO LAST-CLOSED-PERIOD
           END-IF.
           PERFORM 151-READ-CLOSED-PERIOD.

      ******************************************************************
      * This run has no sign-on of its own, so a supervisor keys
      * their ID and password against the operator master kept by
      * PROJECT_01_OPR, three tries at most. Each denied try, and
      * the override or the refusal, goes to AUDITLOG.TXT.
      ******************************************************************
       160-GET-PERIOD-OVERRIDE.
           DISPLAY "PERIOD " POSTING-PERIOD " HAS BEEN CLOSED BY THE "
               "MONTH-END RUN -- POSTING INTO IT NEEDS A SUPERVISOR "
               "OVERRIDE.".
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
           PERFORM 162-OPEN-AUDIT-LOG-FILE.
           MOVE "N" TO PERIOD-OVERRIDE-SWITCH.
           MOVE ZERO TO OVERRIDE-ATTEMPT-COUNT.
           PERFORM 161-TRY-PERIOD-OVERRIDE
               UNTIL PERIOD-OVERRIDE-GRANTED
               OR OVERRIDE-ATTEMPT-COUNT NOT < 3.
           CLOSE OPERATOR-MASTER-FILE.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE OVERRIDE-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE ZERO TO AL-STUDENT-NUMBER.
           IF PERIOD-OVERRIDE-GRANTED
               MOVE "CLOSED PERIOD OVERRIDE" TO AL-STUDENT-NAME
               WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL
               CLOSE AUDIT-LOG-FILE
               DISPLAY "OVERRIDE ACCEPTED FROM " OVERRIDE-OPERATOR-ID
                   " -- POSTING INTO PERIOD " POSTING-PERIOD "."
           ELSE
               MOVE "CLOSED PERIOD POSTING REFUSED" TO AL-STUDENT-NAME
               WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL
               CLOSE AUDIT-LOG-FILE
               DISPLAY "POSTING REFUSED -- PERIOD " POSTING-PERIOD
                   " IS CLOSED."
               STOP RUN
           END-IF.

       161-TRY-PERIOD-OVERRIDE.
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
               PERFORM 163-LOG-DENIED-OVERRIDE
           END-IF.

       162-OPEN-AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF AUDIT-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT LOG FILE, STATUS = "
                   AUDIT-LOG-FILE-STATUS
               STOP RUN
           END-IF.

       163-LOG-DENIED-OVERRIDE.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE SIGN-ON-ID-INPUT TO AL-OPERATOR-ID.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE ZERO TO AL-STUDENT-NUMBER.
           MOVE "SIGN-ON DENIED" TO AL-STUDENT-NAME.
           WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL.

      ******************************************************************
      * Only the rows for the keyed term are loaded. A run with no
      * matching rows stops before any student record is touched --
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS-FILE.

       800-WRITE-RUN-CONTROL.
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
           MOVE "TRM" TO RC-RUN-TYPE.
           MOVE BILLING-RUN-DATE TO RC-BUSINESS-DATE.
           MOVE RUN-RECORD-COUNT TO RC-RECORD-COUNT.
           MOVE RUN-TUITION-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       900-CLOSE-BILLING-FILES.
           CLOSE STUDENT-FILE-OUT.
           CLOSE STUDENT-HISTORY-FILE.
