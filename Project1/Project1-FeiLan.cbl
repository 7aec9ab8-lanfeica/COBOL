      *                AUDITLOG.TXT, and three failed tries stop
      *                the run. The auditors flagged the open
      *                prompt at the last review.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN, 9 digits) for the
      *                PROJECT_01_TAX year-end 1098-T run, captured
      *                in the add mode, loaded from the widened
      *                STUDENT-TRANS.TXT batch layout, and
      *                changeable through a new maintenance action
      *                (T). It may be left blank until the student
      *                supplies it; the 1098-T run lists every
      *                student still missing one. The ID is never
      *                displayed back at the terminal. Run
      *                PROJECT_01_CN5 once to carry an existing
      *                STUDENT.TXT across to the widened record.
      *   Oct-15-2026  Every mode now refuses to post once
      *                PROJECT_01_MEC has closed the month today
      *                falls in, unless a supervisor overrides the
      *                close -- a signed-on supervisor is override
      *                enough, anyone else needs a supervisor to key
      *                their own ID and password. The override, or
      *                the refusal, is written to AUDITLOG.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-FILE-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO
               "../CLOSED-PERIODS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD CONTROL-TOTALS-FILE.
       01 CONTROL-TOTALS-RECORD.
           05 ST-STUDENT-STATE PIC X(2).
           05 ST-STUDENT-ZIP PIC X(9).
           05 ST-PROGRAM-CODE PIC X(5).
           05 ST-STUDENT-TIN PIC X(9).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE PIC X(80).
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

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 CONTROL-TOTALS-FILE-STATUS PIC X(2).
       01 CHECKPOINT-FILE-STATUS PIC X(2).
       01 PAYMENT-PLAN-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).
       01 CLOSED-PERIOD-FILE-STATUS PIC X(2).

       01 CONTRO-FILE.
           05 NEW-RECORD-PROMPT PIC A(1).
           05 PROGRAM-CODE-INPUT PIC X(5).
           05 PROGRAM-CODE-VALID-SWITCH PIC X(1).
               88 PROGRAM-CODE-IS-VALID VALUE "Y".
           05 STUDENT-TIN-INPUT PIC X(9).
           05 STUDENT-TIN-VALID-SWITCH PIC X(1).
               88 STUDENT-TIN-IS-VALID VALUE "Y".

       01 DUPLICATE-CHECK-FIELDS.
           05 DUPLICATE-FOUND-SWITCH PIC X(1).
               10 SAVED-STUDENT-STATE PIC X(2).
               10 SAVED-STUDENT-ZIP PIC X(9).
               10 SAVED-STUDENT-PROGRAM-CODE PIC X(5).
               10 SAVED-STUDENT-TIN PIC X(9).
           05 EXISTING-CREDIT-BALANCE PIC 9(7)V99.

       01 MAINTENANCE-FIELDS.
               88 ADDRESS-ACTION VALUE "A".
               88 REFUND-ACTION VALUE "R".
               88 PROGRAM-CODE-ACTION VALUE "P".
               88 TIN-ACTION VALUE "T".
           05 NEW-TUITION-INPUT PIC X(9).
           05 NEW-TUITION-INPUT-NUM REDEFINES
               NEW-TUITION-INPUT PIC 9(7)V99.
               88 OPERATOR-IS-SUPERVISOR VALUE 4.
           05 REQUIRED-ROLE-RANK PIC 9(1).

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
       201-INITIALIZE-STUEDT-RECORDS.
           PERFORM 241-OPEN-AUDIT-LOG-FILE.
           PERFORM 243-SIGN-ON-OPERATOR.
           PERFORM 248-CHECK-CLOSED-PERIOD.
           IF ADD-MODE
               PERFORM 305-PROMPT-FILE-MODE
           ELSE
           MOVE "SUPERVISOR ACTION DENIED" TO AL-STUDENT-NAME.
           WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL.

      ******************************************************************
      * Every mode posts history under today's date, so once
      * PROJECT_01_MEC has closed the month today falls in, the run
      * stops here unless a supervisor overrides the close. A
      * missing CLOSED-PERIODS.TXT means no month has been closed.
      ******************************************************************
       248-CHECK-CLOSED-PERIOD.
           ACCEPT POSTING-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO LAST-CLOSED-PERIOD.
           MOVE "N" TO CLOSED-PERIOD-EOF-SWITCH.
           OPEN INPUT CLOSED-PERIOD-FILE.
           EVALUATE CLOSED-PERIOD-FILE-STATUS
               WHEN "00"
                   PERFORM 249-READ-CLOSED-PERIOD
                   PERFORM 251-KEEP-LATEST-CLOSED-PERIOD
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
               PERFORM 252-GET-PERIOD-OVERRIDE
           END-IF.

       249-READ-CLOSED-PERIOD.
           READ CLOSED-PERIOD-FILE
               AT END
                   MOVE "Y" TO CLOSED-PERIOD-EOF-SWITCH
           END-READ.

       251-KEEP-LATEST-CLOSED-PERIOD.
           IF CP-PERIOD > LAST-CLOSED-PERIOD
               MOVE CP-PERIOD TO LAST-CLOSED-PERIOD
           END-IF.
           PERFORM 249-READ-CLOSED-PERIOD.

      ******************************************************************
      * A supervisor signed on is override enough; anyone else must
      * have a supervisor key their own ID and password, three tries
      * at most. The override, or the refusal, goes to AUDITLOG.TXT.
      ******************************************************************
       252-GET-PERIOD-OVERRIDE.
           DISPLAY "PERIOD " POSTING-PERIOD " HAS BEEN CLOSED BY THE "
               "MONTH-END RUN -- POSTING INTO IT NEEDS A SUPERVISOR "
               "OVERRIDE.".
           MOVE "N" TO PERIOD-OVERRIDE-SWITCH.
           IF OPERATOR-IS-SUPERVISOR
               MOVE AUDIT-OPERATOR-ID TO OVERRIDE-OPERATOR-ID
               MOVE "Y" TO PERIOD-OVERRIDE-SWITCH
           ELSE
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPERATOR-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING OPERATOR MASTER FILE, "
                       "STATUS = " OPERATOR-MASTER-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE ZERO TO OVERRIDE-ATTEMPT-COUNT
               PERFORM 253-TRY-PERIOD-OVERRIDE
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
           ELSE
               MOVE AUDIT-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE "CLOSED PERIOD POSTING REFUSED" TO AL-STUDENT-NAME
               WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL
               CLOSE AUDIT-LOG-FILE
               DISPLAY "POSTING REFUSED -- PERIOD " POSTING-PERIOD
                   " IS CLOSED."
               STOP RUN
           END-IF.

       253-TRY-PERIOD-OVERRIDE.
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
               PERFORM 246-LOG-DENIED-SIGN-ON
           END-IF.

       241-OPEN-AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
           MOVE "N" TO PROGRAM-CODE-VALID-SWITCH.
           PERFORM 312-PROMPT-PROGRAM-CODE
               UNTIL PROGRAM-CODE-IS-VALID.
           MOVE "N" TO STUDENT-TIN-VALID-SWITCH.
           PERFORM 313-PROMPT-STUDENT-TIN
               UNTIL STUDENT-TIN-IS-VALID.

       304-WRITE-STUDENT-RECORD.
           MOVE STUDENT-RECORD TO SAVED-STUDENT-RECORD.
               MOVE "Y" TO PROGRAM-CODE-VALID-SWITCH
           END-IF.

      ******************************************************************
      * The taxpayer ID may be left blank when the student has not
      * supplied it yet -- the PROJECT_01_TAX 1098-T run lists every
      * student still missing one so the Bursar can chase it.
      ******************************************************************
       313-PROMPT-STUDENT-TIN.
           DISPLAY "ENTER THE STUDENT'S SSN OR ITIN (9 DIGITS, NO ".
           DISPLAY "DASHES), OR PRESS ENTER IF NOT YET SUPPLIED: ".
           ACCEPT STUDENT-TIN-INPUT.
           IF STUDENT-TIN-INPUT = SPACES
               MOVE SPACES TO STUDENT-TIN
               MOVE "Y" TO STUDENT-TIN-VALID-SWITCH
           ELSE
               IF STUDENT-TIN-INPUT IS NUMERIC
                   AND STUDENT-TIN-INPUT NOT = "000000000"
                   MOVE STUDENT-TIN-INPUT TO STUDENT-TIN
                   MOVE "Y" TO STUDENT-TIN-VALID-SWITCH
               ELSE
                   DISPLAY "THE TAXPAYER ID MUST BE 9 DIGITS. "
                   DISPLAY "PLEASE TRY AGAIN."
               END-IF
           END-IF.

       308-CHECK-DUPLICATE-STUDENT.
           READ STUDENT-FILE-OUT
               KEY IS STUDENT-NUMBER
                       PERFORM 426-UPDATE-MAILING-ADDRESS
                   WHEN PROGRAM-CODE-ACTION
                       PERFORM 428-UPDATE-PROGRAM-CODE
                   WHEN TIN-ACTION
                       PERFORM 430-UPDATE-STUDENT-TIN
                   WHEN REFUND-ACTION
                       AND NOT OPERATOR-IS-SUPERVISOR
                       PERFORM 429-REFUSE-SUPERVISOR-ACTION
               " CREDIT ON ACCOUNT " CREDIT-BALANCE-DISPLAY.
           DISPLAY "UPDATE TUITION OWED (U), CHANGE THE MAILING ".
           DISPLAY "ADDRESS (A), CHANGE THE PROGRAM/LEVEL CODE (P), ".
           DISPLAY "CHANGE THE TAXPAYER ID (T), ".
           DISPLAY "POST A CREDIT REFUND (R), OR DELETE RECORD (D)? ".
           ACCEPT MAINTENANCE-ACTION-PROMPT.
           EVALUATE TRUE
                   MOVE "A" TO MAINTENANCE-ACTION-SWITCH
               WHEN MAINTENANCE-ACTION-PROMPT = "P" OR "p"
                   MOVE "P" TO MAINTENANCE-ACTION-SWITCH
               WHEN MAINTENANCE-ACTION-PROMPT = "T" OR "t"
                   MOVE "T" TO MAINTENANCE-ACTION-SWITCH
               WHEN MAINTENANCE-ACTION-PROMPT = "R" OR "r"
                   MOVE "R" TO MAINTENANCE-ACTION-SWITCH
               WHEN MAINTENANCE-ACTION-PROMPT = "D" OR "d"
                       "NUMBER " STUDENT-NUMBER "."
           END-REWRITE.

      ******************************************************************
      * The ID itself is never shown back at the terminal, only
      * whether one is on file.
      ******************************************************************
       430-UPDATE-STUDENT-TIN.
           IF STUDENT-TIN = SPACES
               DISPLAY "NO TAXPAYER ID IS ON FILE FOR THIS STUDENT."
           ELSE
               DISPLAY "A TAXPAYER ID IS ON FILE FOR THIS STUDENT."
           END-IF.
           MOVE "N" TO STUDENT-TIN-VALID-SWITCH.
           PERFORM 313-PROMPT-STUDENT-TIN
               UNTIL STUDENT-TIN-IS-VALID.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT RECORD "
                       STUDENT-NUMBER
               NOT INVALID KEY
                   DISPLAY "TAXPAYER ID UPDATED FOR STUDENT "
                       "NUMBER " STUDENT-NUMBER "."
           END-REWRITE.

      ******************************************************************
      * Post the Bursar's refund check against the record: the credit
      * leaves the account, logged as an RF history event, so the
               AND (ST-ENROLLMENT-STATUS = "A" OR "W" OR "G")
               AND ST-TUITION-DUE-DATE IS NUMERIC
               AND ST-TUITION-DUE-DATE NOT = ZERO
               AND (ST-STUDENT-TIN = SPACES
                   OR ST-STUDENT-TIN IS NUMERIC)
               MOVE ST-STUDENT-NAME TO STUDENT-NAME
               MOVE ST-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE ST-TUITION-OWED TO TUITION-OWED
               MOVE ST-STUDENT-STATE TO STUDENT-STATE
               MOVE ST-STUDENT-ZIP TO STUDENT-ZIP
               MOVE ST-PROGRAM-CODE TO STUDENT-PROGRAM-CODE
               MOVE ST-STUDENT-TIN TO STUDENT-TIN
               PERFORM 304-WRITE-STUDENT-RECORD
           ELSE
               DISPLAY "SKIPPING INVALID TRANSACTION RECORD FOR "
