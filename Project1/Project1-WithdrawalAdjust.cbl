      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Prorate a withdrawn student's term tuition from the
      *          published withdrawal calendar. Changing a student to
      *          ENROLLMENT-STATUS "W" leaves TUITION-OWED at the full
      *          term charge, and the Bursar used to work the refund
      *          percentage out by hand. The operator keys the term
      *          code, and that term's row of WITHDRAWAL-SCHEDULE.TXT
      *          is loaded: the window of posting dates the term's
      *          CH charges fall in, and up to four steps, each a
      *          last date and the percentage of the charge credited
      *          for a withdrawal on or before it (for example 100%
      *          through the day before classes, 75% through week
      *          two, 50% through week four). A withdrawal after the
      *          last step earns no credit.
      *
      *          Each withdrawn student is then keyed with the date
      *          of withdrawal. The student's CH charges posted in
      *          the term's window are totaled from
      *          STUDENT-HISTORY.TXT, the step percentage for the
      *          withdrawal date is applied, and after the operator
      *          confirms, the reduction comes off TUITION-OWED and
      *          is written as a WD history event that PROJECT_01_HST
      *          prints and PROJECT_01_GLX books against tuition
      *          revenue. A reduction larger than the balance still
      *          owed leaves the excess in CREDIT-BALANCE, and a
      *          refund request for it is appended to
      *          REFUND-REQUESTS.TXT for PROJECT_01_RFD to pay. A
      *          student already carrying a WD event posted since the
      *          term's charges began is refused, so a term is never
      *          prorated twice. A student whose account carries a
      *          bad-debt write-off (WO) is refused as well: the
      *          write-off already took the unpaid balance off the
      *          books, and prorating it again would turn tuition
      *          that was never paid into a refund. Every student
      *          keyed is listed on the withdrawal adjustment
      *          register, WITHDRAWAL-REGISTER.TXT, with the run's
      *          totals, and a WDR completion record is appended to
      *          RUN-CONTROL.TXT.
      *
      *          The date of withdrawal must be a real calendar date
      *          and cannot be later than today.
      *
      *          WITHDRAWAL-SCHEDULE.TXT is keyed in an editor, one
      *          row per term: term code (6), first and last posting
      *          date of the term's charges (CCYYMMDD each), then
      *          four steps of last date (CCYYMMDD) and percentage
      *          (3 digits). Unused steps are zero.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a maintenance role or
      *          better -- it changes balances the way PROJECT_01's
      *          maintenance mode does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_WDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHDRAWAL-SCHEDULE-FILE ASSIGN TO
               "../WITHDRAWAL-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WITHDRAWAL-SCHEDULE-FILE-STATUS.
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
           SELECT WITHDRAWAL-REGISTER-FILE ASSIGN TO
               "../WITHDRAWAL-REGISTER.TXT"
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

       FD WITHDRAWAL-SCHEDULE-FILE.
       01 WITHDRAWAL-SCHEDULE-RECORD.
           05 WC-TERM-CODE PIC X(6).
           05 WC-CHARGE-FROM-DATE PIC 9(8).
           05 WC-CHARGE-THRU-DATE PIC 9(8).
           05 WC-STEP OCCURS 4 TIMES.
               10 WC-STEP-THRU-DATE PIC 9(8).
               10 WC-STEP-PERCENT PIC 9(3).

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

       FD WITHDRAWAL-REGISTER-FILE.
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
       01 WITHDRAWAL-SCHEDULE-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 REFUND-REQUEST-FILE-STATUS PIC X(2).
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

       01 TERM-CODE-FIELDS.
           05 TERM-CODE-INPUT PIC X(6).
           05 TERM-CODE-VALID-SWITCH PIC X(1).
               88 TERM-CODE-IS-VALID VALUE "Y".

       01 WITHDRAWAL-SCHEDULE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-WITHDRAWAL-SCHEDULE VALUE "Y".

       01 TERM-SCHEDULE-FIELDS.
           05 SCHEDULE-FOUND-SWITCH PIC X(1) VALUE "N".
               88 SCHEDULE-FOUND VALUE "Y".
           05 TS-CHARGE-FROM-DATE PIC 9(8).
           05 TS-CHARGE-THRU-DATE PIC 9(8).
           05 TS-STEP OCCURS 4 TIMES.
               10 TS-STEP-THRU-DATE PIC 9(8).
               10 TS-STEP-PERCENT PIC 9(3).
           05 STEP-SUB PIC 9(1) COMP.
           05 STEP-ROW-VALID-SWITCH PIC X(1).
               88 STEP-ROW-IS-VALID VALUE "Y".

       01 WITHDRAWAL-ENTRY-FIELDS.
           05 ANOTHER-WITHDRAWAL-PROMPT PIC A(1).
           05 WITHDRAWAL-NUMBER-INPUT PIC X(7).
           05 WITHDRAWAL-NUMBER-VALID-SWITCH PIC X(1).
               88 WITHDRAWAL-NUMBER-IS-VALID VALUE "Y".
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".
           05 WITHDRAWAL-DATE-INPUT PIC X(8).
           05 WITHDRAWAL-DATE PIC 9(8).
           05 WITHDRAWAL-DATE-SPLIT REDEFINES WITHDRAWAL-DATE.
               10 WITHDRAWAL-YEAR PIC 9(4).
               10 WITHDRAWAL-MONTH PIC 9(2).
               10 WITHDRAWAL-DAY PIC 9(2).
           05 WITHDRAWAL-DATE-VALID-SWITCH PIC X(1).
               88 WITHDRAWAL-DATE-IS-VALID VALUE "Y".
           05 ADJUSTMENT-CONFIRM-PROMPT PIC A(1).

      ******************************************************************
      * Days in each month, January through December. February is
      * given a 29th day in a leap year by 426-FIND-LAST-DAY-OF-MONTH.
      ******************************************************************
       01 MONTH-LENGTH-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05 MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.

       01 CALENDAR-WORK-FIELDS.
           05 LAST-DAY-OF-MONTH PIC 9(2).
           05 LEAP-YEAR-QUOTIENT PIC 9(4) COMP.
           05 LEAP-YEAR-REMAINDER-4 PIC 9(3) COMP.
           05 LEAP-YEAR-REMAINDER-100 PIC 9(3) COMP.
           05 LEAP-YEAR-REMAINDER-400 PIC 9(3) COMP.

       01 TERM-CHARGE-FIELDS.
           05 HISTORY-EOF-SWITCH PIC X(1).
               88 END-OF-HISTORY-FILE VALUE "Y".
           05 PRIOR-ADJUSTMENT-SWITCH PIC X(1).
               88 TERM-ALREADY-ADJUSTED VALUE "Y".
           05 WRITE-OFF-SWITCH PIC X(1).
               88 ACCOUNT-WRITTEN-OFF VALUE "Y".
           05 TERM-CHARGE-TOTAL PIC 9(7)V99.
           05 CREDIT-PERCENT PIC 9(3).
           05 CREDIT-STEP-SUB PIC 9(1) COMP.

       01 ADJUSTMENT-WORK-FIELDS.
           05 ADJUSTMENT-RUN-DATE PIC 9(8).
           05 OLD-BALANCE PIC 9(7)V99.
           05 TUITION-REDUCTION PIC 9(7)V99.
           05 EXCESS-CREDIT-AMOUNT PIC 9(7)V99.
           05 HISTORY-WRITTEN-SWITCH PIC X(1).
               88 HISTORY-EVENT-WRITTEN VALUE "Y".
           05 REDUCTION-DISPLAY PIC $$,$$$,$$9.99.
           05 CHARGE-DISPLAY PIC $$,$$$,$$9.99.

       01 ADJUSTMENT-RUN-TOTALS.
           05 ADJUSTED-COUNT PIC 9(5) VALUE ZERO.
           05 ADJUSTED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 REFUND-REQUEST-COUNT PIC 9(5) VALUE ZERO.
           05 REFUND-REQUEST-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 NO-CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05 WRITTEN-OFF-COUNT PIC 9(5) VALUE ZERO.
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(32) VALUE "WITHDRAWAL ADJUSTMENT REGISTER".
           05 FILLER PIC X(6) VALUE "TERM".
           05 RH-TERM-CODE PIC X(6).
           05 FILLER PIC X(8) VALUE "  RUN".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(72) VALUE SPACES.

       01 REGISTER-HEADING-LINE-2.
           05 FILLER PIC X(32) VALUE "STUDENT NAME".
           05 FILLER PIC X(9) VALUE "NUMBER".
           05 FILLER PIC X(10) VALUE "WITHDREW".
           05 FILLER PIC X(15) VALUE "TERM CHARGE".
           05 FILLER PIC X(5) VALUE "PCT".
           05 FILLER PIC X(15) VALUE "REDUCTION".
           05 FILLER PIC X(15) VALUE "NEW BALANCE".
           05 FILLER PIC X(15) VALUE "TO REFUND".
           05 FILLER PIC X(16) VALUE SPACES.

       01 ADJUSTMENT-DETAIL-LINE.
           05 AD-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-WITHDRAWAL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-TERM-CHARGE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-CREDIT-PERCENT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-REDUCTION PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-NEW-BALANCE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-REFUND-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(17) VALUE SPACES.

       01 NO-CREDIT-NOTE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(128) VALUE
               "WITHDREW AFTER THE LAST STEP OF THE CALENDAR -- NO CREDI
      -        "T DUE, NOTHING POSTED".

       01 WRITTEN-OFF-NOTE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(128) VALUE
               "ACCOUNT WRITTEN OFF TO BAD DEBT -- NO WITHDRAWAL CREDIT,
      -        " NOTHING POSTED".

       01 REGISTER-TOTAL-LINE-1.
           05 FILLER PIC X(30) VALUE "STUDENTS ADJUSTED: ".
           05 RT-ADJUSTED-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "TOTAL REDUCTION: ".
           05 RT-ADJUSTED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(57) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-2.
           05 FILLER PIC X(30) VALUE "REFUND REQUESTS WRITTEN: ".
           05 RT-REFUND-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "TOTAL TO REFUND: ".
           05 RT-REFUND-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(57) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-3.
           05 FILLER PIC X(30) VALUE "NO CREDIT DUE: ".
           05 RT-NO-CREDIT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(96) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-4.
           05 FILLER PIC X(30) VALUE "REFUSED, WRITTEN OFF: ".
           05 RT-WRITTEN-OFF-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       100-RUN-WITHDRAWAL-ADJUSTMENT.
           PERFORM 110-SIGN-ON-OPERATOR.
           PERFORM 200-PROMPT-TERM-CODE
               UNTIL TERM-CODE-IS-VALID.
           PERFORM 210-LOAD-WITHDRAWAL-SCHEDULE.
           PERFORM 300-OPEN-ADJUSTMENT-FILES.
           PERFORM 310-PRINT-REGISTER-HEADERS.
           MOVE "Y" TO ANOTHER-WITHDRAWAL-PROMPT.
           PERFORM 400-ADJUST-ONE-WITHDRAWAL
               UNTIL ANOTHER-WITHDRAWAL-PROMPT = "N" OR "n".
           PERFORM 700-PRINT-REGISTER-TOTALS.
           PERFORM 800-WRITE-RUN-CONTROL.
           PERFORM 900-CLOSE-ADJUSTMENT-FILES.
           STOP RUN.

      ******************************************************************
      * Prorating tuition changes balances the way PROJECT_01's
      * maintenance mode does, so the run signs on against the
      * operator master kept by PROJECT_01_OPR and requires a
      * maintenance role or better. Three failed tries stop the run;
      * each denial is written to AUDITLOG.TXT. A missing operator
      * master refuses the run -- set operators up with
      * PROJECT_01_OPR first.
      ******************************************************************
       110-SIGN-ON-OPERATOR.
           MOVE 3 TO REQUIRED-ROLE-RANK.
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
           PERFORM 114-OPEN-AUDIT-LOG-FILE.
           MOVE "N" TO SIGN-ON-RESULT-SWITCH.
           MOVE ZERO TO SIGN-ON-ATTEMPT-COUNT.
           PERFORM 111-TRY-ONE-SIGN-ON
               UNTIL SIGN-ON-ACCEPTED
               OR SIGN-ON-ATTEMPT-COUNT NOT < 3.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF NOT SIGN-ON-ACCEPTED
               DISPLAY "SIGN-ON FAILED -- RUN STOPPED."
               STOP RUN
           END-IF.

       111-TRY-ONE-SIGN-ON.
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
           PERFORM 112-RANK-OPERATOR-ROLE.
           IF OPERATOR-ON-FILE
               AND OP-PASSWORD = SIGN-ON-PASSWORD-INPUT
               AND OPERATOR-ROLE-RANK NOT < REQUIRED-ROLE-RANK
               MOVE "Y" TO SIGN-ON-RESULT-SWITCH
               MOVE SIGN-ON-ID-INPUT TO SIGNED-ON-OPERATOR-ID
           ELSE
               DISPLAY "SIGN-ON DENIED."
               PERFORM 113-LOG-DENIED-SIGN-ON
           END-IF.

       112-RANK-OPERATOR-ROLE.
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

       113-LOG-DENIED-SIGN-ON.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE SIGN-ON-ID-INPUT TO AL-OPERATOR-ID.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE ZERO TO AL-STUDENT-NUMBER.
           MOVE "SIGN-ON DENIED" TO AL-STUDENT-NAME.
           WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL.

       114-OPEN-AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF AUDIT-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT LOG FILE, STATUS = "
                   AUDIT-LOG-FILE-STATUS
               STOP RUN
           END-IF.

       200-PROMPT-TERM-CODE.
           DISPLAY "ENTER THE TERM CODE TO ADJUST (UP TO 6 ".
           DISPLAY "CHARACTERS, AS ON THE WITHDRAWAL SCHEDULE): ".
           ACCEPT TERM-CODE-INPUT.
           IF TERM-CODE-INPUT = SPACES
               DISPLAY "THE TERM CODE CANNOT BE BLANK. PLEASE TRY "
                   "AGAIN."
           ELSE
               MOVE "Y" TO TERM-CODE-VALID-SWITCH
           END-IF.

      ******************************************************************
      * Only the keyed term's row is kept. A term with no valid row
      * stops the run before anything is touched -- without the
      * calendar there is no percentage to apply.
      ******************************************************************
       210-LOAD-WITHDRAWAL-SCHEDULE.
           OPEN INPUT WITHDRAWAL-SCHEDULE-FILE.
           IF WITHDRAWAL-SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WITHDRAWAL SCHEDULE FILE, "
                   "STATUS = " WITHDRAWAL-SCHEDULE-FILE-STATUS
               DISPLAY "STAGE WITHDRAWAL-SCHEDULE.TXT AND RERUN THE "
                   "ADJUSTMENT RUN."
               STOP RUN
           END-IF.
           PERFORM 220-READ-SCHEDULE-RECORD.
           PERFORM 230-STORE-TERM-SCHEDULE
               UNTIL END-OF-WITHDRAWAL-SCHEDULE.
           CLOSE WITHDRAWAL-SCHEDULE-FILE.
           IF NOT SCHEDULE-FOUND
               DISPLAY "NO VALID WITHDRAWAL SCHEDULE ROW FOR TERM "
                   TERM-CODE-INPUT " -- NOTHING ADJUSTED."
               STOP RUN
           END-IF.
           DISPLAY "WITHDRAWAL CALENDAR LOADED FOR TERM "
               TERM-CODE-INPUT " -- CHARGES POSTED "
               TS-CHARGE-FROM-DATE " THROUGH " TS-CHARGE-THRU-DATE
               ".".

       220-READ-SCHEDULE-RECORD.
           READ WITHDRAWAL-SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WITHDRAWAL-SCHEDULE-EOF-SWITCH
           END-READ.

       230-STORE-TERM-SCHEDULE.
           IF WC-TERM-CODE = TERM-CODE-INPUT
               MOVE "Y" TO STEP-ROW-VALID-SWITCH
               IF WC-CHARGE-FROM-DATE NOT NUMERIC
                   OR WC-CHARGE-THRU-DATE NOT NUMERIC
                   MOVE "N" TO STEP-ROW-VALID-SWITCH
               END-IF
               PERFORM 235-CHECK-ONE-STEP
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > 4
               EVALUATE TRUE
                   WHEN NOT STEP-ROW-IS-VALID
                       DISPLAY "SKIPPING INVALID WITHDRAWAL SCHEDULE "
                           "ROW FOR TERM " WC-TERM-CODE "."
                   WHEN SCHEDULE-FOUND
                       DISPLAY "DUPLICATE WITHDRAWAL SCHEDULE ROW FOR "
                           "TERM " WC-TERM-CODE " IGNORED -- THE "
                           "FIRST ROW LOADED IS USED."
                   WHEN OTHER
                       MOVE "Y" TO SCHEDULE-FOUND-SWITCH
                       MOVE WC-CHARGE-FROM-DATE TO TS-CHARGE-FROM-DATE
                       MOVE WC-CHARGE-THRU-DATE TO TS-CHARGE-THRU-DATE
                       PERFORM 240-KEEP-ONE-STEP
                           VARYING STEP-SUB FROM 1 BY 1
                           UNTIL STEP-SUB > 4
               END-EVALUATE
           END-IF.
           PERFORM 220-READ-SCHEDULE-RECORD.

       235-CHECK-ONE-STEP.
           IF WC-STEP-THRU-DATE (STEP-SUB) NOT NUMERIC
               OR WC-STEP-PERCENT (STEP-SUB) NOT NUMERIC
               MOVE "N" TO STEP-ROW-VALID-SWITCH
           ELSE
               IF WC-STEP-PERCENT (STEP-SUB) > 100
                   MOVE "N" TO STEP-ROW-VALID-SWITCH
               END-IF
           END-IF.

       240-KEEP-ONE-STEP.
           MOVE WC-STEP-THRU-DATE (STEP-SUB) TO
               TS-STEP-THRU-DATE (STEP-SUB).
           MOVE WC-STEP-PERCENT (STEP-SUB) TO
               TS-STEP-PERCENT (STEP-SUB).

       300-OPEN-ADJUSTMENT-FILES.
           OPEN I-O STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-HISTORY-FILE.
           IF STUDENT-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT HISTORY FILE, STATUS = "
                   STUDENT-HISTORY-FILE-STATUS
               DISPLAY "NO CHARGES HAVE BEEN RECORDED YET -- NOTHING "
                   "TO PRORATE."
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
           OPEN OUTPUT WITHDRAWAL-REGISTER-FILE.
           ACCEPT ADJUSTMENT-RUN-DATE FROM DATE YYYYMMDD.

       310-PRINT-REGISTER-HEADERS.
           MOVE TERM-CODE-INPUT TO RH-TERM-CODE.
           MOVE ADJUSTMENT-RUN-DATE TO RH-RUN-DATE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       400-ADJUST-ONE-WITHDRAWAL.
           MOVE "N" TO WITHDRAWAL-NUMBER-VALID-SWITCH.
           PERFORM 410-PROMPT-STUDENT-NUMBER
               UNTIL WITHDRAWAL-NUMBER-IS-VALID.
           READ STUDENT-FILE-OUT
               KEY IS STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO STUDENT-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-LOOKUP-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT STUDENT-ON-FILE
                   DISPLAY "NO STUDENT RECORD ON FILE FOR NUMBER "
                       STUDENT-NUMBER "."
               WHEN NOT WITHDRAWN-STUDENT
                   DISPLAY STUDENT-NAME " IS NOT WITHDRAWN -- CHANGE "
                       "THE ENROLLMENT STATUS IN PROJECT_01 FIRST."
               WHEN OTHER
                   PERFORM 430-PRORATE-ONE-STUDENT
           END-EVALUATE.
           DISPLAY "DO YOU WANT TO ADJUST ANOTHER WITHDRAWAL (Y/N)?".
           ACCEPT ANOTHER-WITHDRAWAL-PROMPT.

       410-PROMPT-STUDENT-NUMBER.
           DISPLAY "ENTER THE WITHDRAWN STUDENT'S NUMBER ".
           DISPLAY "(7 DIGITS): ".
           ACCEPT WITHDRAWAL-NUMBER-INPUT.
           IF WITHDRAWAL-NUMBER-INPUT IS NUMERIC
               AND WITHDRAWAL-NUMBER-INPUT NOT = "0000000"
               MOVE WITHDRAWAL-NUMBER-INPUT TO STUDENT-NUMBER
               MOVE "Y" TO WITHDRAWAL-NUMBER-VALID-SWITCH
           ELSE
               DISPLAY "STUDENT NUMBER MUST BE A NON-ZERO 7-DIGIT "
               DISPLAY "NUMBER. PLEASE TRY AGAIN."
           END-IF.

       420-PROMPT-WITHDRAWAL-DATE.
           DISPLAY "ENTER THE DATE OF WITHDRAWAL (CCYYMMDD), ".
           DISPLAY "OR PRESS ENTER FOR TODAY: ".
           ACCEPT WITHDRAWAL-DATE-INPUT.
           IF WITHDRAWAL-DATE-INPUT = SPACES
               MOVE ADJUSTMENT-RUN-DATE TO WITHDRAWAL-DATE
               MOVE "Y" TO WITHDRAWAL-DATE-VALID-SWITCH
               DISPLAY "USING TODAY AS THE DATE OF WITHDRAWAL."
           ELSE
               IF WITHDRAWAL-DATE-INPUT IS NUMERIC
                   MOVE WITHDRAWAL-DATE-INPUT TO WITHDRAWAL-DATE
                   MOVE "Y" TO WITHDRAWAL-DATE-VALID-SWITCH
                   PERFORM 425-CHECK-WITHDRAWAL-DATE
               ELSE
                   DISPLAY "THE DATE MUST BE 8 DIGITS, CCYYMMDD. "
                       "PLEASE TRY AGAIN."
               END-IF
           END-IF.

      ******************************************************************
      * A date that is not on the calendar, or one still to come,
      * would pick a step of the withdrawal calendar the student
      * never reached, so it is refused and the date keyed again.
      ******************************************************************
       425-CHECK-WITHDRAWAL-DATE.
           IF WITHDRAWAL-MONTH NOT < 1
               AND WITHDRAWAL-MONTH NOT > 12
               PERFORM 426-FIND-LAST-DAY-OF-MONTH
           ELSE
               MOVE ZERO TO LAST-DAY-OF-MONTH
           END-IF.
           EVALUATE TRUE
               WHEN WITHDRAWAL-MONTH < 1
                   OR WITHDRAWAL-MONTH > 12
                   DISPLAY "THE MONTH MUST BE 01 THROUGH 12. PLEASE "
                       "TRY AGAIN."
                   MOVE "N" TO WITHDRAWAL-DATE-VALID-SWITCH
               WHEN WITHDRAWAL-DAY < 1
                   OR WITHDRAWAL-DAY > LAST-DAY-OF-MONTH
                   DISPLAY "THE DAY MUST BE 01 THROUGH "
                       LAST-DAY-OF-MONTH " FOR THAT MONTH. PLEASE "
                       "TRY AGAIN."
                   MOVE "N" TO WITHDRAWAL-DATE-VALID-SWITCH
               WHEN WITHDRAWAL-DATE > ADJUSTMENT-RUN-DATE
                   DISPLAY "THE DATE OF WITHDRAWAL CANNOT BE LATER "
                       "THAN TODAY, " ADJUSTMENT-RUN-DATE ". PLEASE "
                       "TRY AGAIN."
                   MOVE "N" TO WITHDRAWAL-DATE-VALID-SWITCH
           END-EVALUATE.

      ******************************************************************
      * A year divisible by 4 is a leap year, except a century year,
      * which is a leap year only when divisible by 400.
      ******************************************************************
       426-FIND-LAST-DAY-OF-MONTH.
           MOVE MONTH-LENGTH (WITHDRAWAL-MONTH) TO LAST-DAY-OF-MONTH.
           IF WITHDRAWAL-MONTH = 2
               DIVIDE WITHDRAWAL-YEAR BY 4 GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER-4
               DIVIDE WITHDRAWAL-YEAR BY 100 GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER-100
               DIVIDE WITHDRAWAL-YEAR BY 400 GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER-400
               IF LEAP-YEAR-REMAINDER-4 = ZERO
                   AND (LEAP-YEAR-REMAINDER-100 NOT = ZERO
                       OR LEAP-YEAR-REMAINDER-400 = ZERO)
                   MOVE 29 TO LAST-DAY-OF-MONTH
               END-IF
           END-IF.

      ******************************************************************
      * A written-off account is refused before any percentage is
      * worked: the write-off already took the unpaid tuition off
      * the books, so a reduction now would only leave credit on
      * account and a refund of money the student never paid.
      ******************************************************************
       430-PRORATE-ONE-STUDENT.
           MOVE "N" TO WITHDRAWAL-DATE-VALID-SWITCH.
           PERFORM 420-PROMPT-WITHDRAWAL-DATE
               UNTIL WITHDRAWAL-DATE-IS-VALID.
           PERFORM 440-TOTAL-TERM-CHARGES.
           EVALUATE TRUE
               WHEN TERM-ALREADY-ADJUSTED
                   DISPLAY "A WITHDRAWAL ADJUSTMENT HAS ALREADY BEEN "
                       "POSTED FOR THIS STUDENT THIS TERM -- "
                       "NOTHING DONE."
               WHEN ACCOUNT-WRITTEN-OFF
                   PERFORM 570-PRINT-WRITTEN-OFF-LINE
                   DISPLAY "THIS ACCOUNT HAS BEEN WRITTEN OFF TO BAD "
                       "DEBT -- NO WITHDRAWAL CREDIT, NOTHING DONE."
               WHEN TERM-CHARGE-TOTAL = ZERO
                   DISPLAY "NO TUITION CHARGE FOR TERM "
                       TERM-CODE-INPUT " IS ON THE HISTORY FOR THIS "
                       "STUDENT -- NOTHING TO PRORATE."
               WHEN OTHER
                   PERFORM 460-FIND-CREDIT-PERCENT
                   COMPUTE TUITION-REDUCTION ROUNDED =
                       TERM-CHARGE-TOTAL * CREDIT-PERCENT / 100
                   IF TUITION-REDUCTION = ZERO
                       PERFORM 560-PRINT-NO-CREDIT-LINE
                       DISPLAY "WITHDREW AFTER THE LAST STEP OF THE "
                           "CALENDAR -- NO CREDIT DUE."
                   ELSE
                       PERFORM 470-CONFIRM-ADJUSTMENT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * The student's trail is read directly on the history key. CH
      * events posted inside the term's charge window make up the
      * term charge; a WD event posted on or after the window opens
      * means this term was already prorated. A WO event on any date
      * means the account was written off to bad debt.
      ******************************************************************
       440-TOTAL-TERM-CHARGES.
           MOVE ZERO TO TERM-CHARGE-TOTAL.
           MOVE "N" TO PRIOR-ADJUSTMENT-SWITCH.
           MOVE "N" TO WRITE-OFF-SWITCH.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE ZERO TO HI-POST-DATE.
           MOVE ZERO TO HI-POST-SEQ.
           START STUDENT-HISTORY-FILE
               KEY IS NOT LESS THAN HI-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT INVALID KEY
                   MOVE "N" TO HISTORY-EOF-SWITCH
           END-START.
           IF NOT END-OF-HISTORY-FILE
               PERFORM 445-READ-HISTORY-RECORD
           END-IF.
           PERFORM 450-CHECK-ONE-HISTORY-EVENT
               UNTIL END-OF-HISTORY-FILE.

       445-READ-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       450-CHECK-ONE-HISTORY-EVENT.
           IF HI-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
               IF HI-TRANS-CODE = "CH"
                   AND HI-POST-DATE NOT < TS-CHARGE-FROM-DATE
                   AND HI-POST-DATE NOT > TS-CHARGE-THRU-DATE
                   ADD HI-TRANS-AMOUNT TO TERM-CHARGE-TOTAL
               END-IF
               IF HI-TRANS-CODE = "WD"
                   AND HI-POST-DATE NOT < TS-CHARGE-FROM-DATE
                   MOVE "Y" TO PRIOR-ADJUSTMENT-SWITCH
               END-IF
               IF HI-TRANS-CODE = "WO"
                   MOVE "Y" TO WRITE-OFF-SWITCH
               END-IF
               PERFORM 445-READ-HISTORY-RECORD
           END-IF.

      ******************************************************************
      * The steps run in date order; the first step whose last date
      * is on or after the withdrawal date sets the percentage. An
      * unused step is zero and never matches.
      ******************************************************************
       460-FIND-CREDIT-PERCENT.
           MOVE ZERO TO CREDIT-PERCENT.
           MOVE ZERO TO CREDIT-STEP-SUB.
           PERFORM 465-MATCH-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 4
               OR CREDIT-STEP-SUB > ZERO.
           IF CREDIT-STEP-SUB > ZERO
               MOVE TS-STEP-PERCENT (CREDIT-STEP-SUB) TO CREDIT-PERCENT
           END-IF.

       465-MATCH-ONE-STEP.
           IF TS-STEP-THRU-DATE (STEP-SUB) NOT = ZERO
               AND WITHDRAWAL-DATE NOT > TS-STEP-THRU-DATE (STEP-SUB)
               MOVE STEP-SUB TO CREDIT-STEP-SUB
           END-IF.

       470-CONFIRM-ADJUSTMENT.
           MOVE TERM-CHARGE-TOTAL TO CHARGE-DISPLAY.
           MOVE TUITION-REDUCTION TO REDUCTION-DISPLAY.
           DISPLAY "TERM CHARGE " CHARGE-DISPLAY "  CREDIT "
               CREDIT-PERCENT "%  REDUCTION " REDUCTION-DISPLAY.
           DISPLAY "POST THIS WITHDRAWAL ADJUSTMENT FOR "
               STUDENT-NAME " (Y/N)?".
           ACCEPT ADJUSTMENT-CONFIRM-PROMPT.
           IF ADJUSTMENT-CONFIRM-PROMPT = "Y" OR "y"
               PERFORM 500-POST-ADJUSTMENT
           ELSE
               DISPLAY "ADJUSTMENT NOT POSTED."
           END-IF.

      ******************************************************************
      * The reduction comes off the balance still owed. Whatever
      * the student has already paid beyond the prorated charge is
      * left on account as credit and a refund request is written
      * for it, the same way PROJECT_01_PMT hands an overpayment to
      * the refund run. The WD event carries the whole reduction so
      * the GL extract books it in full against tuition revenue.
      ******************************************************************
       500-POST-ADJUSTMENT.
           MOVE TUITION-OWED TO OLD-BALANCE.
           MOVE ZERO TO EXCESS-CREDIT-AMOUNT.
           IF TUITION-REDUCTION > TUITION-OWED
               COMPUTE EXCESS-CREDIT-AMOUNT =
                   TUITION-REDUCTION - TUITION-OWED
               MOVE ZERO TO TUITION-OWED
               ADD EXCESS-CREDIT-AMOUNT TO CREDIT-BALANCE
           ELSE
               SUBTRACT TUITION-REDUCTION FROM TUITION-OWED
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT RECORD "
                       STUDENT-NUMBER
               NOT INVALID KEY
                   PERFORM 510-WRITE-HISTORY-RECORD
                   IF EXCESS-CREDIT-AMOUNT > ZERO
                       PERFORM 520-WRITE-REFUND-REQUEST
                   END-IF
                   PERFORM 550-PRINT-ADJUSTMENT-LINE
                   ADD 1 TO ADJUSTED-COUNT
                   ADD TUITION-REDUCTION TO ADJUSTED-TOTAL
                   DISPLAY "WITHDRAWAL ADJUSTMENT POSTED."
           END-REWRITE.

      ******************************************************************
      * The history is keyed on student number, posting date, and a
      * sequence number that tells a day's events for one student
      * apart. The sequence is found by trying 001 upward until the
      * WRITE lands on an unused key.
      ******************************************************************
       510-WRITE-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE ADJUSTMENT-RUN-DATE TO HI-POST-DATE.
           MOVE "WD" TO HI-TRANS-CODE.
           MOVE TUITION-REDUCTION TO HI-TRANS-AMOUNT.
           MOVE TUITION-OWED TO HI-NEW-BALANCE.
           MOVE 1 TO HI-POST-SEQ.
           MOVE "N" TO HISTORY-WRITTEN-SWITCH.
           PERFORM 515-TRY-HISTORY-WRITE
               UNTIL HISTORY-EVENT-WRITTEN
               OR HI-POST-SEQ > 998.
           IF NOT HISTORY-EVENT-WRITTEN
               DISPLAY "ERROR WRITING HISTORY FOR STUDENT NUMBER "
                   HI-STUDENT-NUMBER ", STATUS = "
                   STUDENT-HISTORY-FILE-STATUS
           END-IF.

       515-TRY-HISTORY-WRITE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HI-POST-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO HISTORY-WRITTEN-SWITCH
           END-WRITE.

       520-WRITE-REFUND-REQUEST.
           MOVE STUDENT-NUMBER TO RF-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RF-STUDENT-NAME.
           MOVE EXCESS-CREDIT-AMOUNT TO RF-CREDIT-AMOUNT.
           WRITE REFUND-REQUEST-RECORD.
           ADD 1 TO REFUND-REQUEST-COUNT.
           ADD EXCESS-CREDIT-AMOUNT TO REFUND-REQUEST-TOTAL.

       550-PRINT-ADJUSTMENT-LINE.
           MOVE STUDENT-NAME TO AD-STUDENT-NAME.
           MOVE STUDENT-NUMBER TO AD-STUDENT-NUMBER.
           MOVE WITHDRAWAL-DATE TO AD-WITHDRAWAL-DATE.
           MOVE TERM-CHARGE-TOTAL TO AD-TERM-CHARGE.
           MOVE CREDIT-PERCENT TO AD-CREDIT-PERCENT.
           MOVE TUITION-REDUCTION TO AD-REDUCTION.
           MOVE TUITION-OWED TO AD-NEW-BALANCE.
           MOVE EXCESS-CREDIT-AMOUNT TO AD-REFUND-AMOUNT.
           WRITE REGISTER-LINE FROM ADJUSTMENT-DETAIL-LINE.

       560-PRINT-NO-CREDIT-LINE.
           MOVE ZERO TO EXCESS-CREDIT-AMOUNT.
           PERFORM 550-PRINT-ADJUSTMENT-LINE.
           WRITE REGISTER-LINE FROM NO-CREDIT-NOTE-LINE.
           ADD 1 TO NO-CREDIT-COUNT.

       570-PRINT-WRITTEN-OFF-LINE.
           MOVE ZERO TO CREDIT-PERCENT.
           MOVE ZERO TO TUITION-REDUCTION.
           MOVE ZERO TO EXCESS-CREDIT-AMOUNT.
           PERFORM 550-PRINT-ADJUSTMENT-LINE.
           WRITE REGISTER-LINE FROM WRITTEN-OFF-NOTE-LINE.
           ADD 1 TO WRITTEN-OFF-COUNT.

       700-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE ADJUSTED-COUNT TO RT-ADJUSTED-COUNT.
           MOVE ADJUSTED-TOTAL TO RT-ADJUSTED-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-1.
           MOVE REFUND-REQUEST-COUNT TO RT-REFUND-COUNT.
           MOVE REFUND-REQUEST-TOTAL TO RT-REFUND-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-2.
           MOVE NO-CREDIT-COUNT TO RT-NO-CREDIT-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-3.
           MOVE WRITTEN-OFF-COUNT TO RT-WRITTEN-OFF-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-4.
           DISPLAY ADJUSTED-COUNT " WITHDRAWAL ADJUSTMENT(S) POSTED, "
               REFUND-REQUEST-COUNT " REFUND REQUEST(S) WRITTEN. SEE "
               "THE WITHDRAWAL REGISTER.".

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
           MOVE "WDR" TO RC-RUN-TYPE.
           MOVE ADJUSTMENT-RUN-DATE TO RC-BUSINESS-DATE.
           MOVE ADJUSTED-COUNT TO RC-RECORD-COUNT.
           MOVE ADJUSTED-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       900-CLOSE-ADJUSTMENT-FILES.
           CLOSE STUDENT-FILE-OUT.
           CLOSE STUDENT-HISTORY-FILE.
           CLOSE REFUND-REQUEST-FILE.
           CLOSE WITHDRAWAL-REGISTER-FILE.

       END PROGRAM PROJECT_01_WDR.
