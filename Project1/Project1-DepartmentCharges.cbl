      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Edit and post the charges the other campus offices
      *          send the Bursar -- housing rent, parking permits,
      *          library fines, lab fees -- so they stop being keyed
      *          into TUITION-OWED through maintenance, where they
      *          lost their identity and were booked to tuition
      *          revenue or not booked at all. Each office submits
      *          its charges on DEPT-CHARGES.TXT in a fixed layout:
      *          a detail record per charge (department code,
      *          student number, charge type, amount, term) and,
      *          after each office's details, a batch trailer
      *          (department code, batch date and number, and the
      *          detail count and dollar total). Several offices'
      *          batches may ride the same file one after another.
      *
      *          Every batch is proved before anything is posted:
      *          its details must carry the trailer's department
      *          code and numeric amounts and must add up to the
      *          trailer's count and total, and a batch already on
      *          DEPT-CHARGE-LOG.TXT under the same department,
      *          batch date, and batch number is refused, so the
      *          same batch cannot be posted twice. Every line of a
      *          refused batch goes back to the office on the reject
      *          file; the other batches still post.
      *
      *          Each line of a proved batch is then edited against
      *          STUDENT.TXT and the charge-type table. A good line
      *          is added to TUITION-OWED and written to
      *          STUDENT-HISTORY.TXT under its own charge type as the
      *          event code, so PROJECT_01_HST itemizes it and
      *          PROJECT_01_GLX books it to that type's revenue
      *          account. Credit held on account is applied against
      *          the charge with its own CR event, the same as a term
      *          charge. A bad line is written to
      *          DEPT-CHARGE-REJECTS.TXT with a reason code ahead of
      *          the line as the office sent it:
      *            01  STUDENT NUMBER NOT NUMERIC
      *            02  STUDENT NOT ON STUDENT.TXT
      *            03  CHARGE TYPE NOT ON THE TABLE
      *            04  CHARGE TYPE BELONGS TO ANOTHER DEPARTMENT
      *            05  AMOUNT ZERO
      *            06  TERM MISSING
      *            09  BATCH REFUSED (REASON ON THE REGISTER)
      *          Every line is listed on DEPT-CHARGE-REGISTER.TXT by
      *          batch, with the run's totals by charge type. A DCH
      *          completion record is appended to RUN-CONTROL.TXT.
      *
      *          CHARGE-TYPES.TXT is keyed in an editor, one row per
      *          charge type: charge type (2), the department code
      *          allowed to submit it (4), description (20), and the
      *          revenue account credited (6 digits). The charge
      *          type is the history event code, so a row may not
      *          reuse a code the system already writes (CH, PY, LF
      *          and the rest) -- such a row is refused.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a maintenance role or
      *          better -- it changes balances the way PROJECT_01's
      *          maintenance mode does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_DCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-TYPE-FILE ASSIGN TO "../CHARGE-TYPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-TYPE-FILE-STATUS.
           SELECT DEPT-CHARGE-FILE ASSIGN TO "../DEPT-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-CHARGE-FILE-STATUS.
           SELECT DEPT-CHARGE-LOG-FILE ASSIGN TO
               "../DEPT-CHARGE-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-CHARGE-LOG-FILE-STATUS.
           SELECT DEPT-REJECT-FILE ASSIGN TO
               "../DEPT-CHARGE-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-REGISTER-FILE ASSIGN TO
               "../DEPT-CHARGE-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD CHARGE-TYPE-FILE.
       01 CHARGE-TYPE-RECORD.
           05 CF-CHARGE-TYPE PIC X(2).
           05 CF-DEPARTMENT-CODE PIC X(4).
           05 CF-DESCRIPTION PIC X(20).
           05 CF-REVENUE-ACCOUNT PIC X(6).
           05 CF-REVENUE-ACCOUNT-NUM REDEFINES
               CF-REVENUE-ACCOUNT PIC 9(6).

       FD DEPT-CHARGE-FILE.
       01 DEPT-CHARGE-RECORD.
           05 DC-RECORD-TYPE PIC X(1).
               88 DC-DETAIL-RECORD VALUE "D".
               88 DC-TRAILER-RECORD VALUE "T".
           05 DC-RECORD-BODY PIC X(39).
           05 DC-DETAIL-BODY REDEFINES DC-RECORD-BODY.
               10 DD-DEPARTMENT-CODE PIC X(4).
               10 DD-STUDENT-NUMBER PIC X(7).
               10 DD-STUDENT-NUMBER-NUM REDEFINES
                   DD-STUDENT-NUMBER PIC 9(7).
               10 DD-CHARGE-TYPE PIC X(2).
               10 DD-CHARGE-AMOUNT PIC X(9).
               10 DD-CHARGE-AMOUNT-NUM REDEFINES
                   DD-CHARGE-AMOUNT PIC 9(7)V99.
               10 DD-TERM-CODE PIC X(6).
               10 FILLER PIC X(11).
           05 DC-TRAILER-BODY REDEFINES DC-RECORD-BODY.
               10 DT-DEPARTMENT-CODE PIC X(4).
               10 DT-BATCH-DATE PIC X(8).
               10 DT-BATCH-NUMBER PIC X(4).
               10 DT-DETAIL-COUNT PIC X(7).
               10 DT-DETAIL-COUNT-NUM REDEFINES
                   DT-DETAIL-COUNT PIC 9(7).
               10 DT-DETAIL-TOTAL PIC X(11).
               10 DT-DETAIL-TOTAL-NUM REDEFINES
                   DT-DETAIL-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(5).

       FD DEPT-CHARGE-LOG-FILE.
       01 DEPT-CHARGE-LOG-RECORD.
           05 DL-DEPARTMENT-CODE PIC X(4).
           05 DL-BATCH-DATE PIC X(8).
           05 DL-BATCH-NUMBER PIC X(4).
           05 DL-POSTED-DATE PIC 9(8).
           05 DL-POSTED-TIME PIC 9(8).
           05 DL-DETAIL-COUNT PIC 9(7).
           05 DL-DETAIL-TOTAL PIC 9(9)V99.
           05 DL-POSTED-COUNT PIC 9(7).
           05 DL-POSTED-TOTAL PIC 9(9)V99.
           05 DL-OPERATOR-ID PIC X(8).

       FD DEPT-REJECT-FILE.
       01 DEPT-REJECT-RECORD.
           05 DJ-REASON-CODE PIC X(2).
           05 FILLER PIC X(1).
           05 DJ-RAW-CHARGE PIC X(40).

       FD CHARGE-REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

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
       01 CHARGE-TYPE-FILE-STATUS PIC X(2).
       01 DEPT-CHARGE-FILE-STATUS PIC X(2).
       01 DEPT-CHARGE-LOG-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
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

      ******************************************************************
      * Event codes the system writes itself. A charge type becomes
      * the history event code for its charges, so the charge-type
      * table may not take any of these over.
      ******************************************************************
       01 RESERVED-CODE-VALUES.
           05 FILLER PIC X(12) VALUE "CHLFNFPYSPOV".
           05 FILLER PIC X(12) VALUE "NSNVCRWDAGAS".
           05 FILLER PIC X(14) VALUE "ALRFAJRPWORVRR".
       01 RESERVED-CODE-TABLE REDEFINES RESERVED-CODE-VALUES.
           05 RESERVED-CODE PIC X(2) OCCURS 19 TIMES.

       01 CHARGE-TYPE-TABLE-FIELDS.
           05 CHARGE-TYPE-COUNT PIC 9(2) COMP VALUE ZERO.
           05 CHARGE-TYPE-SUB PIC 9(2) COMP.
           05 MATCHED-TYPE-SUB PIC 9(2) COMP.
           05 SEARCH-CHARGE-TYPE PIC X(2).
           05 CHARGE-TYPE-LIMIT PIC 9(2) COMP VALUE 50.
           05 RESERVED-CODE-SUB PIC 9(2) COMP.
           05 RESERVED-CODE-SWITCH PIC X(1).
               88 CODE-IS-RESERVED VALUE "Y".
           05 CHARGE-TYPE-ENTRY OCCURS 50 TIMES.
               10 CT-CHARGE-TYPE PIC X(2).
               10 CT-DEPARTMENT-CODE PIC X(4).
               10 CT-DESCRIPTION PIC X(20).
               10 CT-REVENUE-ACCOUNT PIC 9(6).
               10 CT-POSTED-COUNT PIC 9(7).
               10 CT-POSTED-TOTAL PIC 9(9)V99.

       01 CHARGE-TYPE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-CHARGE-TYPES VALUE "Y".

       01 DEPT-CHARGE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-DEPT-CHARGES VALUE "Y".

       01 CHARGE-LOG-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-CHARGE-LOG VALUE "Y".

      ******************************************************************
      * One entry per batch on the charge file, in the order the
      * batches appear. The proof pass fills it in; the posting pass
      * counts batches the same way to find each line's entry.
      ******************************************************************
       01 BATCH-TABLE-FIELDS.
           05 BATCH-COUNT PIC 9(3) COMP VALUE ZERO.
           05 BATCH-SUB PIC 9(3) COMP.
           05 EARLIER-BATCH-SUB PIC 9(3) COMP.
           05 BATCH-LIMIT PIC 9(3) COMP VALUE 100.
           05 IN-BATCH-SWITCH PIC X(1).
               88 INSIDE-A-BATCH VALUE "Y".
           05 PENDING-REFUSAL-REASON PIC X(50).
           05 BATCH-ENTRY OCCURS 100 TIMES.
               10 BB-PROVED-SWITCH PIC X(1).
                   88 BB-BATCH-PROVED VALUE "Y".
               10 BB-REFUSAL-REASON PIC X(50).
               10 BB-DEPARTMENT-CODE PIC X(4).
               10 BB-BATCH-DATE PIC X(8).
               10 BB-BATCH-NUMBER PIC X(4).
               10 BB-PROOF-COUNT PIC 9(7).
               10 BB-PROOF-TOTAL PIC 9(9)V99.
               10 BB-POSTED-COUNT PIC 9(7).
               10 BB-POSTED-TOTAL PIC 9(9)V99.
               10 BB-REJECTED-COUNT PIC 9(7).
               10 BB-REJECTED-TOTAL PIC 9(9)V99.

       01 CHARGE-EDIT-FIELDS.
           05 REJECT-REASON-CODE PIC X(2).
           05 REJECT-REASON-TEXT PIC X(40).
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".

       01 POSTING-WORK-FIELDS.
           05 POSTING-RUN-DATE PIC 9(8).
           05 RUN-COMPLETED-TIME PIC 9(8).
           05 CHARGE-NEW-BALANCE PIC 9(7)V99.
           05 CREDIT-APPLIED-AMOUNT PIC 9(7)V99.

       01 HISTORY-WORK-FIELDS.
           05 HISTORY-TRANS-CODE PIC X(2).
           05 HISTORY-TRANS-AMOUNT PIC 9(7)V99.
           05 HISTORY-NEW-BALANCE PIC 9(7)V99.
           05 HISTORY-WRITTEN-SWITCH PIC X(1).
               88 HISTORY-EVENT-WRITTEN VALUE "Y".

       01 RUN-TOTAL-FIELDS.
           05 POSTED-CHARGE-COUNT PIC 9(7) VALUE ZERO.
           05 POSTED-CHARGE-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 REJECTED-CHARGE-COUNT PIC 9(7) VALUE ZERO.
           05 REJECTED-CHARGE-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 PROVED-BATCH-COUNT PIC 9(3) VALUE ZERO.
           05 REFUSED-BATCH-COUNT PIC 9(3) VALUE ZERO.
           05 RUN-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(36) VALUE
               "DEPARTMENTAL CHARGE POSTING REGISTER".
           05 FILLER PIC X(8) VALUE "  RUN".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "  OPERATOR".
           05 RH-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(60) VALUE SPACES.

       01 REGISTER-HEADING-LINE-2.
           05 FILLER PIC X(6) VALUE "DEPT".
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(27) VALUE "NAME".
           05 FILLER PIC X(24) VALUE "TYPE".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(15) VALUE "       AMOUNT".
           05 FILLER PIC X(43) VALUE "NEW BALANCE / REJECT".

       01 CHARGE-DETAIL-LINE.
           05 CD-DEPARTMENT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-STUDENT-NUMBER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CHARGE-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CD-TYPE-DESCRIPTION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CD-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CHARGE-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-RESULT PIC X(43).
           05 CD-RESULT-BALANCE REDEFINES CD-RESULT.
               10 CD-NEW-BALANCE PIC $$,$$$,$$9.99.
               10 FILLER PIC X(30).

       01 CREDIT-NOTE-LINE.
           05 FILLER PIC X(14) VALUE "  CREDIT OF ".
           05 CN-CREDIT-APPLIED PIC $$,$$$,$$9.99.
           05 FILLER PIC X(105) VALUE
               " ON ACCOUNT APPLIED AGAINST THE CHARGE".

       01 BATCH-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 BS-DEPARTMENT-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BS-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE "-".
           05 BS-BATCH-NUMBER PIC X(4).
           05 FILLER PIC X(10) VALUE "  POSTED".
           05 BS-POSTED-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BS-POSTED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(12) VALUE "  REJECTED".
           05 BS-REJECTED-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BS-REJECTED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(28) VALUE SPACES.

       01 BATCH-REFUSED-LINE.
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 BR-DEPARTMENT-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BR-BATCH-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE "-".
           05 BR-BATCH-NUMBER PIC X(4).
           05 FILLER PIC X(14) VALUE "  REFUSED -- ".
           05 BR-REFUSAL-REASON PIC X(50).
           05 FILLER PIC X(42) VALUE SPACES.

       01 TYPE-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "CHARGES POSTED BY TYPE".
           05 FILLER PIC X(102) VALUE SPACES.

       01 TYPE-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-CHARGE-TYPE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-DESCRIPTION PIC X(20).
           05 FILLER PIC X(10) VALUE "  ACCOUNT ".
           05 TT-REVENUE-ACCOUNT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-POSTED-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-POSTED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(60) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-1.
           05 FILLER PIC X(30) VALUE "CHARGES POSTED: ".
           05 RT-POSTED-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   TOTAL POSTED: ".
           05 RT-POSTED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(54) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-2.
           05 FILLER PIC X(30) VALUE "CHARGES REJECTED: ".
           05 RT-REJECTED-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   TOTAL REJECTED: ".
           05 RT-REJECTED-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(54) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-3.
           05 FILLER PIC X(30) VALUE "BATCHES POSTED: ".
           05 RT-PROVED-BATCHES PIC ZZ9.
           05 FILLER PIC X(28) VALUE "         BATCHES REFUSED: ".
           05 RT-REFUSED-BATCHES PIC ZZ9.
           05 FILLER PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       100-POST-DEPARTMENT-CHARGES.
           PERFORM 130-SIGN-ON-OPERATOR.
           PERFORM 200-LOAD-CHARGE-TYPES.
           PERFORM 300-PROVE-CHARGE-BATCHES.
           PERFORM 350-CHECK-PRIOR-BATCHES.
           PERFORM 400-OPEN-POSTING-FILES.
           PERFORM 500-POST-CHARGE-FILE.
           PERFORM 700-PRINT-REGISTER-TOTALS.
           PERFORM 750-LOG-POSTED-BATCHES.
           PERFORM 800-WRITE-RUN-CONTROL.
           PERFORM 850-DISPLAY-RUN-TOTALS.
           PERFORM 900-CLOSE-POSTING-FILES.
           STOP RUN.

      ******************************************************************
      * This run changes balances the way PROJECT_01's maintenance
      * mode does, so it signs on against the operator master kept
      * by PROJECT_01_OPR -- a maintenance role or better is
      * required. Three failed tries stop the run; each denial is
      * written to AUDITLOG.TXT.
      ******************************************************************
       130-SIGN-ON-OPERATOR.
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
      * Without the charge-type table there is nothing to edit a
      * charge against or to name its revenue account, so a missing
      * table stops the run before anything is touched.
      ******************************************************************
       200-LOAD-CHARGE-TYPES.
           OPEN INPUT CHARGE-TYPE-FILE.
           IF CHARGE-TYPE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHARGE TYPE FILE, STATUS = "
                   CHARGE-TYPE-FILE-STATUS
               DISPLAY "STAGE CHARGE-TYPES.TXT AND RERUN THE "
                   "DEPARTMENTAL CHARGE RUN."
               STOP RUN
           END-IF.
           PERFORM 210-READ-CHARGE-TYPE-RECORD.
           PERFORM 220-STORE-ONE-CHARGE-TYPE
               UNTIL END-OF-CHARGE-TYPES.
           CLOSE CHARGE-TYPE-FILE.
           IF CHARGE-TYPE-COUNT = ZERO
               DISPLAY "NO VALID ROWS ON CHARGE-TYPES.TXT -- "
                   "NOTHING POSTED."
               STOP RUN
           END-IF.
           DISPLAY CHARGE-TYPE-COUNT " CHARGE TYPE(S) LOADED.".

       210-READ-CHARGE-TYPE-RECORD.
           READ CHARGE-TYPE-FILE
               AT END
                   MOVE "Y" TO CHARGE-TYPE-EOF-SWITCH
           END-READ.

       220-STORE-ONE-CHARGE-TYPE.
           MOVE CF-CHARGE-TYPE TO SEARCH-CHARGE-TYPE.
           PERFORM 230-CHECK-RESERVED-CODE.
           PERFORM 240-FIND-CHARGE-TYPE.
           EVALUATE TRUE
               WHEN CF-CHARGE-TYPE = SPACES
                   OR CF-DEPARTMENT-CODE = SPACES
                   OR CF-REVENUE-ACCOUNT NOT NUMERIC
                   DISPLAY "SKIPPING INVALID CHARGE TYPE ROW FOR "
                       "TYPE " CF-CHARGE-TYPE "."
               WHEN CODE-IS-RESERVED
                   DISPLAY "CHARGE TYPE " CF-CHARGE-TYPE " IS AN "
                       "EVENT CODE THE SYSTEM ALREADY WRITES -- "
                       "ROW REFUSED."
               WHEN MATCHED-TYPE-SUB > ZERO
                   DISPLAY "DUPLICATE CHARGE TYPE ROW FOR TYPE "
                       CF-CHARGE-TYPE " IGNORED -- THE FIRST ROW "
                       "LOADED IS USED."
               WHEN CHARGE-TYPE-COUNT NOT < CHARGE-TYPE-LIMIT
                   DISPLAY "THE CHARGE TYPE TABLE IS FULL -- RUN "
                       "STOPPED BEFORE POSTING."
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO CHARGE-TYPE-COUNT
                   MOVE CF-CHARGE-TYPE TO
                       CT-CHARGE-TYPE (CHARGE-TYPE-COUNT)
                   MOVE CF-DEPARTMENT-CODE TO
                       CT-DEPARTMENT-CODE (CHARGE-TYPE-COUNT)
                   MOVE CF-DESCRIPTION TO
                       CT-DESCRIPTION (CHARGE-TYPE-COUNT)
                   MOVE CF-REVENUE-ACCOUNT-NUM TO
                       CT-REVENUE-ACCOUNT (CHARGE-TYPE-COUNT)
                   MOVE ZERO TO CT-POSTED-COUNT (CHARGE-TYPE-COUNT)
                   MOVE ZERO TO CT-POSTED-TOTAL (CHARGE-TYPE-COUNT)
           END-EVALUATE.
           PERFORM 210-READ-CHARGE-TYPE-RECORD.

       230-CHECK-RESERVED-CODE.
           MOVE "N" TO RESERVED-CODE-SWITCH.
           PERFORM 235-MATCH-ONE-RESERVED-CODE
               VARYING RESERVED-CODE-SUB FROM 1 BY 1
               UNTIL RESERVED-CODE-SUB > 19
               OR CODE-IS-RESERVED.

       235-MATCH-ONE-RESERVED-CODE.
           IF RESERVED-CODE (RESERVED-CODE-SUB) = SEARCH-CHARGE-TYPE
               MOVE "Y" TO RESERVED-CODE-SWITCH
           END-IF.

       240-FIND-CHARGE-TYPE.
           MOVE ZERO TO MATCHED-TYPE-SUB.
           PERFORM 245-MATCH-ONE-CHARGE-TYPE
               VARYING CHARGE-TYPE-SUB FROM 1 BY 1
               UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT
               OR MATCHED-TYPE-SUB > ZERO.

       245-MATCH-ONE-CHARGE-TYPE.
           IF CT-CHARGE-TYPE (CHARGE-TYPE-SUB) = SEARCH-CHARGE-TYPE
               MOVE CHARGE-TYPE-SUB TO MATCHED-TYPE-SUB
           END-IF.

       250-OPEN-DEPT-CHARGE-FILE.
           OPEN INPUT DEPT-CHARGE-FILE.
           IF DEPT-CHARGE-FILE-STATUS = "35"
               DISPLAY "NO DEPARTMENTAL CHARGE FILE IS ON HAND -- "
                   "NOTHING TO POST."
               STOP RUN
           END-IF.
           IF DEPT-CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPARTMENTAL CHARGE FILE, "
                   "STATUS = " DEPT-CHARGE-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO DEPT-CHARGE-EOF-SWITCH.
           MOVE "N" TO IN-BATCH-SWITCH.
           MOVE ZERO TO BATCH-SUB.

       260-READ-DEPT-CHARGE-RECORD.
           READ DEPT-CHARGE-FILE
               AT END
                   MOVE "Y" TO DEPT-CHARGE-EOF-SWITCH
           END-READ.

      ******************************************************************
      * A batch is every record up to and including the next
      * trailer. Both passes step from batch to batch the same way:
      * the first record read outside a batch opens the next entry.
      ******************************************************************
       270-STEP-TO-BATCH.
           IF NOT INSIDE-A-BATCH
               ADD 1 TO BATCH-SUB
               MOVE "Y" TO IN-BATCH-SWITCH
           END-IF.

      ******************************************************************
      * First pass: prove every batch. Nothing is posted until the
      * whole file has been read; the first failure found in a batch
      * is the reason it is refused.
      ******************************************************************
       300-PROVE-CHARGE-BATCHES.
           PERFORM 250-OPEN-DEPT-CHARGE-FILE.
           PERFORM 260-READ-DEPT-CHARGE-RECORD.
           IF END-OF-DEPT-CHARGES
               DISPLAY "THE DEPARTMENTAL CHARGE FILE IS EMPTY -- "
                   "NOTHING TO POST."
               STOP RUN
           END-IF.
           PERFORM 310-PROVE-ONE-RECORD
               UNTIL END-OF-DEPT-CHARGES.
           IF INSIDE-A-BATCH
               MOVE "THE BATCH HAS NO TRAILER -- IT MAY BE CUT OFF."
                   TO PENDING-REFUSAL-REASON
               PERFORM 330-REFUSE-BATCH
           END-IF.
           CLOSE DEPT-CHARGE-FILE.
           MOVE BATCH-SUB TO BATCH-COUNT.

       310-PROVE-ONE-RECORD.
           IF NOT INSIDE-A-BATCH
               IF BATCH-SUB NOT < BATCH-LIMIT
                   DISPLAY "MORE THAN " BATCH-LIMIT " BATCHES ON THE "
                       "DEPARTMENTAL CHARGE FILE -- SPLIT THE FILE "
                       "AND RERUN."
                   STOP RUN
               END-IF
               PERFORM 270-STEP-TO-BATCH
               PERFORM 320-START-BATCH-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN DC-DETAIL-RECORD
                   PERFORM 340-PROVE-DETAIL-RECORD
               WHEN DC-TRAILER-RECORD
                   PERFORM 345-PROVE-TRAILER-RECORD
                   MOVE "N" TO IN-BATCH-SWITCH
               WHEN OTHER
                   MOVE "A RECORD OF UNKNOWN TYPE WAS FOUND."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
           END-EVALUATE.
           PERFORM 260-READ-DEPT-CHARGE-RECORD.

       320-START-BATCH-ENTRY.
           MOVE "Y" TO BB-PROVED-SWITCH (BATCH-SUB).
           MOVE SPACES TO BB-REFUSAL-REASON (BATCH-SUB).
           MOVE SPACES TO BB-DEPARTMENT-CODE (BATCH-SUB).
           MOVE SPACES TO BB-BATCH-DATE (BATCH-SUB).
           MOVE SPACES TO BB-BATCH-NUMBER (BATCH-SUB).
           MOVE ZERO TO BB-PROOF-COUNT (BATCH-SUB).
           MOVE ZERO TO BB-PROOF-TOTAL (BATCH-SUB).
           MOVE ZERO TO BB-POSTED-COUNT (BATCH-SUB).
           MOVE ZERO TO BB-POSTED-TOTAL (BATCH-SUB).
           MOVE ZERO TO BB-REJECTED-COUNT (BATCH-SUB).
           MOVE ZERO TO BB-REJECTED-TOTAL (BATCH-SUB).
           IF DC-DETAIL-RECORD
               MOVE DD-DEPARTMENT-CODE TO
                   BB-DEPARTMENT-CODE (BATCH-SUB)
           END-IF.

       330-REFUSE-BATCH.
           IF BB-BATCH-PROVED (BATCH-SUB)
               MOVE "N" TO BB-PROVED-SWITCH (BATCH-SUB)
               MOVE PENDING-REFUSAL-REASON TO
                   BB-REFUSAL-REASON (BATCH-SUB)
           END-IF.

       340-PROVE-DETAIL-RECORD.
           ADD 1 TO BB-PROOF-COUNT (BATCH-SUB).
           EVALUATE TRUE
               WHEN DD-CHARGE-AMOUNT NOT NUMERIC
                   MOVE "A DETAIL AMOUNT IS NOT NUMERIC."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN DD-DEPARTMENT-CODE NOT =
                   BB-DEPARTMENT-CODE (BATCH-SUB)
                   MOVE "THE DETAILS CARRY MORE THAN ONE DEPARTMENT."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN OTHER
                   ADD DD-CHARGE-AMOUNT-NUM TO
                       BB-PROOF-TOTAL (BATCH-SUB)
           END-EVALUATE.

       345-PROVE-TRAILER-RECORD.
           MOVE DT-BATCH-DATE TO BB-BATCH-DATE (BATCH-SUB).
           MOVE DT-BATCH-NUMBER TO BB-BATCH-NUMBER (BATCH-SUB).
           IF BB-PROOF-COUNT (BATCH-SUB) = ZERO
               MOVE DT-DEPARTMENT-CODE TO
                   BB-DEPARTMENT-CODE (BATCH-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN DT-DEPARTMENT-CODE = SPACES
                   OR DT-BATCH-DATE NOT NUMERIC
                   OR DT-BATCH-NUMBER NOT NUMERIC
                   MOVE "THE TRAILER DOES NOT IDENTIFY THE BATCH."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN DT-DETAIL-COUNT NOT NUMERIC
                   OR DT-DETAIL-TOTAL NOT NUMERIC
                   MOVE "THE TRAILER TOTALS ARE NOT NUMERIC."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN DT-DEPARTMENT-CODE NOT =
                   BB-DEPARTMENT-CODE (BATCH-SUB)
                   MOVE "THE TRAILER IS FOR ANOTHER DEPARTMENT."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN DT-DETAIL-COUNT-NUM NOT =
                   BB-PROOF-COUNT (BATCH-SUB)
                   MOVE "THE DETAIL COUNT DOES NOT MATCH THE TRAILER."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN DT-DETAIL-TOTAL-NUM NOT =
                   BB-PROOF-TOTAL (BATCH-SUB)
                   MOVE "THE DETAIL TOTAL DOES NOT MATCH THE TRAILER."
                       TO PENDING-REFUSAL-REASON
                   PERFORM 330-REFUSE-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * A batch is known by its department, batch date, and batch
      * number. One already on the charge log was posted by an
      * earlier run, and one repeated further down the same file
      * is the office sending it twice -- either way posting it
      * again would double every charge in it.
      ******************************************************************
       350-CHECK-PRIOR-BATCHES.
           OPEN INPUT DEPT-CHARGE-LOG-FILE.
           EVALUATE DEPT-CHARGE-LOG-FILE-STATUS
               WHEN "00"
                   MOVE "N" TO CHARGE-LOG-EOF-SWITCH
                   PERFORM 360-READ-CHARGE-LOG-RECORD
                   PERFORM 365-MATCH-LOG-TO-BATCHES
                       UNTIL END-OF-CHARGE-LOG
                   CLOSE DEPT-CHARGE-LOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING DEPARTMENTAL CHARGE LOG "
                       "FILE, STATUS = " DEPT-CHARGE-LOG-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           PERFORM 375-CHECK-REPEATED-BATCH
               VARYING BATCH-SUB FROM 2 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.
           PERFORM 385-COUNT-ONE-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.

       360-READ-CHARGE-LOG-RECORD.
           READ DEPT-CHARGE-LOG-FILE
               AT END
                   MOVE "Y" TO CHARGE-LOG-EOF-SWITCH
           END-READ.

       365-MATCH-LOG-TO-BATCHES.
           PERFORM 370-MATCH-ONE-LOGGED-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.
           PERFORM 360-READ-CHARGE-LOG-RECORD.

       370-MATCH-ONE-LOGGED-BATCH.
           IF DL-DEPARTMENT-CODE = BB-DEPARTMENT-CODE (BATCH-SUB)
               AND DL-BATCH-DATE = BB-BATCH-DATE (BATCH-SUB)
               AND DL-BATCH-NUMBER = BB-BATCH-NUMBER (BATCH-SUB)
               MOVE "THIS BATCH WAS ALREADY POSTED ON"
                   TO PENDING-REFUSAL-REASON
               MOVE DL-POSTED-DATE TO PENDING-REFUSAL-REASON (34:8)
               MOVE "." TO PENDING-REFUSAL-REASON (42:1)
               PERFORM 330-REFUSE-BATCH
           END-IF.

       375-CHECK-REPEATED-BATCH.
           PERFORM 380-MATCH-EARLIER-BATCH
               VARYING EARLIER-BATCH-SUB FROM 1 BY 1
               UNTIL EARLIER-BATCH-SUB NOT < BATCH-SUB.

       380-MATCH-EARLIER-BATCH.
           IF BB-DEPARTMENT-CODE (EARLIER-BATCH-SUB) =
                   BB-DEPARTMENT-CODE (BATCH-SUB)
               AND BB-BATCH-DATE (EARLIER-BATCH-SUB) =
                   BB-BATCH-DATE (BATCH-SUB)
               AND BB-BATCH-NUMBER (EARLIER-BATCH-SUB) =
                   BB-BATCH-NUMBER (BATCH-SUB)
               MOVE "THE BATCH APPEARS TWICE ON THE FILE."
                   TO PENDING-REFUSAL-REASON
               PERFORM 330-REFUSE-BATCH
           END-IF.

       385-COUNT-ONE-BATCH.
           IF BB-BATCH-PROVED (BATCH-SUB)
               ADD 1 TO PROVED-BATCH-COUNT
           ELSE
               ADD 1 TO REFUSED-BATCH-COUNT
               DISPLAY "BATCH " BB-DEPARTMENT-CODE (BATCH-SUB) " "
                   BB-BATCH-DATE (BATCH-SUB) "-"
                   BB-BATCH-NUMBER (BATCH-SUB) " REFUSED -- "
                   BB-REFUSAL-REASON (BATCH-SUB)
           END-IF.

       400-OPEN-POSTING-FILES.
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
           OPEN OUTPUT DEPT-REJECT-FILE.
           OPEN OUTPUT CHARGE-REGISTER-FILE.
           ACCEPT POSTING-RUN-DATE FROM DATE YYYYMMDD.
           MOVE POSTING-RUN-DATE TO RH-RUN-DATE.
           MOVE SIGNED-ON-OPERATOR-ID TO RH-OPERATOR-ID.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

      ******************************************************************
      * Second pass: every detail line is either posted or sent back
      * on the reject file. The lines of a refused batch all go back
      * with reason 09; the batch's reason is on the register. A
      * line of unknown record type always refuses its batch, so it
      * goes back with reason 09 too rather than being dropped.
      ******************************************************************
       500-POST-CHARGE-FILE.
           PERFORM 250-OPEN-DEPT-CHARGE-FILE.
           PERFORM 260-READ-DEPT-CHARGE-RECORD.
           PERFORM 510-POST-ONE-RECORD
               UNTIL END-OF-DEPT-CHARGES.
           IF INSIDE-A-BATCH
               PERFORM 600-PRINT-BATCH-TOTALS
           END-IF.
           CLOSE DEPT-CHARGE-FILE.

       510-POST-ONE-RECORD.
           PERFORM 270-STEP-TO-BATCH.
           EVALUATE TRUE
               WHEN DC-TRAILER-RECORD
                   PERFORM 600-PRINT-BATCH-TOTALS
                   MOVE "N" TO IN-BATCH-SWITCH
               WHEN NOT BB-BATCH-PROVED (BATCH-SUB)
                   MOVE "09" TO REJECT-REASON-CODE
                   MOVE "BATCH REFUSED" TO REJECT-REASON-TEXT
                   MOVE ZERO TO MATCHED-TYPE-SUB
                   MOVE "N" TO STUDENT-LOOKUP-SWITCH
                   PERFORM 560-REJECT-ONE-CHARGE
               WHEN OTHER
                   PERFORM 520-EDIT-ONE-CHARGE
                   IF REJECT-REASON-CODE = "00"
                       PERFORM 530-POST-ONE-CHARGE
                   ELSE
                       PERFORM 560-REJECT-ONE-CHARGE
                   END-IF
           END-EVALUATE.
           PERFORM 260-READ-DEPT-CHARGE-RECORD.

       520-EDIT-ONE-CHARGE.
           MOVE "00" TO REJECT-REASON-CODE.
           MOVE DD-CHARGE-TYPE TO SEARCH-CHARGE-TYPE.
           PERFORM 240-FIND-CHARGE-TYPE.
           MOVE "N" TO STUDENT-LOOKUP-SWITCH.
           IF DD-STUDENT-NUMBER IS NUMERIC
               MOVE DD-STUDENT-NUMBER-NUM TO STUDENT-NUMBER
               READ STUDENT-FILE-OUT
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       MOVE "N" TO STUDENT-LOOKUP-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO STUDENT-LOOKUP-SWITCH
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN DD-STUDENT-NUMBER NOT NUMERIC
                   MOVE "01" TO REJECT-REASON-CODE
                   MOVE "STUDENT NUMBER NOT NUMERIC"
                       TO REJECT-REASON-TEXT
               WHEN NOT STUDENT-ON-FILE
                   MOVE "02" TO REJECT-REASON-CODE
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-TEXT
               WHEN MATCHED-TYPE-SUB = ZERO
                   MOVE "03" TO REJECT-REASON-CODE
                   MOVE "CHARGE TYPE NOT ON THE TABLE"
                       TO REJECT-REASON-TEXT
               WHEN CT-DEPARTMENT-CODE (MATCHED-TYPE-SUB) NOT =
                   DD-DEPARTMENT-CODE
                   MOVE "04" TO REJECT-REASON-CODE
                   MOVE "TYPE BELONGS TO ANOTHER DEPARTMENT"
                       TO REJECT-REASON-TEXT
               WHEN DD-CHARGE-AMOUNT-NUM = ZERO
                   MOVE "05" TO REJECT-REASON-CODE
                   MOVE "AMOUNT ZERO" TO REJECT-REASON-TEXT
               WHEN DD-TERM-CODE = SPACES
                   MOVE "06" TO REJECT-REASON-CODE
                   MOVE "TERM MISSING" TO REJECT-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * The charge lands the way a term charge does: the full charge
      * is logged under its charge type, then any credit held on
      * account is applied against it with its own CR event.
      ******************************************************************
       530-POST-ONE-CHARGE.
           ADD DD-CHARGE-AMOUNT-NUM TO TUITION-OWED.
           MOVE TUITION-OWED TO CHARGE-NEW-BALANCE.
           MOVE ZERO TO CREDIT-APPLIED-AMOUNT.
           IF CREDIT-BALANCE > ZERO
               IF CREDIT-BALANCE < TUITION-OWED
                   MOVE CREDIT-BALANCE TO CREDIT-APPLIED-AMOUNT
               ELSE
                   MOVE TUITION-OWED TO CREDIT-APPLIED-AMOUNT
               END-IF
               SUBTRACT CREDIT-APPLIED-AMOUNT FROM TUITION-OWED
               SUBTRACT CREDIT-APPLIED-AMOUNT FROM CREDIT-BALANCE
           END-IF.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT RECORD "
                       STUDENT-NUMBER
                   MOVE "02" TO REJECT-REASON-CODE
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-TEXT
                   PERFORM 560-REJECT-ONE-CHARGE
               NOT INVALID KEY
                   PERFORM 540-LOG-DEPARTMENT-CHARGE
                   PERFORM 550-PRINT-POSTED-LINE
                   ADD 1 TO POSTED-CHARGE-COUNT
                   ADD DD-CHARGE-AMOUNT-NUM TO POSTED-CHARGE-TOTAL
                   ADD 1 TO BB-POSTED-COUNT (BATCH-SUB)
                   ADD DD-CHARGE-AMOUNT-NUM TO
                       BB-POSTED-TOTAL (BATCH-SUB)
                   ADD 1 TO CT-POSTED-COUNT (MATCHED-TYPE-SUB)
                   ADD DD-CHARGE-AMOUNT-NUM TO
                       CT-POSTED-TOTAL (MATCHED-TYPE-SUB)
           END-REWRITE.

       540-LOG-DEPARTMENT-CHARGE.
           MOVE DD-CHARGE-TYPE TO HISTORY-TRANS-CODE.
           MOVE DD-CHARGE-AMOUNT-NUM TO HISTORY-TRANS-AMOUNT.
           MOVE CHARGE-NEW-BALANCE TO HISTORY-NEW-BALANCE.
           PERFORM 545-WRITE-HISTORY-RECORD.
           IF CREDIT-APPLIED-AMOUNT > ZERO
               MOVE "CR" TO HISTORY-TRANS-CODE
               MOVE CREDIT-APPLIED-AMOUNT TO HISTORY-TRANS-AMOUNT
               MOVE TUITION-OWED TO HISTORY-NEW-BALANCE
               PERFORM 545-WRITE-HISTORY-RECORD
           END-IF.

      ******************************************************************
      * The history is keyed on student number, posting date, and a
      * sequence number that tells a day's events for one student
      * apart. The sequence is found by trying 001 upward until the
      * WRITE lands on an unused key.
      ******************************************************************
       545-WRITE-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO HI-STUDENT-NUMBER.
           MOVE POSTING-RUN-DATE TO HI-POST-DATE.
           MOVE HISTORY-TRANS-CODE TO HI-TRANS-CODE.
           MOVE HISTORY-TRANS-AMOUNT TO HI-TRANS-AMOUNT.
           MOVE HISTORY-NEW-BALANCE TO HI-NEW-BALANCE.
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

       550-PRINT-POSTED-LINE.
           PERFORM 570-FILL-DETAIL-LINE.
           MOVE STUDENT-NAME TO CD-STUDENT-NAME.
           MOVE CT-DESCRIPTION (MATCHED-TYPE-SUB) TO
               CD-TYPE-DESCRIPTION.
           MOVE SPACES TO CD-RESULT.
           MOVE TUITION-OWED TO CD-NEW-BALANCE.
           WRITE REGISTER-LINE FROM CHARGE-DETAIL-LINE.
           IF CREDIT-APPLIED-AMOUNT > ZERO
               MOVE CREDIT-APPLIED-AMOUNT TO CN-CREDIT-APPLIED
               WRITE REGISTER-LINE FROM CREDIT-NOTE-LINE
           END-IF.

       560-REJECT-ONE-CHARGE.
           MOVE SPACES TO DEPT-REJECT-RECORD.
           MOVE REJECT-REASON-CODE TO DJ-REASON-CODE.
           MOVE DEPT-CHARGE-RECORD TO DJ-RAW-CHARGE.
           WRITE DEPT-REJECT-RECORD.
           ADD 1 TO REJECTED-CHARGE-COUNT.
           ADD 1 TO BB-REJECTED-COUNT (BATCH-SUB).
           IF DC-DETAIL-RECORD
               AND DD-CHARGE-AMOUNT IS NUMERIC
               ADD DD-CHARGE-AMOUNT-NUM TO REJECTED-CHARGE-TOTAL
               ADD DD-CHARGE-AMOUNT-NUM TO
                   BB-REJECTED-TOTAL (BATCH-SUB)
           END-IF.
           PERFORM 570-FILL-DETAIL-LINE.
           IF STUDENT-ON-FILE
               MOVE STUDENT-NAME TO CD-STUDENT-NAME
           END-IF.
           IF MATCHED-TYPE-SUB > ZERO
               MOVE CT-DESCRIPTION (MATCHED-TYPE-SUB) TO
                   CD-TYPE-DESCRIPTION
           END-IF.
           MOVE SPACES TO CD-RESULT.
           STRING "REJECT " DELIMITED BY SIZE
               REJECT-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO CD-RESULT.
           WRITE REGISTER-LINE FROM CHARGE-DETAIL-LINE.

       570-FILL-DETAIL-LINE.
           MOVE DD-DEPARTMENT-CODE TO CD-DEPARTMENT-CODE.
           MOVE DD-STUDENT-NUMBER TO CD-STUDENT-NUMBER.
           MOVE SPACES TO CD-STUDENT-NAME.
           MOVE DD-CHARGE-TYPE TO CD-CHARGE-TYPE.
           MOVE SPACES TO CD-TYPE-DESCRIPTION.
           MOVE DD-TERM-CODE TO CD-TERM-CODE.
           IF DD-CHARGE-AMOUNT IS NUMERIC
               MOVE DD-CHARGE-AMOUNT-NUM TO CD-CHARGE-AMOUNT
           ELSE
               MOVE ZERO TO CD-CHARGE-AMOUNT
           END-IF.

       600-PRINT-BATCH-TOTALS.
           IF BB-BATCH-PROVED (BATCH-SUB)
               MOVE BB-DEPARTMENT-CODE (BATCH-SUB) TO
                   BS-DEPARTMENT-CODE
               MOVE BB-BATCH-DATE (BATCH-SUB) TO BS-BATCH-DATE
               MOVE BB-BATCH-NUMBER (BATCH-SUB) TO BS-BATCH-NUMBER
               MOVE BB-POSTED-COUNT (BATCH-SUB) TO BS-POSTED-COUNT
               MOVE BB-POSTED-TOTAL (BATCH-SUB) TO BS-POSTED-TOTAL
               MOVE BB-REJECTED-COUNT (BATCH-SUB) TO
                   BS-REJECTED-COUNT
               MOVE BB-REJECTED-TOTAL (BATCH-SUB) TO
                   BS-REJECTED-TOTAL
               WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
           ELSE
               MOVE BB-DEPARTMENT-CODE (BATCH-SUB) TO
                   BR-DEPARTMENT-CODE
               MOVE BB-BATCH-DATE (BATCH-SUB) TO BR-BATCH-DATE
               MOVE BB-BATCH-NUMBER (BATCH-SUB) TO BR-BATCH-NUMBER
               MOVE BB-REFUSAL-REASON (BATCH-SUB) TO
                   BR-REFUSAL-REASON
               WRITE REGISTER-LINE FROM BATCH-REFUSED-LINE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       700-PRINT-REGISTER-TOTALS.
           WRITE REGISTER-LINE FROM TYPE-HEADING-LINE.
           PERFORM 710-PRINT-ONE-TYPE-TOTAL
               VARYING CHARGE-TYPE-SUB FROM 1 BY 1
               UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE POSTED-CHARGE-COUNT TO RT-POSTED-COUNT.
           MOVE POSTED-CHARGE-TOTAL TO RT-POSTED-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-1.
           MOVE REJECTED-CHARGE-COUNT TO RT-REJECTED-COUNT.
           MOVE REJECTED-CHARGE-TOTAL TO RT-REJECTED-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-2.
           MOVE PROVED-BATCH-COUNT TO RT-PROVED-BATCHES.
           MOVE REFUSED-BATCH-COUNT TO RT-REFUSED-BATCHES.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-3.

       710-PRINT-ONE-TYPE-TOTAL.
           IF CT-POSTED-COUNT (CHARGE-TYPE-SUB) > ZERO
               MOVE CT-CHARGE-TYPE (CHARGE-TYPE-SUB) TO TT-CHARGE-TYPE
               MOVE CT-DESCRIPTION (CHARGE-TYPE-SUB) TO TT-DESCRIPTION
               MOVE CT-REVENUE-ACCOUNT (CHARGE-TYPE-SUB) TO
                   TT-REVENUE-ACCOUNT
               MOVE CT-POSTED-COUNT (CHARGE-TYPE-SUB) TO
                   TT-POSTED-COUNT
               MOVE CT-POSTED-TOTAL (CHARGE-TYPE-SUB) TO
                   TT-POSTED-TOTAL
               WRITE REGISTER-LINE FROM TYPE-TOTAL-LINE
           END-IF.

      ******************************************************************
      * Only proved batches go on the charge log. A refused batch is
      * not logged, so the office can correct it and send it again
      * under the same batch number.
      ******************************************************************
       750-LOG-POSTED-BATCHES.
           OPEN EXTEND DEPT-CHARGE-LOG-FILE.
           IF DEPT-CHARGE-LOG-FILE-STATUS = "35"
               OPEN OUTPUT DEPT-CHARGE-LOG-FILE
           END-IF.
           IF DEPT-CHARGE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPARTMENTAL CHARGE LOG FILE, "
                   "STATUS = " DEPT-CHARGE-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           ACCEPT RUN-COMPLETED-TIME FROM TIME.
           PERFORM 760-LOG-ONE-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.
           CLOSE DEPT-CHARGE-LOG-FILE.

       760-LOG-ONE-BATCH.
           IF BB-BATCH-PROVED (BATCH-SUB)
               MOVE BB-DEPARTMENT-CODE (BATCH-SUB) TO
                   DL-DEPARTMENT-CODE
               MOVE BB-BATCH-DATE (BATCH-SUB) TO DL-BATCH-DATE
               MOVE BB-BATCH-NUMBER (BATCH-SUB) TO DL-BATCH-NUMBER
               MOVE POSTING-RUN-DATE TO DL-POSTED-DATE
               MOVE RUN-COMPLETED-TIME TO DL-POSTED-TIME
               MOVE BB-PROOF-COUNT (BATCH-SUB) TO DL-DETAIL-COUNT
               MOVE BB-PROOF-TOTAL (BATCH-SUB) TO DL-DETAIL-TOTAL
               MOVE BB-POSTED-COUNT (BATCH-SUB) TO DL-POSTED-COUNT
               MOVE BB-POSTED-TOTAL (BATCH-SUB) TO DL-POSTED-TOTAL
               MOVE SIGNED-ON-OPERATOR-ID TO DL-OPERATOR-ID
               WRITE DEPT-CHARGE-LOG-RECORD
           END-IF.

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
           MOVE "DCH" TO RC-RUN-TYPE.
           MOVE POSTING-RUN-DATE TO RC-BUSINESS-DATE.
           MOVE POSTED-CHARGE-COUNT TO RC-RECORD-COUNT.
           MOVE POSTED-CHARGE-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       850-DISPLAY-RUN-TOTALS.
           MOVE POSTED-CHARGE-TOTAL TO RUN-TOTAL-DISPLAY.
           DISPLAY POSTED-CHARGE-COUNT " DEPARTMENTAL CHARGE(S) "
               "POSTED TOTALING " RUN-TOTAL-DISPLAY ".".
           MOVE REJECTED-CHARGE-TOTAL TO RUN-TOTAL-DISPLAY.
           DISPLAY REJECTED-CHARGE-COUNT " CHARGE(S) REJECTED "
               "TOTALING " RUN-TOTAL-DISPLAY
               " -- SEE DEPT-CHARGE-REJECTS.TXT.".
           DISPLAY PROVED-BATCH-COUNT " BATCH(ES) POSTED, "
               REFUSED-BATCH-COUNT " REFUSED.".
           DISPLAY "THE REGISTER IS ON DEPT-CHARGE-REGISTER.TXT.".

       900-CLOSE-POSTING-FILES.
           CLOSE STUDENT-FILE-OUT.
           CLOSE STUDENT-HISTORY-FILE.
           CLOSE DEPT-REJECT-FILE.
           CLOSE CHARGE-REGISTER-FILE.

       END PROGRAM PROJECT_01_DCH.
