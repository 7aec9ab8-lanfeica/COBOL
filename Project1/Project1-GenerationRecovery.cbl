      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Put the Bursar's indexed master files back from one
      *          of the backup generations PROJECT_01_BKP keeps, and
      *          bring STUDENT.TXT forward to where it stood before
      *          the damage by re-applying the history events posted
      *          since that backup.
      *
      *          The generations on BACKUP-CATALOG.TXT are listed and
      *          the supervisor keys the backup date to restore from
      *          (ENTER for the latest), then answers Y or N for each
      *          of STUDENT.TXT, STUDENT-HISTORY.TXT, PAYMENT-PLANS.TXT
      *          and DUNNING-STATUS.TXT. The generation file is proved
      *          before anything is touched: its header must carry
      *          the catalogued date and time, and its record counts
      *          and balance totals must agree with its trailer and
      *          the catalog. A generation that fails is refused and
      *          nothing is restored.
      *
      *          Each file chosen is rebuilt from the generation. When
      *          STUDENT.TXT is restored and STUDENT-HISTORY.TXT is
      *          not, the live history is read in key order beside
      *          the generation's copy of it; every event on the live
      *          file that is not on the backup was posted since, and
      *          is re-applied to the restored student with the replay
      *          rules PROJECT_01_AUD uses: TUITION-OWED becomes the
      *          event's balance, OV puts credit on account, CR, RF
      *          and NV take it off, and a WD proration leaves as
      *          credit whatever the balance owed could not absorb.
      *          Restoring the history file as well puts both files
      *          back to the backup, and the day's work since has to
      *          be entered again.
      *
      *          PAYMENT-PLANS.TXT and DUNNING-STATUS.TXT are put back
      *          as they stood at the backup; nothing in the history
      *          rolls them forward. Neither does it carry name,
      *          address, status or due date changes, or students
      *          added since -- their events are listed as not applied
      *          so the records can be keyed again.
      *
      *          RECOVERY-REPORT.TXT lists what was restored and every
      *          event re-applied. The recovery is written to
      *          AUDITLOG.TXT, and an RCV completion record is appended
      *          to RUN-CONTROL.TXT. The run signs on against the
      *          OPERATOR.TXT master kept by PROJECT_01_OPR with a
      *          supervisor role. Nothing else may be running while
      *          the files are restored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_RCV.
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
           SELECT PAYMENT-PLAN-FILE ASSIGN TO
               "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-STUDENT-NUMBER
               FILE STATUS IS PAYMENT-PLAN-FILE-STATUS.
           SELECT DUNNING-STATUS-FILE ASSIGN TO
               "../DUNNING-STATUS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-STUDENT-NUMBER
               FILE STATUS IS DUNNING-STATUS-FILE-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO
               "../BACKUP-CATALOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-CATALOG-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-1 ASSIGN TO
               "../BACKUP-GEN1.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-2 ASSIGN TO
               "../BACKUP-GEN2.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-3 ASSIGN TO
               "../BACKUP-GEN3.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-4 ASSIGN TO
               "../BACKUP-GEN4.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-5 ASSIGN TO
               "../BACKUP-GEN5.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-6 ASSIGN TO
               "../BACKUP-GEN6.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT BACKUP-GENERATION-FILE-7 ASSIGN TO
               "../BACKUP-GEN7.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-GENERATION-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO
               "../RECOVERY-REPORT.TXT"
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

       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HI-RECORD-KEY.
               10 HI-STUDENT-NUMBER PIC 9(7).
               10 HI-POST-DATE PIC 9(8).
               10 HI-POST-SEQ PIC 9(3).
           05 HI-TRANS-CODE PIC X(2).
           05 HI-TRANS-AMOUNT PIC 9(7)V99.
           05 HI-NEW-BALANCE PIC 9(7)V99.

       FD PAYMENT-PLAN-FILE.
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(7).
           05 PP-INSTALLMENT-COUNT PIC 9(1).
           05 PP-INSTALLMENT OCCURS 4 TIMES.
               10 PP-INST-DUE-DATE PIC 9(8).
               10 PP-INST-AMOUNT PIC 9(7)V99.
               10 PP-INST-PAID PIC 9(7)V99.

       FD DUNNING-STATUS-FILE.
       01 DUNNING-STATUS-RECORD.
           05 DN-STUDENT-NUMBER PIC 9(7).
           05 DN-LAST-LEVEL-SENT PIC 9(1).
           05 DN-LAST-SENT-DATE PIC 9(8).
           05 DN-LEVEL-SENT-DATE OCCURS 3 TIMES PIC 9(8).

       FD BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-RECORD.
           05 BC-GENERATION-SLOT PIC 9(1).
           05 BC-BACKUP-DATE PIC 9(8).
           05 BC-BACKUP-TIME PIC 9(8).
           05 BC-STUDENT-COUNT PIC 9(7).
           05 BC-HISTORY-COUNT PIC 9(7).
           05 BC-PLAN-COUNT PIC 9(7).
           05 BC-DUNNING-COUNT PIC 9(7).
           05 BC-OWED-TOTAL PIC 9(9)V99.
           05 BC-CREDIT-TOTAL PIC 9(9)V99.

       FD BACKUP-GENERATION-FILE-1.
       01 BACKUP-GENERATION-LINE-1 PIC X(151).

       FD BACKUP-GENERATION-FILE-2.
       01 BACKUP-GENERATION-LINE-2 PIC X(151).

       FD BACKUP-GENERATION-FILE-3.
       01 BACKUP-GENERATION-LINE-3 PIC X(151).

       FD BACKUP-GENERATION-FILE-4.
       01 BACKUP-GENERATION-LINE-4 PIC X(151).

       FD BACKUP-GENERATION-FILE-5.
       01 BACKUP-GENERATION-LINE-5 PIC X(151).

       FD BACKUP-GENERATION-FILE-6.
       01 BACKUP-GENERATION-LINE-6 PIC X(151).

       FD BACKUP-GENERATION-FILE-7.
       01 BACKUP-GENERATION-LINE-7 PIC X(151).

       FD RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-LINE PIC X(132).

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
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 PAYMENT-PLAN-FILE-STATUS PIC X(2).
       01 DUNNING-STATUS-FILE-STATUS PIC X(2).
       01 BACKUP-CATALOG-FILE-STATUS PIC X(2).
       01 BACKUP-GENERATION-FILE-STATUS PIC X(2).
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

       01 RECOVERY-AUDIT-NOTE.
           05 FILLER PIC X(19) VALUE "RESTORED BACKUP OF".
           05 RA-BACKUP-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE SPACES.

       01 BACKUP-CATALOG-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-BACKUP-CATALOG VALUE "Y".

       01 GENERATION-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-GENERATION-FILE VALUE "Y".

       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".

      ******************************************************************
      * One entry per generation slot, as PROJECT_01_BKP keeps them.
      * A slot never yet written carries a zero backup date.
      ******************************************************************
       01 GENERATION-TABLE-FIELDS.
           05 GENERATION-LIMIT PIC 9(2) COMP VALUE 7.
           05 GENERATION-SUB PIC 9(2) COMP.
           05 GENERATION-SLOT PIC 9(2) COMP.
           05 CATALOGUED-COUNT PIC 9(2) COMP VALUE ZERO.
           05 GENERATION-ENTRY OCCURS 7 TIMES.
               10 GN-BACKUP-DATE PIC 9(8).
               10 GN-BACKUP-TIME PIC 9(8).
               10 GN-STUDENT-COUNT PIC 9(7).
               10 GN-HISTORY-COUNT PIC 9(7).
               10 GN-PLAN-COUNT PIC 9(7).
               10 GN-DUNNING-COUNT PIC 9(7).
               10 GN-OWED-TOTAL PIC 9(9)V99.
               10 GN-CREDIT-TOTAL PIC 9(9)V99.

       01 GENERATION-RECORD.
           05 BG-RECORD-TYPE PIC X(2).
               88 BG-HEADER-RECORD VALUE "HD".
               88 BG-STUDENT-RECORD VALUE "ST".
               88 BG-HISTORY-RECORD VALUE "HI".
               88 BG-PLAN-RECORD VALUE "PP".
               88 BG-DUNNING-RECORD VALUE "DS".
               88 BG-TRAILER-RECORD VALUE "TR".
           05 BG-RECORD-BODY PIC X(149).
           05 BG-HEADER-BODY REDEFINES BG-RECORD-BODY.
               10 BG-HD-BACKUP-DATE PIC 9(8).
               10 BG-HD-BACKUP-TIME PIC 9(8).
               10 FILLER PIC X(133).
           05 BG-STUDENT-BODY REDEFINES BG-RECORD-BODY.
               10 FILLER PIC X(47).
               10 BG-ST-TUITION-OWED PIC 9(7)V99.
               10 FILLER PIC X(9).
               10 BG-ST-CREDIT-BALANCE PIC 9(7)V99.
               10 FILLER PIC X(75).
           05 BG-HISTORY-BODY REDEFINES BG-RECORD-BODY.
               10 BG-HI-RECORD-KEY PIC X(18).
               10 FILLER PIC X(131).
           05 BG-TRAILER-BODY REDEFINES BG-RECORD-BODY.
               10 BG-TR-STUDENT-COUNT PIC 9(7).
               10 BG-TR-HISTORY-COUNT PIC 9(7).
               10 BG-TR-PLAN-COUNT PIC 9(7).
               10 BG-TR-DUNNING-COUNT PIC 9(7).
               10 BG-TR-OWED-TOTAL PIC 9(9)V99.
               10 BG-TR-CREDIT-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(99).

       01 RECOVERY-CHOICE-FIELDS.
           05 RECOVERY-RUN-DATE PIC 9(8).
           05 RUN-COMPLETED-TIME PIC 9(8).
           05 GENERATION-DATE-INPUT PIC X(8).
           05 GENERATION-DATE PIC 9(8).
           05 GENERATION-CHOSEN-SWITCH PIC X(1) VALUE "N".
               88 GENERATION-IS-CHOSEN VALUE "Y".
           05 RESTORE-PROMPT PIC A(1).
           05 RESTORE-STUDENT-SWITCH PIC X(1) VALUE "N".
               88 RESTORE-STUDENT-FILE VALUE "Y".
           05 RESTORE-HISTORY-SWITCH PIC X(1) VALUE "N".
               88 RESTORE-HISTORY-FILE VALUE "Y".
           05 RESTORE-PLANS-SWITCH PIC X(1) VALUE "N".
               88 RESTORE-PAYMENT-PLANS VALUE "Y".
           05 RESTORE-DUNNING-SWITCH PIC X(1) VALUE "N".
               88 RESTORE-DUNNING-STATUS VALUE "Y".
           05 RECOVERY-CONFIRM-PROMPT PIC A(1).

      ******************************************************************
      * The proof pass counts the generation file against its own
      * trailer and against the catalog before anything is restored.
      ******************************************************************
       01 GENERATION-PROOF-FIELDS.
           05 PROOF-FAILURE-REASON PIC X(50).
           05 TRAILER-SEEN-SWITCH PIC X(1).
               88 TRAILER-WAS-SEEN VALUE "Y".
           05 PROOF-STUDENT-COUNT PIC 9(7).
           05 PROOF-HISTORY-COUNT PIC 9(7).
           05 PROOF-PLAN-COUNT PIC 9(7).
           05 PROOF-DUNNING-COUNT PIC 9(7).
           05 PROOF-OWED-TOTAL PIC 9(9)V99.
           05 PROOF-CREDIT-TOTAL PIC 9(9)V99.
           05 TRAILER-STUDENT-COUNT PIC 9(7).
           05 TRAILER-HISTORY-COUNT PIC 9(7).
           05 TRAILER-PLAN-COUNT PIC 9(7).
           05 TRAILER-DUNNING-COUNT PIC 9(7).
           05 TRAILER-OWED-TOTAL PIC 9(9)V99.
           05 TRAILER-CREDIT-TOTAL PIC 9(9)V99.

       01 RESTORE-TOTALS.
           05 STUDENT-RESTORE-COUNT PIC 9(7) VALUE ZERO.
           05 HISTORY-RESTORE-COUNT PIC 9(7) VALUE ZERO.
           05 PLAN-RESTORE-COUNT PIC 9(7) VALUE ZERO.
           05 DUNNING-RESTORE-COUNT PIC 9(7) VALUE ZERO.
           05 RESTORE-ERROR-COUNT PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Both copies of the history are in key order, so the events
      * posted since the backup are the live keys the generation's
      * copy does not have.
      ******************************************************************
       01 ROLL-FORWARD-FIELDS.
           05 GENERATION-HISTORY-KEY PIC X(18).
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".
           05 CREDIT-SHORT-SWITCH PIC X(1).
               88 CREDIT-CAME-UP-SHORT VALUE "Y".
           05 LAST-REPLAYED-STUDENT PIC 9(7) VALUE ZERO.
           05 PRORATION-OWED-DROP PIC S9(7)V99.
           05 PRORATION-CREDIT PIC S9(7)V99.

       01 ROLL-FORWARD-TOTALS.
           05 EVENTS-ON-BACKUP-COUNT PIC 9(7) VALUE ZERO.
           05 REPLAYED-EVENT-COUNT PIC 9(7) VALUE ZERO.
           05 REPLAYED-EVENT-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 REPLAYED-STUDENT-COUNT PIC 9(7) VALUE ZERO.
           05 UNAPPLIED-EVENT-COUNT PIC 9(7) VALUE ZERO.
           05 CREDIT-SHORT-COUNT PIC 9(7) VALUE ZERO.

       01 REPORT-HEADING-LINE-1.
           05 FILLER PIC X(30) VALUE "BACKUP RECOVERY REPORT".
           05 FILLER PIC X(8) VALUE "  RUN".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "  OPERATOR".
           05 RH-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(66) VALUE SPACES.

       01 REPORT-HEADING-LINE-2.
           05 FILLER PIC X(22) VALUE "RESTORED FROM BACKUP".
           05 RH-BACKUP-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE "  AT".
           05 RH-BACKUP-TIME PIC 9(8).
           05 FILLER PIC X(16) VALUE "  (BACKUP-GEN".
           05 RH-GENERATION-SLOT PIC 9(1).
           05 FILLER PIC X(73) VALUE ".TXT)".

       01 RESTORE-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RS-FILE-NAME PIC X(24).
           05 RS-ACTION PIC X(14).
           05 RS-RECORD-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(81) VALUE " RECORD(S)".

       01 REPLAY-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(27) VALUE "NAME".
           05 FILLER PIC X(14) VALUE "POSTED".
           05 FILLER PIC X(4) VALUE "CD".
           05 FILLER PIC X(15) VALUE "       AMOUNT".
           05 FILLER PIC X(15) VALUE "  OWED BEFORE".
           05 FILLER PIC X(15) VALUE "   OWED AFTER".
           05 FILLER PIC X(33) VALUE "  CREDIT AFTER".

       01 REPLAY-DETAIL-LINE.
           05 RD-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-POST-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE "-".
           05 RD-POST-SEQ PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TRANS-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TRANS-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RESULT PIC X(63).
           05 RD-RESULT-BALANCES REDEFINES RD-RESULT.
               10 RD-OWED-BEFORE PIC $$,$$$,$$9.99.
               10 FILLER PIC X(2).
               10 RD-OWED-AFTER PIC $$,$$$,$$9.99.
               10 FILLER PIC X(2).
               10 RD-CREDIT-AFTER PIC $$,$$$,$$9.99.
               10 FILLER PIC X(2).
               10 RD-NOTE PIC X(18).

       01 RECOVERY-TOTAL-LINE.
           05 RT-CAPTION PIC X(40).
           05 RT-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       100-RECOVER-MASTER-FILES.
           PERFORM 130-SIGN-ON-OPERATOR.
           ACCEPT RECOVERY-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-BACKUP-CATALOG.
           PERFORM 230-LIST-GENERATIONS.
           PERFORM 240-PROMPT-GENERATION
               UNTIL GENERATION-IS-CHOSEN.
           PERFORM 250-PROMPT-FILES-TO-RESTORE
               UNTIL RESTORE-STUDENT-FILE
               OR RESTORE-HISTORY-FILE
               OR RESTORE-PAYMENT-PLANS
               OR RESTORE-DUNNING-STATUS.
           PERFORM 300-PROVE-GENERATION-FILE.
           PERFORM 350-CONFIRM-RECOVERY.
           PERFORM 400-OPEN-RECOVERY-REPORT.
           PERFORM 500-RESTORE-GENERATION.
           PERFORM 600-ROLL-FORWARD-STUDENTS.
           PERFORM 700-PRINT-RECOVERY-TOTALS.
           PERFORM 750-LOG-RECOVERY.
           PERFORM 800-WRITE-RUN-CONTROL.
           PERFORM 850-DISPLAY-RUN-TOTALS.
           CLOSE RECOVERY-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      * Restoring a generation writes over the live master files, so
      * the run signs on against the operator master kept by
      * PROJECT_01_OPR -- a supervisor role is required. Three failed
      * tries stop the run; each denial is written to AUDITLOG.TXT.
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


       200-LOAD-BACKUP-CATALOG.
           PERFORM 205-CLEAR-ONE-GENERATION
               VARYING GENERATION-SUB FROM 1 BY 1
               UNTIL GENERATION-SUB > GENERATION-LIMIT.
           OPEN INPUT BACKUP-CATALOG-FILE.
           EVALUATE BACKUP-CATALOG-FILE-STATUS
               WHEN "00"
                   PERFORM 210-READ-BACKUP-CATALOG
                   PERFORM 220-STORE-ONE-GENERATION
                       UNTIL END-OF-BACKUP-CATALOG
                   CLOSE BACKUP-CATALOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING BACKUP CATALOG, STATUS = "
                       BACKUP-CATALOG-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF CATALOGUED-COUNT = ZERO
               DISPLAY "NO BACKUP HAS BEEN TAKEN WITH PROJECT_01_BKP "
                   "-- NOTHING TO RESTORE FROM."
               STOP RUN
           END-IF.

       205-CLEAR-ONE-GENERATION.
           MOVE ZERO TO GN-BACKUP-DATE (GENERATION-SUB).
           MOVE ZERO TO GN-BACKUP-TIME (GENERATION-SUB).
           MOVE ZERO TO GN-STUDENT-COUNT (GENERATION-SUB).
           MOVE ZERO TO GN-HISTORY-COUNT (GENERATION-SUB).
           MOVE ZERO TO GN-PLAN-COUNT (GENERATION-SUB).
           MOVE ZERO TO GN-DUNNING-COUNT (GENERATION-SUB).
           MOVE ZERO TO GN-OWED-TOTAL (GENERATION-SUB).
           MOVE ZERO TO GN-CREDIT-TOTAL (GENERATION-SUB).

       210-READ-BACKUP-CATALOG.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE "Y" TO BACKUP-CATALOG-EOF-SWITCH
           END-READ.

       220-STORE-ONE-GENERATION.
           IF BC-GENERATION-SLOT > ZERO
               AND BC-GENERATION-SLOT NOT > GENERATION-LIMIT
               AND BC-BACKUP-DATE > ZERO
               MOVE BC-GENERATION-SLOT TO GENERATION-SUB
               MOVE BC-BACKUP-DATE TO GN-BACKUP-DATE (GENERATION-SUB)
               MOVE BC-BACKUP-TIME TO GN-BACKUP-TIME (GENERATION-SUB)
               MOVE BC-STUDENT-COUNT TO
                   GN-STUDENT-COUNT (GENERATION-SUB)
               MOVE BC-HISTORY-COUNT TO
                   GN-HISTORY-COUNT (GENERATION-SUB)
               MOVE BC-PLAN-COUNT TO GN-PLAN-COUNT (GENERATION-SUB)
               MOVE BC-DUNNING-COUNT TO
                   GN-DUNNING-COUNT (GENERATION-SUB)
               MOVE BC-OWED-TOTAL TO GN-OWED-TOTAL (GENERATION-SUB)
               MOVE BC-CREDIT-TOTAL TO
                   GN-CREDIT-TOTAL (GENERATION-SUB)
               ADD 1 TO CATALOGUED-COUNT
           END-IF.
           PERFORM 210-READ-BACKUP-CATALOG.

       230-LIST-GENERATIONS.
           DISPLAY "BACKUP GENERATIONS ON HAND:".
           PERFORM 235-LIST-ONE-GENERATION
               VARYING GENERATION-SUB FROM 1 BY 1
               UNTIL GENERATION-SUB > GENERATION-LIMIT.

       235-LIST-ONE-GENERATION.
           IF GN-BACKUP-DATE (GENERATION-SUB) > ZERO
               DISPLAY "  " GN-BACKUP-DATE (GENERATION-SUB)
                   " AT " GN-BACKUP-TIME (GENERATION-SUB)
                   "  STUDENTS " GN-STUDENT-COUNT (GENERATION-SUB)
                   "  EVENTS " GN-HISTORY-COUNT (GENERATION-SUB)
           END-IF.

      ******************************************************************
      * ENTER takes the latest generation on hand.
      ******************************************************************
       240-PROMPT-GENERATION.
           DISPLAY "ENTER THE BACKUP DATE TO RESTORE (CCYYMMDD), ".
           DISPLAY "OR PRESS ENTER FOR THE LATEST: ".
           ACCEPT GENERATION-DATE-INPUT.
           MOVE ZERO TO GENERATION-SLOT.
           IF GENERATION-DATE-INPUT = SPACES
               PERFORM 246-KEEP-LATEST-GENERATION
                   VARYING GENERATION-SUB FROM 1 BY 1
                   UNTIL GENERATION-SUB > GENERATION-LIMIT
           ELSE
               IF GENERATION-DATE-INPUT IS NUMERIC
                   MOVE GENERATION-DATE-INPUT TO GENERATION-DATE
                   PERFORM 245-MATCH-GENERATION-DATE
                       VARYING GENERATION-SUB FROM 1 BY 1
                       UNTIL GENERATION-SUB > GENERATION-LIMIT
               END-IF
           END-IF.
           IF GENERATION-SLOT = ZERO
               DISPLAY "NO BACKUP GENERATION IS ON HAND FOR THAT DATE."
           ELSE
               MOVE GN-BACKUP-DATE (GENERATION-SLOT)
                   TO GENERATION-DATE
               MOVE "Y" TO GENERATION-CHOSEN-SWITCH
               DISPLAY "RESTORING FROM THE BACKUP OF "
                   GENERATION-DATE " AT "
                   GN-BACKUP-TIME (GENERATION-SLOT) "."
           END-IF.

       245-MATCH-GENERATION-DATE.
           IF GN-BACKUP-DATE (GENERATION-SUB) = GENERATION-DATE
               MOVE GENERATION-SUB TO GENERATION-SLOT
           END-IF.

       246-KEEP-LATEST-GENERATION.
           IF GN-BACKUP-DATE (GENERATION-SUB) > ZERO
               IF GENERATION-SLOT = ZERO
                   MOVE GENERATION-SUB TO GENERATION-SLOT
               ELSE
                   IF GN-BACKUP-DATE (GENERATION-SUB) >
                       GN-BACKUP-DATE (GENERATION-SLOT)
                       MOVE GENERATION-SUB TO GENERATION-SLOT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The history file is only restored when it is itself damaged;
      * left alone, it is what rolls STUDENT.TXT forward.
      ******************************************************************
       250-PROMPT-FILES-TO-RESTORE.
           DISPLAY "RESTORE STUDENT.TXT (Y/N)? ".
           ACCEPT RESTORE-PROMPT.
           IF RESTORE-PROMPT = "Y" OR "y"
               MOVE "Y" TO RESTORE-STUDENT-SWITCH
           ELSE
               MOVE "N" TO RESTORE-STUDENT-SWITCH
           END-IF.
           DISPLAY "RESTORE STUDENT-HISTORY.TXT (Y/N)? ANSWER Y ONLY "
               "IF THE HISTORY FILE ITSELF IS DAMAGED: ".
           ACCEPT RESTORE-PROMPT.
           IF RESTORE-PROMPT = "Y" OR "y"
               MOVE "Y" TO RESTORE-HISTORY-SWITCH
           ELSE
               MOVE "N" TO RESTORE-HISTORY-SWITCH
           END-IF.
           DISPLAY "RESTORE PAYMENT-PLANS.TXT (Y/N)? ".
           ACCEPT RESTORE-PROMPT.
           IF RESTORE-PROMPT = "Y" OR "y"
               MOVE "Y" TO RESTORE-PLANS-SWITCH
           ELSE
               MOVE "N" TO RESTORE-PLANS-SWITCH
           END-IF.
           DISPLAY "RESTORE DUNNING-STATUS.TXT (Y/N)? ".
           ACCEPT RESTORE-PROMPT.
           IF RESTORE-PROMPT = "Y" OR "y"
               MOVE "Y" TO RESTORE-DUNNING-SWITCH
           ELSE
               MOVE "N" TO RESTORE-DUNNING-SWITCH
           END-IF.
           IF NOT RESTORE-STUDENT-FILE
               AND NOT RESTORE-HISTORY-FILE
               AND NOT RESTORE-PAYMENT-PLANS
               AND NOT RESTORE-DUNNING-STATUS
               DISPLAY "NO FILE WAS CHOSEN -- ANSWER Y FOR AT LEAST "
                   "ONE."
           END-IF.

       280-OPEN-GENERATION-FILE.
           MOVE "N" TO GENERATION-EOF-SWITCH.
           EVALUATE GENERATION-SLOT
               WHEN 1
                   OPEN INPUT BACKUP-GENERATION-FILE-1
               WHEN 2
                   OPEN INPUT BACKUP-GENERATION-FILE-2
               WHEN 3
                   OPEN INPUT BACKUP-GENERATION-FILE-3
               WHEN 4
                   OPEN INPUT BACKUP-GENERATION-FILE-4
               WHEN 5
                   OPEN INPUT BACKUP-GENERATION-FILE-5
               WHEN 6
                   OPEN INPUT BACKUP-GENERATION-FILE-6
               WHEN 7
                   OPEN INPUT BACKUP-GENERATION-FILE-7
           END-EVALUATE.
           IF BACKUP-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BACKUP GENERATION "
                   GENERATION-SLOT ", STATUS = "
                   BACKUP-GENERATION-FILE-STATUS
               STOP RUN
           END-IF.

       285-READ-GENERATION-RECORD.
           EVALUATE GENERATION-SLOT
               WHEN 1
                   READ BACKUP-GENERATION-FILE-1 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
               WHEN 2
                   READ BACKUP-GENERATION-FILE-2 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
               WHEN 3
                   READ BACKUP-GENERATION-FILE-3 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
               WHEN 4
                   READ BACKUP-GENERATION-FILE-4 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
               WHEN 5
                   READ BACKUP-GENERATION-FILE-5 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
               WHEN 6
                   READ BACKUP-GENERATION-FILE-6 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
               WHEN 7
                   READ BACKUP-GENERATION-FILE-7 INTO GENERATION-RECORD
                       AT END
                           MOVE "Y" TO GENERATION-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       290-CLOSE-GENERATION-FILE.
           EVALUATE GENERATION-SLOT
               WHEN 1
                   CLOSE BACKUP-GENERATION-FILE-1
               WHEN 2
                   CLOSE BACKUP-GENERATION-FILE-2
               WHEN 3
                   CLOSE BACKUP-GENERATION-FILE-3
               WHEN 4
                   CLOSE BACKUP-GENERATION-FILE-4
               WHEN 5
                   CLOSE BACKUP-GENERATION-FILE-5
               WHEN 6
                   CLOSE BACKUP-GENERATION-FILE-6
               WHEN 7
                   CLOSE BACKUP-GENERATION-FILE-7
           END-EVALUATE.

      ******************************************************************
      * A generation is refused when its header is not the one the
      * catalog lists, when the trailer is missing (the backup did
      * not finish), or when the counts and totals disagree.
      ******************************************************************
       300-PROVE-GENERATION-FILE.
           MOVE SPACES TO PROOF-FAILURE-REASON.
           MOVE "N" TO TRAILER-SEEN-SWITCH.
           MOVE ZERO TO PROOF-STUDENT-COUNT PROOF-HISTORY-COUNT
               PROOF-PLAN-COUNT PROOF-DUNNING-COUNT
               PROOF-OWED-TOTAL PROOF-CREDIT-TOTAL.
           PERFORM 280-OPEN-GENERATION-FILE.
           PERFORM 285-READ-GENERATION-RECORD.
           IF END-OF-GENERATION-FILE
               OR NOT BG-HEADER-RECORD
               OR BG-HD-BACKUP-DATE NOT =
                   GN-BACKUP-DATE (GENERATION-SLOT)
               OR BG-HD-BACKUP-TIME NOT =
                   GN-BACKUP-TIME (GENERATION-SLOT)
               MOVE "THE GENERATION HEADER DOES NOT MATCH THE CATALOG"
                   TO PROOF-FAILURE-REASON
           ELSE
               PERFORM 285-READ-GENERATION-RECORD
               PERFORM 310-COUNT-ONE-RECORD
                   UNTIL END-OF-GENERATION-FILE
           END-IF.
           PERFORM 290-CLOSE-GENERATION-FILE.
           IF PROOF-FAILURE-REASON = SPACES
               PERFORM 320-CHECK-GENERATION-TOTALS
           END-IF.
           IF PROOF-FAILURE-REASON NOT = SPACES
               DISPLAY "THE BACKUP OF " GENERATION-DATE
                   " CANNOT BE RESTORED:"
               DISPLAY "  " PROOF-FAILURE-REASON
               DISPLAY "NOTHING WAS RESTORED -- CHOOSE AN EARLIER "
                   "GENERATION."
               STOP RUN
           END-IF.

       310-COUNT-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-WAS-SEEN
                   IF PROOF-FAILURE-REASON = SPACES
                       MOVE "RECORDS FOLLOW THE GENERATION TRAILER"
                           TO PROOF-FAILURE-REASON
                   END-IF
               WHEN BG-STUDENT-RECORD
                   ADD 1 TO PROOF-STUDENT-COUNT
                   ADD BG-ST-TUITION-OWED TO PROOF-OWED-TOTAL
                   ADD BG-ST-CREDIT-BALANCE TO PROOF-CREDIT-TOTAL
               WHEN BG-HISTORY-RECORD
                   ADD 1 TO PROOF-HISTORY-COUNT
               WHEN BG-PLAN-RECORD
                   ADD 1 TO PROOF-PLAN-COUNT
               WHEN BG-DUNNING-RECORD
                   ADD 1 TO PROOF-DUNNING-COUNT
               WHEN BG-TRAILER-RECORD
                   MOVE "Y" TO TRAILER-SEEN-SWITCH
                   MOVE BG-TR-STUDENT-COUNT TO TRAILER-STUDENT-COUNT
                   MOVE BG-TR-HISTORY-COUNT TO TRAILER-HISTORY-COUNT
                   MOVE BG-TR-PLAN-COUNT TO TRAILER-PLAN-COUNT
                   MOVE BG-TR-DUNNING-COUNT TO TRAILER-DUNNING-COUNT
                   MOVE BG-TR-OWED-TOTAL TO TRAILER-OWED-TOTAL
                   MOVE BG-TR-CREDIT-TOTAL TO TRAILER-CREDIT-TOTAL
               WHEN OTHER
                   IF PROOF-FAILURE-REASON = SPACES
                       MOVE "THE GENERATION HOLDS AN UNKNOWN RECORD"
                           TO PROOF-FAILURE-REASON
                   END-IF
           END-EVALUATE.
           PERFORM 285-READ-GENERATION-RECORD.

       320-CHECK-GENERATION-TOTALS.
           EVALUATE TRUE
               WHEN NOT TRAILER-WAS-SEEN
                   MOVE "NO TRAILER -- THE BACKUP RUN DID NOT FINISH"
                       TO PROOF-FAILURE-REASON
               WHEN PROOF-STUDENT-COUNT NOT = TRAILER-STUDENT-COUNT
                   OR PROOF-HISTORY-COUNT NOT = TRAILER-HISTORY-COUNT
                   OR PROOF-PLAN-COUNT NOT = TRAILER-PLAN-COUNT
                   OR PROOF-DUNNING-COUNT NOT = TRAILER-DUNNING-COUNT
                   MOVE "RECORD COUNTS DO NOT AGREE WITH THE TRAILER"
                       TO PROOF-FAILURE-REASON
               WHEN PROOF-OWED-TOTAL NOT = TRAILER-OWED-TOTAL
                   OR PROOF-CREDIT-TOTAL NOT = TRAILER-CREDIT-TOTAL
                   MOVE "BALANCE TOTALS DO NOT AGREE WITH THE TRAILER"
                       TO PROOF-FAILURE-REASON
               WHEN TRAILER-STUDENT-COUNT NOT =
                   GN-STUDENT-COUNT (GENERATION-SLOT)
                   OR TRAILER-HISTORY-COUNT NOT =
                   GN-HISTORY-COUNT (GENERATION-SLOT)
                   OR TRAILER-PLAN-COUNT NOT =
                   GN-PLAN-COUNT (GENERATION-SLOT)
                   OR TRAILER-DUNNING-COUNT NOT =
                   GN-DUNNING-COUNT (GENERATION-SLOT)
                   OR TRAILER-OWED-TOTAL NOT =
                   GN-OWED-TOTAL (GENERATION-SLOT)
                   OR TRAILER-CREDIT-TOTAL NOT =
                   GN-CREDIT-TOTAL (GENERATION-SLOT)
                   MOVE "THE TRAILER DOES NOT AGREE WITH THE CATALOG"
                       TO PROOF-FAILURE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       350-CONFIRM-RECOVERY.
           DISPLAY "THE BACKUP OF " GENERATION-DATE " IS COMPLETE.".
           IF RESTORE-STUDENT-FILE
               AND NOT RESTORE-HISTORY-FILE
               DISPLAY "STUDENT.TXT WILL BE RESTORED AND ROLLED "
                   "FORWARD FROM STUDENT-HISTORY.TXT."
           END-IF.
           IF RESTORE-HISTORY-FILE
               DISPLAY "WARNING: EVENTS POSTED SINCE THE BACKUP WILL "
                   "BE LOST FROM STUDENT-HISTORY.TXT."
           END-IF.
           DISPLAY "THE FILES CHOSEN WILL BE WRITTEN OVER. "
               "PROCEED (Y/N)? ".
           ACCEPT RECOVERY-CONFIRM-PROMPT.
           IF RECOVERY-CONFIRM-PROMPT NOT = "Y" AND NOT = "y"
               DISPLAY "RECOVERY CANCELLED -- NOTHING WAS RESTORED."
               STOP RUN
           END-IF.

       400-OPEN-RECOVERY-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE RECOVERY-RUN-DATE TO RH-RUN-DATE.
           MOVE SIGNED-ON-OPERATOR-ID TO RH-OPERATOR-ID.
           WRITE RECOVERY-REPORT-LINE FROM REPORT-HEADING-LINE-1.
           MOVE GENERATION-DATE TO RH-BACKUP-DATE.
           MOVE GN-BACKUP-TIME (GENERATION-SLOT) TO RH-BACKUP-TIME.
           MOVE GENERATION-SLOT TO RH-GENERATION-SLOT.
           WRITE RECOVERY-REPORT-LINE FROM REPORT-HEADING-LINE-2.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

      ******************************************************************
      * OPEN OUTPUT empties each file chosen, whatever state it was
      * left in, and the generation's records are written back in
      * the key order they were taken in.
      ******************************************************************
       500-RESTORE-GENERATION.
           IF RESTORE-STUDENT-FILE
               OPEN OUTPUT STUDENT-FILE-OUT
               IF STUDENT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                       STUDENT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           IF RESTORE-HISTORY-FILE
               OPEN OUTPUT STUDENT-HISTORY-FILE
               IF STUDENT-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING STUDENT HISTORY FILE, "
                       "STATUS = " STUDENT-HISTORY-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           IF RESTORE-PAYMENT-PLANS
               OPEN OUTPUT PAYMENT-PLAN-FILE
               IF PAYMENT-PLAN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PAYMENT PLAN FILE, STATUS = "
                       PAYMENT-PLAN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           IF RESTORE-DUNNING-STATUS
               OPEN OUTPUT DUNNING-STATUS-FILE
               IF DUNNING-STATUS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING DUNNING STATUS FILE, "
                       "STATUS = " DUNNING-STATUS-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 280-OPEN-GENERATION-FILE.
           PERFORM 285-READ-GENERATION-RECORD.
           PERFORM 510-RESTORE-ONE-RECORD
               UNTIL END-OF-GENERATION-FILE.
           PERFORM 290-CLOSE-GENERATION-FILE.
           IF RESTORE-STUDENT-FILE
               CLOSE STUDENT-FILE-OUT
           END-IF.
           IF RESTORE-HISTORY-FILE
               CLOSE STUDENT-HISTORY-FILE
           END-IF.
           IF RESTORE-PAYMENT-PLANS
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF RESTORE-DUNNING-STATUS
               CLOSE DUNNING-STATUS-FILE
           END-IF.
           PERFORM 520-PRINT-RESTORE-SUMMARY.

       510-RESTORE-ONE-RECORD.
           EVALUATE TRUE
               WHEN BG-STUDENT-RECORD AND RESTORE-STUDENT-FILE
                   MOVE BG-RECORD-BODY TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO STUDENT-RESTORE-COUNT
                   END-WRITE
               WHEN BG-HISTORY-RECORD AND RESTORE-HISTORY-FILE
                   MOVE BG-RECORD-BODY TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO HISTORY-RESTORE-COUNT
                   END-WRITE
               WHEN BG-PLAN-RECORD AND RESTORE-PAYMENT-PLANS
                   MOVE BG-RECORD-BODY TO PAYMENT-PLAN-RECORD
                   WRITE PAYMENT-PLAN-RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO PLAN-RESTORE-COUNT
                   END-WRITE
               WHEN BG-DUNNING-RECORD AND RESTORE-DUNNING-STATUS
                   MOVE BG-RECORD-BODY TO DUNNING-STATUS-RECORD
                   WRITE DUNNING-STATUS-RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO DUNNING-RESTORE-COUNT
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 285-READ-GENERATION-RECORD.

       520-PRINT-RESTORE-SUMMARY.
           MOVE "STUDENT.TXT" TO RS-FILE-NAME.
           IF RESTORE-STUDENT-FILE
               MOVE "RESTORED" TO RS-ACTION
           ELSE
               MOVE "NOT RESTORED" TO RS-ACTION
           END-IF.
           MOVE STUDENT-RESTORE-COUNT TO RS-RECORD-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM RESTORE-SUMMARY-LINE.
           MOVE "STUDENT-HISTORY.TXT" TO RS-FILE-NAME.
           IF RESTORE-HISTORY-FILE
               MOVE "RESTORED" TO RS-ACTION
           ELSE
               MOVE "NOT RESTORED" TO RS-ACTION
           END-IF.
           MOVE HISTORY-RESTORE-COUNT TO RS-RECORD-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM RESTORE-SUMMARY-LINE.
           MOVE "PAYMENT-PLANS.TXT" TO RS-FILE-NAME.
           IF RESTORE-PAYMENT-PLANS
               MOVE "RESTORED" TO RS-ACTION
           ELSE
               MOVE "NOT RESTORED" TO RS-ACTION
           END-IF.
           MOVE PLAN-RESTORE-COUNT TO RS-RECORD-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM RESTORE-SUMMARY-LINE.
           MOVE "DUNNING-STATUS.TXT" TO RS-FILE-NAME.
           IF RESTORE-DUNNING-STATUS
               MOVE "RESTORED" TO RS-ACTION
           ELSE
               MOVE "NOT RESTORED" TO RS-ACTION
           END-IF.
           MOVE DUNNING-RESTORE-COUNT TO RS-RECORD-COUNT.
           WRITE RECOVERY-REPORT-LINE FROM RESTORE-SUMMARY-LINE.
           IF RESTORE-ERROR-COUNT > ZERO
               MOVE "RECORDS THAT COULD NOT BE WRITTEN BACK"
                   TO RT-CAPTION
               MOVE RESTORE-ERROR-COUNT TO RT-COUNT
               WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
           END-IF.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

      ******************************************************************
      * The roll-forward only applies when STUDENT.TXT was put back
      * and the live history was left as it stood.
      ******************************************************************
       600-ROLL-FORWARD-STUDENTS.
           EVALUATE TRUE
               WHEN NOT RESTORE-STUDENT-FILE
                   IF RESTORE-HISTORY-FILE
                       MOVE SPACES TO RECOVERY-REPORT-LINE
                       STRING "STUDENT.TXT WAS NOT RESTORED -- ITS "
                           DELIMITED BY SIZE
                           "BALANCES NOW RUN AHEAD OF THE HISTORY. "
                           DELIMITED BY SIZE
                           "RUN PROJECT_01_AUD." DELIMITED BY SIZE
                           INTO RECOVERY-REPORT-LINE
                       WRITE RECOVERY-REPORT-LINE
                   END-IF
               WHEN RESTORE-HISTORY-FILE
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING "BOTH FILES WERE RESTORED TO THE BACKUP -- "
                       DELIMITED BY SIZE
                       "NOTHING TO RE-APPLY. ENTER THE DAY'S WORK "
                       DELIMITED BY SIZE
                       "SINCE THE BACKUP AGAIN." DELIMITED BY SIZE
                       INTO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               WHEN OTHER
                   PERFORM 605-OPEN-ROLL-FORWARD-FILES
           END-EVALUATE.

       605-OPEN-ROLL-FORWARD-FILES.
           OPEN I-O STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY-FILE.
           IF STUDENT-HISTORY-FILE-STATUS NOT = "00"
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "STUDENT-HISTORY.TXT COULD NOT BE READ -- "
                   DELIMITED BY SIZE
                   "NOTHING WAS RE-APPLIED." DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           ELSE
               WRITE RECOVERY-REPORT-LINE FROM REPLAY-HEADING-LINE
               PERFORM 280-OPEN-GENERATION-FILE
               PERFORM 610-NEXT-GENERATION-HISTORY-KEY
               PERFORM 620-READ-LIVE-HISTORY
               PERFORM 630-MATCH-ONE-EVENT
                   UNTIL END-OF-HISTORY-FILE
               PERFORM 290-CLOSE-GENERATION-FILE
               CLOSE STUDENT-HISTORY-FILE
           END-IF.
           CLOSE STUDENT-FILE-OUT.

      ******************************************************************
      * Steps past the header and student records to the next
      * history record on the generation; past the last one the key
      * is set high so every remaining live event counts as new.
      ******************************************************************
       610-NEXT-GENERATION-HISTORY-KEY.
           PERFORM 285-READ-GENERATION-RECORD.
           PERFORM 285-READ-GENERATION-RECORD
               UNTIL END-OF-GENERATION-FILE
               OR (NOT BG-HEADER-RECORD AND NOT BG-STUDENT-RECORD).
           IF BG-HISTORY-RECORD AND NOT END-OF-GENERATION-FILE
               MOVE BG-HI-RECORD-KEY TO GENERATION-HISTORY-KEY
           ELSE
               MOVE HIGH-VALUES TO GENERATION-HISTORY-KEY
           END-IF.

       620-READ-LIVE-HISTORY.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       630-MATCH-ONE-EVENT.
           EVALUATE TRUE
               WHEN GENERATION-HISTORY-KEY < HI-RECORD-KEY
                   PERFORM 610-NEXT-GENERATION-HISTORY-KEY
               WHEN GENERATION-HISTORY-KEY = HI-RECORD-KEY
                   ADD 1 TO EVENTS-ON-BACKUP-COUNT
                   PERFORM 610-NEXT-GENERATION-HISTORY-KEY
                   PERFORM 620-READ-LIVE-HISTORY
               WHEN OTHER
                   PERFORM 640-REPLAY-ONE-EVENT
                   PERFORM 620-READ-LIVE-HISTORY
           END-EVALUATE.

       640-REPLAY-ONE-EVENT.
           MOVE HI-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-OUT
               KEY IS STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO STUDENT-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-LOOKUP-SWITCH
           END-READ.
           MOVE HI-STUDENT-NUMBER TO RD-STUDENT-NUMBER.
           MOVE HI-POST-DATE TO RD-POST-DATE.
           MOVE HI-POST-SEQ TO RD-POST-SEQ.
           MOVE HI-TRANS-CODE TO RD-TRANS-CODE.
           MOVE HI-TRANS-AMOUNT TO RD-TRANS-AMOUNT.
           IF STUDENT-ON-FILE
               MOVE STUDENT-NAME TO RD-STUDENT-NAME
               PERFORM 650-APPLY-EVENT-TO-STUDENT
           ELSE
               MOVE SPACES TO RD-STUDENT-NAME
               MOVE "NOT APPLIED -- STUDENT NOT ON THE RESTORED FILE"
                   TO RD-RESULT
               ADD 1 TO UNAPPLIED-EVENT-COUNT
           END-IF.
           WRITE RECOVERY-REPORT-LINE FROM REPLAY-DETAIL-LINE.

      ******************************************************************
      * The same rules PROJECT_01_AUD replays by. Credit the restored
      * record does not hold cannot be taken off it; the shortfall is
      * flagged for follow-up.
      ******************************************************************
       650-APPLY-EVENT-TO-STUDENT.
           MOVE SPACES TO RD-RESULT.
           MOVE TUITION-OWED TO RD-OWED-BEFORE.
           MOVE "N" TO CREDIT-SHORT-SWITCH.
           IF HI-TRANS-CODE = "WD"
               PERFORM 655-SPLIT-PRORATION-CREDIT
           END-IF.
           MOVE HI-NEW-BALANCE TO TUITION-OWED.
           EVALUATE HI-TRANS-CODE
               WHEN "OV"
                   ADD HI-TRANS-AMOUNT TO CREDIT-BALANCE
               WHEN "CR"
               WHEN "RF"
               WHEN "NV"
                   IF HI-TRANS-AMOUNT > CREDIT-BALANCE
                       MOVE ZERO TO CREDIT-BALANCE
                       MOVE "Y" TO CREDIT-SHORT-SWITCH
                   ELSE
                       SUBTRACT HI-TRANS-AMOUNT FROM CREDIT-BALANCE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STUDENT RECORD "
                       STUDENT-NUMBER
                   MOVE "NOT APPLIED -- REWRITE FAILED" TO RD-RESULT
                   ADD 1 TO UNAPPLIED-EVENT-COUNT
               NOT INVALID KEY
                   PERFORM 660-COUNT-REPLAYED-EVENT
           END-REWRITE.

       655-SPLIT-PRORATION-CREDIT.
           COMPUTE PRORATION-OWED-DROP = TUITION-OWED - HI-NEW-BALANCE.
           IF PRORATION-OWED-DROP < ZERO
               MOVE ZERO TO PRORATION-OWED-DROP
           END-IF.
           COMPUTE PRORATION-CREDIT =
               HI-TRANS-AMOUNT - PRORATION-OWED-DROP.
           IF PRORATION-CREDIT > ZERO
               ADD PRORATION-CREDIT TO CREDIT-BALANCE
           END-IF.

       660-COUNT-REPLAYED-EVENT.
           MOVE TUITION-OWED TO RD-OWED-AFTER.
           MOVE CREDIT-BALANCE TO RD-CREDIT-AFTER.
           IF CREDIT-CAME-UP-SHORT
               MOVE "CREDIT SHORT" TO RD-NOTE
               ADD 1 TO CREDIT-SHORT-COUNT
           END-IF.
           ADD 1 TO REPLAYED-EVENT-COUNT.
           ADD HI-TRANS-AMOUNT TO REPLAYED-EVENT-TOTAL.
           IF HI-STUDENT-NUMBER NOT = LAST-REPLAYED-STUDENT
               MOVE HI-STUDENT-NUMBER TO LAST-REPLAYED-STUDENT
               ADD 1 TO REPLAYED-STUDENT-COUNT
           END-IF.

       700-PRINT-RECOVERY-TOTALS.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           IF RESTORE-STUDENT-FILE
               AND NOT RESTORE-HISTORY-FILE
               MOVE "EVENTS ALREADY ON THE BACKUP" TO RT-CAPTION
               MOVE EVENTS-ON-BACKUP-COUNT TO RT-COUNT
               WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
               MOVE "EVENTS RE-APPLIED" TO RT-CAPTION
               MOVE REPLAYED-EVENT-COUNT TO RT-COUNT
               WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
               MOVE "STUDENTS ROLLED FORWARD" TO RT-CAPTION
               MOVE REPLAYED-STUDENT-COUNT TO RT-COUNT
               WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
               MOVE "EVENTS NOT APPLIED" TO RT-CAPTION
               MOVE UNAPPLIED-EVENT-COUNT TO RT-COUNT
               WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
               MOVE "CREDIT SHORTFALLS" TO RT-CAPTION
               MOVE CREDIT-SHORT-COUNT TO RT-COUNT
               WRITE RECOVERY-REPORT-LINE FROM RECOVERY-TOTAL-LINE
               MOVE SPACES TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "NAME, ADDRESS, STATUS AND DUE DATE CHANGES AND "
                   DELIMITED BY SIZE
                   "STUDENTS ADDED SINCE THE BACKUP ARE NOT IN THE "
                   DELIMITED BY SIZE
                   "HISTORY -- KEY THEM AGAIN." DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.
           IF RESTORE-PAYMENT-PLANS OR RESTORE-DUNNING-STATUS
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "PAYMENT PLANS AND DUNNING STATUS STAND AS AT "
                   DELIMITED BY SIZE
                   "THE BACKUP -- CHANGES SINCE ARE NOT RE-APPLIED."
                   DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.

       750-LOG-RECOVERY.
           PERFORM 134-OPEN-AUDIT-LOG-FILE.
           ACCEPT AUDIT-CURRENT-DATE FROM DATE.
           ACCEPT AUDIT-CURRENT-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE AUDIT-CURRENT-DATE TO AL-DATE.
           MOVE AUDIT-CURRENT-TIME TO AL-TIME.
           MOVE ZERO TO AL-STUDENT-NUMBER.
           MOVE GENERATION-DATE TO RA-BACKUP-DATE.
           MOVE RECOVERY-AUDIT-NOTE TO AL-STUDENT-NAME.
           WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-DETAIL.
           CLOSE AUDIT-LOG-FILE.

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
           MOVE "RCV" TO RC-RUN-TYPE.
           MOVE RECOVERY-RUN-DATE TO RC-BUSINESS-DATE.
           MOVE REPLAYED-EVENT-COUNT TO RC-RECORD-COUNT.
           MOVE REPLAYED-EVENT-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       850-DISPLAY-RUN-TOTALS.
           DISPLAY "RESTORED FROM THE BACKUP OF " GENERATION-DATE ".".
           IF RESTORE-STUDENT-FILE
               DISPLAY "  " STUDENT-RESTORE-COUNT
                   " STUDENT RECORD(S) RESTORED"
           END-IF.
           IF RESTORE-HISTORY-FILE
               DISPLAY "  " HISTORY-RESTORE-COUNT
                   " HISTORY EVENT(S) RESTORED"
           END-IF.
           IF RESTORE-PAYMENT-PLANS
               DISPLAY "  " PLAN-RESTORE-COUNT
                   " PAYMENT PLAN(S) RESTORED"
           END-IF.
           IF RESTORE-DUNNING-STATUS
               DISPLAY "  " DUNNING-RESTORE-COUNT
                   " DUNNING STATUS RECORD(S) RESTORED"
           END-IF.
           IF RESTORE-STUDENT-FILE
               AND NOT RESTORE-HISTORY-FILE
               DISPLAY "  " REPLAYED-EVENT-COUNT
                   " EVENT(S) RE-APPLIED, " UNAPPLIED-EVENT-COUNT
                   " NOT APPLIED"
           END-IF.
           DISPLAY "THE REPORT IS ON RECOVERY-REPORT.TXT.".

       END PROGRAM PROJECT_01_RCV.
