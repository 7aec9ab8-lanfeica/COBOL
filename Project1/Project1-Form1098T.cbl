      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Year-end IRS Form 1098-T run, so the Bursar stops
      *          building the tuition statements by hand from the
      *          printed history every January. The operator keys
      *          the calendar year to report (or takes last year),
      *          and every student with reportable activity in that
      *          year gets a detail record on the fixed-format
      *          electronic filing file 1098T-EFILE.TXT and a
      *          printed student copy on 1098T-FORMS.TXT, one fixed
      *          60-line page each, addressed from STUDENT-STREET,
      *          CITY, STATE, and ZIP for a standard window
      *          envelope.
      *
      *          The year's figures come from the student history.
      *          PROJECT_01_HAR may already have rolled part of the
      *          year onto HISTORY-ARCHIVE.TXT, so the archive is
      *          read first and the live STUDENT-HISTORY.TXT after
      *          it -- an archived trail always predates whatever
      *          the live file holds for the same student. Each
      *          student's figures are gathered on the work file
      *          TAX-YEAR-WORK.TXT, rebuilt from scratch every run:
      *
      *            QUALIFIED TUITION  CH charges, plus any increase
      *                               a maintenance adjustment (AJ)
      *                               or replaced charge (RP) made
      *                               to the balance, less
      *                               withdrawal prorations (WD)
      *                               and any decrease an AJ or RP
      *                               made. AJ and RP carry the new
      *                               balance, not the change, so
      *                               the change is worked out
      *                               against the balance left by
      *                               the student's prior event.
      *            PAYMENTS (BOX 1)   PY payments, LOAN aid applied
      *                               (AL), credit on account
      *                               applied to a charge (CR) other
      *                               than aid credit, and
      *                               recoveries of debt written
      *                               off (RV), less returned
      *                               checks (NS) and returned
      *                               recoveries (RR).
      *            SCHOLARSHIPS AND   Grant (AG) and scholarship
      *            GRANTS (BOX 5)     (AS) aid applied, the excess
      *                               of that aid held on account
      *                               (an OV posted straight after
      *                               the AG or AS, same date), and
      *                               sponsor payments (SP).
      *
      *          Grant and scholarship excess held on account is
      *          carried per student as aid credit. A later CR is
      *          taken from the aid credit first, and that part is
      *          left out of box 1, since the aid was already
      *          reported in box 5 when it was disbursed; a refund
      *          (RF) draws the aid credit down the same way. Any
      *          other overpayment held on account, late fees, NSF
      *          fees, refunds, and bad-debt write-offs (WO) are not
      *          qualified expenses or payments and are left out.
      *
      *          A student purged from STUDENT.TXT by PROJECT_01_ARC
      *          during the year is still reported, from the most
      *          recent STUDENT-ARCHIVE.TXT record. A student with
      *          no taxpayer ID or no mailing address on file is
      *          held off both the filing file and the forms and
      *          listed on 1098T-EXCEPTIONS.TXT instead, for the
      *          Bursar's staff to chase; the run can be repeated
      *          once the records are corrected, since every output
      *          file is rebuilt each time.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a maintenance role or
      *          better, since the filing file carries every
      *          student's taxpayer ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_TAX.
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
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO
               "../HISTORY-ARCHIVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-FILE-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO
               "../STUDENT-ARCHIVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-ARCHIVE-FILE-STATUS.
           SELECT TAX-WORK-FILE ASSIGN TO "../TAX-YEAR-WORK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-STUDENT-NUMBER
               FILE STATUS IS TAX-WORK-FILE-STATUS.
           SELECT TAX-EFILE-FILE ASSIGN TO "../1098T-EFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-FORM-FILE ASSIGN TO "../1098T-FORMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-EXCEPTION-FILE ASSIGN TO
               "../1098T-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD HISTORY-ARCHIVE-FILE.
       01 ARCHIVED-HISTORY-RECORD.
           05 HA-ROLL-DATE PIC 9(8).
           05 HA-STUDENT-NUMBER PIC 9(7).
           05 HA-POST-DATE PIC 9(8).
           05 HA-POST-SEQ PIC 9(3).
           05 HA-TRANS-CODE PIC X(2).
           05 HA-TRANS-AMOUNT PIC 9(7)V99.
           05 HA-NEW-BALANCE PIC 9(7)V99.

       FD STUDENT-ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AR-ARCHIVE-DATE PIC 9(8).
           05 AR-STUDENT-NAME PIC X(40).
           05 AR-STUDENT-NUMBER PIC 9(7).
           05 AR-TUITION-OWED PIC 9(7)V99.
           05 AR-ENROLLMENT-STATUS PIC X(1).
           05 AR-TUITION-DUE-DATE PIC 9(8).
           05 AR-CREDIT-BALANCE PIC 9(7)V99.
           05 AR-STUDENT-STREET PIC X(30).
           05 AR-STUDENT-CITY PIC X(20).
           05 AR-STUDENT-STATE PIC X(2).
           05 AR-STUDENT-ZIP PIC X(9).
           05 AR-STUDENT-PROGRAM-CODE PIC X(5).
           05 AR-STUDENT-TIN PIC X(9).

       FD TAX-WORK-FILE.
       01 TAX-WORK-RECORD.
           05 TW-STUDENT-NUMBER PIC 9(7).
           05 TW-LAST-BALANCE PIC 9(7)V99.
           05 TW-ACTIVITY-SWITCH PIC X(1).
               88 TW-YEAR-ACTIVITY VALUE "Y".
           05 TW-TUITION-CHARGED PIC 9(9)V99.
           05 TW-CHARGE-REDUCTIONS PIC 9(9)V99.
           05 TW-PAYMENTS-RECEIVED PIC 9(9)V99.
           05 TW-PAYMENTS-REVERSED PIC 9(9)V99.
           05 TW-SCHOLARSHIPS-GRANTS PIC 9(9)V99.
           05 TW-AID-CREDIT PIC 9(7)V99.
           05 TW-LAST-EVENT-CODE PIC X(2).
           05 TW-LAST-EVENT-DATE PIC 9(8).
           05 TW-ARCHIVE-SWITCH PIC X(1).
               88 TW-ARCHIVE-RECORD-FOUND VALUE "Y".
           05 TW-STUDENT-NAME PIC X(40).
           05 TW-STUDENT-STREET PIC X(30).
           05 TW-STUDENT-CITY PIC X(20).
           05 TW-STUDENT-STATE PIC X(2).
           05 TW-STUDENT-ZIP PIC X(9).
           05 TW-STUDENT-TIN PIC X(9).

       FD TAX-EFILE-FILE.
       01 TAX-EFILE-RECORD.
           05 TF-RECORD-TYPE PIC X(1).
           05 TF-RECORD-BODY PIC X(150).
           05 TF-HEADER-BODY REDEFINES TF-RECORD-BODY.
               10 TF-HEADER-TAX-YEAR PIC 9(4).
               10 TF-HEADER-RUN-DATE PIC 9(8).
               10 TF-HEADER-FILER-NAME PIC X(40).
               10 FILLER PIC X(98).
           05 TF-DETAIL-BODY REDEFINES TF-RECORD-BODY.
               10 TF-STUDENT-TIN PIC X(9).
               10 TF-STUDENT-NUMBER PIC 9(7).
               10 TF-STUDENT-NAME PIC X(40).
               10 TF-STUDENT-STREET PIC X(30).
               10 TF-STUDENT-CITY PIC X(20).
               10 TF-STUDENT-STATE PIC X(2).
               10 TF-STUDENT-ZIP PIC X(9).
               10 TF-QUALIFIED-TUITION PIC 9(9)V99.
               10 TF-PAYMENTS-RECEIVED PIC 9(9)V99.
               10 TF-SCHOLARSHIPS-GRANTS PIC 9(9)V99.
           05 TF-TRAILER-BODY REDEFINES TF-RECORD-BODY.
               10 TF-TRAILER-RECORD-COUNT PIC 9(7).
               10 TF-TRAILER-TUITION-TOTAL PIC 9(9)V99.
               10 TF-TRAILER-PAYMENTS-TOTAL PIC 9(9)V99.
               10 TF-TRAILER-SCHOLARSHIP-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(110).

       FD TAX-FORM-FILE.
       01 FORM-LINE PIC X(80).

       FD TAX-EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).

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
       01 HISTORY-ARCHIVE-FILE-STATUS PIC X(2).
       01 STUDENT-ARCHIVE-FILE-STATUS PIC X(2).
       01 TAX-WORK-FILE-STATUS PIC X(2).
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

       01 TAX-YEAR-FIELDS.
           05 TAX-YEAR-INPUT PIC X(4).
           05 TAX-YEAR-INPUT-NUM REDEFINES
               TAX-YEAR-INPUT PIC 9(4).
           05 TAX-YEAR-VALID-SWITCH PIC X(1).
               88 TAX-YEAR-IS-VALID VALUE "Y".
           05 TAX-YEAR PIC 9(4).
           05 TAX-YEAR-START-DATE PIC 9(8).
           05 TAX-YEAR-END-DATE PIC 9(8).
           05 TAX-RUN-DATE PIC 9(8).
           05 TAX-RUN-DATE-SPLIT REDEFINES TAX-RUN-DATE.
               10 TAX-RUN-CCYY PIC 9(4).
               10 TAX-RUN-MM PIC 9(2).
               10 TAX-RUN-DD PIC 9(2).

       01 FILE-AVAILABLE-FIELDS.
           05 HISTORY-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 HISTORY-FILE-AVAILABLE VALUE "Y".
           05 HISTORY-ARCHIVE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 HISTORY-ARCHIVE-AVAILABLE VALUE "Y".
           05 STUDENT-ARCHIVE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 STUDENT-ARCHIVE-AVAILABLE VALUE "Y".

       01 EOF-SWITCHES.
           05 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
               88 END-OF-HISTORY-FILE VALUE "Y".
           05 HISTORY-ARCHIVE-EOF-SWITCH PIC X(1) VALUE "N".
               88 END-OF-HISTORY-ARCHIVE VALUE "Y".
           05 STUDENT-ARCHIVE-EOF-SWITCH PIC X(1) VALUE "N".
               88 END-OF-STUDENT-ARCHIVE VALUE "Y".
           05 TAX-WORK-EOF-SWITCH PIC X(1) VALUE "N".
               88 END-OF-TAX-WORK-FILE VALUE "Y".

      ******************************************************************
      * One history event, from either the archive or the live file,
      * in the form 350-APPLY-ONE-EVENT works from.
      ******************************************************************
       01 TAX-EVENT-FIELDS.
           05 TAX-EVENT-STUDENT-NUMBER PIC 9(7).
           05 TAX-EVENT-POST-DATE PIC 9(8).
           05 TAX-EVENT-TRANS-CODE PIC X(2).
           05 TAX-EVENT-AMOUNT PIC 9(7)V99.
           05 TAX-EVENT-NEW-BALANCE PIC 9(7)V99.
           05 AID-CREDIT-PORTION PIC 9(7)V99.
           05 WORK-RECORD-SWITCH PIC X(1).
               88 WORK-RECORD-ON-FILE VALUE "Y".

       01 TAX-FORM-WORK-FIELDS.
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".
           05 FORM-SOURCE-SWITCH PIC X(1).
               88 FORM-SOURCE-FOUND VALUE "Y".
           05 FORM-STUDENT-NAME PIC X(40).
           05 FORM-STUDENT-STREET PIC X(30).
           05 FORM-STUDENT-CITY PIC X(20).
           05 FORM-STUDENT-STATE PIC X(2).
           05 FORM-STUDENT-ZIP PIC X(9).
           05 FORM-STUDENT-TIN PIC X(9).
           05 FORM-TIN-SPLIT REDEFINES FORM-STUDENT-TIN.
               10 FORM-TIN-FIRST-FIVE PIC X(5).
               10 FORM-TIN-LAST-FOUR PIC X(4).
           05 FORM-QUALIFIED-TUITION PIC 9(9)V99.
           05 FORM-PAYMENTS-RECEIVED PIC 9(9)V99.
           05 FORM-SCHOLARSHIPS-GRANTS PIC 9(9)V99.
           05 FORM-EXCEPTION-REASON PIC X(34).
           05 PAGE-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
           05 LINES-PER-FORM-PAGE PIC 9(2) COMP VALUE 60.

       01 TAX-RUN-TOTALS.
           05 FORMS-ISSUED-COUNT PIC 9(7) VALUE ZERO.
           05 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           05 ARCHIVE-EVENTS-READ-COUNT PIC 9(7) VALUE ZERO.
           05 HISTORY-EVENTS-READ-COUNT PIC 9(7) VALUE ZERO.
           05 QUALIFIED-TUITION-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 PAYMENTS-RECEIVED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 SCHOLARSHIPS-GRANTS-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 TAX-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.

       01 FORM-HEADING-LINE-1.
           05 FILLER PIC X(80) VALUE
               "STATE UNIVERSITY  --  OFFICE OF THE BURSAR".

       01 FORM-HEADING-LINE-2.
           05 FILLER PIC X(34) VALUE
               "FORM 1098-T  TUITION STATEMENT".
           05 FILLER PIC X(10) VALUE "TAX YEAR".
           05 FH-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(32) VALUE
               "     COPY B -- FOR STUDENT".

       01 FORM-ADDRESS-LINE-1.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FA-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(36) VALUE SPACES.

       01 FORM-ADDRESS-LINE-2.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FA-STUDENT-STREET PIC X(30).
           05 FILLER PIC X(46) VALUE SPACES.

       01 FORM-ADDRESS-LINE-3.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FA-STUDENT-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FA-STUDENT-STATE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FA-STUDENT-ZIP PIC X(9).
           05 FILLER PIC X(42) VALUE SPACES.

       01 FORM-TIN-LINE.
           05 FILLER PIC X(30) VALUE "STUDENT'S TIN".
           05 FILLER PIC X(6) VALUE "***-**".
           05 FILLER PIC X(1) VALUE "-".
           05 FT-TIN-LAST-FOUR PIC X(4).
           05 FILLER PIC X(39) VALUE SPACES.

       01 FORM-NUMBER-LINE.
           05 FILLER PIC X(30) VALUE "STUDENT NUMBER".
           05 FN-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(43) VALUE SPACES.

       01 FORM-BOX-1-LINE.
           05 FILLER PIC X(50) VALUE
               "BOX 1  PAYMENTS RECEIVED FOR QUALIFIED TUITION".
           05 FB-PAYMENTS-RECEIVED PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(13) VALUE SPACES.

       01 FORM-BOX-1-LINE-2.
           05 FILLER PIC X(80) VALUE
               "       AND RELATED EXPENSES".

       01 FORM-BOX-5-LINE.
           05 FILLER PIC X(50) VALUE
               "BOX 5  SCHOLARSHIPS OR GRANTS".
           05 FB-SCHOLARSHIPS-GRANTS PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(13) VALUE SPACES.

       01 FORM-CHARGED-LINE.
           05 FILLER PIC X(50) VALUE
               "QUALIFIED TUITION AND RELATED EXPENSES BILLED".
           05 FB-QUALIFIED-TUITION PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(13) VALUE SPACES.

       01 FORM-NOTICE-LINE-1.
           05 FILLER PIC X(40) VALUE
               "THIS IS IMPORTANT TAX INFORMATION AND IS".
           05 FILLER PIC X(40) VALUE
               " BEING FURNISHED TO THE".

       01 FORM-NOTICE-LINE-2.
           05 FILLER PIC X(40) VALUE
               "INTERNAL REVENUE SERVICE. KEEP IT WITH".
           05 FILLER PIC X(40) VALUE
               " YOUR TAX RECORDS.".

       01 EXCEPTION-HEADING-LINE-1.
           05 FILLER PIC X(32) VALUE
               "1098-T EXCEPTION LIST".
           05 FILLER PIC X(10) VALUE "TAX YEAR".
           05 EH-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN".
           05 EH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.

       01 EXCEPTION-HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STUDENT".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(38) VALUE "REASON HELD".

       01 EXCEPTION-DETAIL-LINE.
           05 ED-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 ED-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-REASON PIC X(34).
           05 FILLER PIC X(4) VALUE SPACES.

       01 EXCEPTION-TOTAL-LINE.
           05 FILLER PIC X(30) VALUE "STUDENTS HELD".
           05 ET-EXCEPTION-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRINT-1098T-FORMS.
           PERFORM 130-SIGN-ON-OPERATOR.
           PERFORM 200-PROMPT-TAX-YEAR.
           PERFORM 210-OPEN-TAX-FILES.
           PERFORM 300-GATHER-ARCHIVED-HISTORY.
           PERFORM 400-GATHER-CURRENT-HISTORY.
           PERFORM 500-GATHER-ARCHIVED-STUDENTS.
           PERFORM 600-START-TAX-OUTPUT.
           PERFORM 700-ISSUE-ONE-STUDENT
               UNTIL END-OF-TAX-WORK-FILE.
           PERFORM 800-FINISH-TAX-OUTPUT.
           PERFORM 900-CLOSE-TAX-FILES.
           STOP RUN.

      ******************************************************************
      * The filing file carries every reported student's taxpayer
      * ID, so the run signs on against the operator master kept by
      * PROJECT_01_OPR and requires a maintenance role or better.
      * Three failed tries stop the run; each denial is written to
      * AUDITLOG.TXT. A missing operator master refuses the run --
      * set operators up with PROJECT_01_OPR first.
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
      * The run is made in January for the year just closed, so
      * last year is the default.
      ******************************************************************
       200-PROMPT-TAX-YEAR.
           ACCEPT TAX-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO TAX-YEAR-VALID-SWITCH.
           PERFORM 205-ACCEPT-TAX-YEAR
               UNTIL TAX-YEAR-IS-VALID.
           COMPUTE TAX-YEAR-START-DATE = TAX-YEAR * 10000 + 0101.
           COMPUTE TAX-YEAR-END-DATE = TAX-YEAR * 10000 + 1231.

       205-ACCEPT-TAX-YEAR.
           DISPLAY "ENTER THE CALENDAR YEAR TO REPORT (CCYY), ".
           DISPLAY "OR PRESS ENTER FOR LAST YEAR: ".
           ACCEPT TAX-YEAR-INPUT.
           IF TAX-YEAR-INPUT = SPACES
               COMPUTE TAX-YEAR = TAX-RUN-CCYY - 1
               MOVE "Y" TO TAX-YEAR-VALID-SWITCH
               DISPLAY "REPORTING TAX YEAR " TAX-YEAR "."
           ELSE
               IF TAX-YEAR-INPUT IS NUMERIC
                   AND TAX-YEAR-INPUT-NUM > 1999
                   AND TAX-YEAR-INPUT-NUM NOT > TAX-RUN-CCYY
                   MOVE TAX-YEAR-INPUT-NUM TO TAX-YEAR
                   MOVE "Y" TO TAX-YEAR-VALID-SWITCH
               ELSE
                   DISPLAY "THE TAX YEAR MUST BE A 4-DIGIT YEAR NO "
                       "LATER THAN THIS ONE. PLEASE TRY AGAIN."
               END-IF
           END-IF.

      ******************************************************************
      * Either history file may be missing -- a shop that has never
      * rolled history has no archive, and a fully rolled year may
      * have left nothing live -- but not both. The student archive
      * is only there once PROJECT_01_ARC has purged someone. The
      * work file is rebuilt empty every run and reopened for
      * update, since every event is looked up before it is written.
      ******************************************************************
       210-OPEN-TAX-FILES.
           OPEN INPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY-FILE.
           EVALUATE STUDENT-HISTORY-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO HISTORY-FILE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO HISTORY-FILE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING STUDENT HISTORY FILE, "
                       "STATUS = " STUDENT-HISTORY-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           EVALUATE HISTORY-ARCHIVE-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO HISTORY-ARCHIVE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO HISTORY-ARCHIVE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING HISTORY ARCHIVE FILE, "
                       "STATUS = " HISTORY-ARCHIVE-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF NOT HISTORY-FILE-AVAILABLE
               AND NOT HISTORY-ARCHIVE-AVAILABLE
               DISPLAY "NO STUDENT HISTORY IS ON HAND, LIVE OR "
                   "ARCHIVED -- NOTHING TO REPORT."
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-ARCHIVE-FILE.
           EVALUATE STUDENT-ARCHIVE-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO STUDENT-ARCHIVE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO STUDENT-ARCHIVE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING STUDENT ARCHIVE FILE, "
                       "STATUS = " STUDENT-ARCHIVE-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT TAX-WORK-FILE.
           IF TAX-WORK-FILE-STATUS = "00"
               CLOSE TAX-WORK-FILE
               OPEN I-O TAX-WORK-FILE
           END-IF.
           IF TAX-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TAX WORK FILE, STATUS = "
                   TAX-WORK-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT TAX-EFILE-FILE.
           OPEN OUTPUT TAX-FORM-FILE.
           OPEN OUTPUT TAX-EXCEPTION-FILE.

      ******************************************************************
      * PROJECT_01_HAR writes each rolled trail in key order and
      * rolls the years in order, so one student's archived events
      * read in date order.
      ******************************************************************
       300-GATHER-ARCHIVED-HISTORY.
           IF HISTORY-ARCHIVE-AVAILABLE
               PERFORM 310-READ-HISTORY-ARCHIVE
               PERFORM 320-GATHER-ONE-ARCHIVED-EVENT
                   UNTIL END-OF-HISTORY-ARCHIVE
           END-IF.

       310-READ-HISTORY-ARCHIVE.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO HISTORY-ARCHIVE-EOF-SWITCH
           END-READ.

       320-GATHER-ONE-ARCHIVED-EVENT.
           ADD 1 TO ARCHIVE-EVENTS-READ-COUNT.
           MOVE HA-STUDENT-NUMBER TO TAX-EVENT-STUDENT-NUMBER.
           MOVE HA-POST-DATE TO TAX-EVENT-POST-DATE.
           MOVE HA-TRANS-CODE TO TAX-EVENT-TRANS-CODE.
           MOVE HA-TRANS-AMOUNT TO TAX-EVENT-AMOUNT.
           MOVE HA-NEW-BALANCE TO TAX-EVENT-NEW-BALANCE.
           PERFORM 350-APPLY-ONE-EVENT.
           PERFORM 310-READ-HISTORY-ARCHIVE.

      ******************************************************************
      * Events after the tax year are of no interest. Events before
      * it only set the balance the first AJ or RP of the year is
      * measured against, and the aid credit a CR of the year may
      * be taken from. Events in the year are added to the
      * student's figures by trans code.
      ******************************************************************
       350-APPLY-ONE-EVENT.
           IF TAX-EVENT-POST-DATE NOT > TAX-YEAR-END-DATE
               PERFORM 360-READ-TAX-WORK-RECORD
               PERFORM 365-CARRY-AID-CREDIT
               IF TAX-EVENT-POST-DATE NOT < TAX-YEAR-START-DATE
                   PERFORM 370-ADD-EVENT-TO-FIGURES
               END-IF
               MOVE TAX-EVENT-NEW-BALANCE TO TW-LAST-BALANCE
               MOVE TAX-EVENT-TRANS-CODE TO TW-LAST-EVENT-CODE
               MOVE TAX-EVENT-POST-DATE TO TW-LAST-EVENT-DATE
               PERFORM 380-SAVE-TAX-WORK-RECORD
           END-IF.

       360-READ-TAX-WORK-RECORD.
           MOVE TAX-EVENT-STUDENT-NUMBER TO TW-STUDENT-NUMBER.
           READ TAX-WORK-FILE
               KEY IS TW-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO WORK-RECORD-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WORK-RECORD-SWITCH
           END-READ.
           IF NOT WORK-RECORD-ON-FILE
               MOVE SPACES TO TAX-WORK-RECORD
               MOVE TAX-EVENT-STUDENT-NUMBER TO TW-STUDENT-NUMBER
               MOVE ZERO TO TW-LAST-BALANCE
               MOVE "N" TO TW-ACTIVITY-SWITCH
               MOVE ZERO TO TW-TUITION-CHARGED
               MOVE ZERO TO TW-CHARGE-REDUCTIONS
               MOVE ZERO TO TW-PAYMENTS-RECEIVED
               MOVE ZERO TO TW-PAYMENTS-REVERSED
               MOVE ZERO TO TW-SCHOLARSHIPS-GRANTS
               MOVE ZERO TO TW-AID-CREDIT
               MOVE SPACES TO TW-LAST-EVENT-CODE
               MOVE ZERO TO TW-LAST-EVENT-DATE
               MOVE "N" TO TW-ARCHIVE-SWITCH
           END-IF.

      ******************************************************************
      * PROJECT_01_DSB posts the excess of a grant or scholarship as
      * an OV straight after the AG or AS it came from, on the same
      * date, so that OV is aid held on account rather than an
      * overpayment. AID-CREDIT-PORTION is the part of this event
      * that is aid credit: the whole of such an OV, or the part of
      * a CR or RF taken from the aid credit built up so far.
      ******************************************************************
       365-CARRY-AID-CREDIT.
           MOVE ZERO TO AID-CREDIT-PORTION.
           EVALUATE TAX-EVENT-TRANS-CODE
               WHEN "OV"
                   IF (TW-LAST-EVENT-CODE = "AG"
                       OR TW-LAST-EVENT-CODE = "AS")
                       AND TW-LAST-EVENT-DATE = TAX-EVENT-POST-DATE
                       MOVE TAX-EVENT-AMOUNT TO AID-CREDIT-PORTION
                       ADD TAX-EVENT-AMOUNT TO TW-AID-CREDIT
                   END-IF
               WHEN "CR"
               WHEN "RF"
                   IF TAX-EVENT-AMOUNT < TW-AID-CREDIT
                       MOVE TAX-EVENT-AMOUNT TO AID-CREDIT-PORTION
                   ELSE
                       MOVE TW-AID-CREDIT TO AID-CREDIT-PORTION
                   END-IF
                   SUBTRACT AID-CREDIT-PORTION FROM TW-AID-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       370-ADD-EVENT-TO-FIGURES.
           EVALUATE TAX-EVENT-TRANS-CODE
               WHEN "CH"
                   ADD TAX-EVENT-AMOUNT TO TW-TUITION-CHARGED
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN "AJ"
               WHEN "RP"
                   IF TAX-EVENT-NEW-BALANCE > TW-LAST-BALANCE
                       COMPUTE TW-TUITION-CHARGED =
                           TW-TUITION-CHARGED
                           + TAX-EVENT-NEW-BALANCE - TW-LAST-BALANCE
                   ELSE
                       COMPUTE TW-CHARGE-REDUCTIONS =
                           TW-CHARGE-REDUCTIONS
                           + TW-LAST-BALANCE - TAX-EVENT-NEW-BALANCE
                   END-IF
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN "WD"
                   ADD TAX-EVENT-AMOUNT TO TW-CHARGE-REDUCTIONS
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN "PY"
               WHEN "AL"
               WHEN "RV"
                   ADD TAX-EVENT-AMOUNT TO TW-PAYMENTS-RECEIVED
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN "CR"
                   COMPUTE TW-PAYMENTS-RECEIVED =
                       TW-PAYMENTS-RECEIVED
                       + TAX-EVENT-AMOUNT - AID-CREDIT-PORTION
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN "OV"
                   IF AID-CREDIT-PORTION > ZERO
                       ADD AID-CREDIT-PORTION TO TW-SCHOLARSHIPS-GRANTS
                       MOVE "Y" TO TW-ACTIVITY-SWITCH
                   END-IF
               WHEN "NS"
               WHEN "RR"
                   ADD TAX-EVENT-AMOUNT TO TW-PAYMENTS-REVERSED
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN "AG"
               WHEN "AS"
               WHEN "SP"
                   ADD TAX-EVENT-AMOUNT TO TW-SCHOLARSHIPS-GRANTS
                   MOVE "Y" TO TW-ACTIVITY-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       380-SAVE-TAX-WORK-RECORD.
           IF WORK-RECORD-ON-FILE
               REWRITE TAX-WORK-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING TAX WORK RECORD FOR "
                           "STUDENT NUMBER " TW-STUDENT-NUMBER
               END-REWRITE
           ELSE
               WRITE TAX-WORK-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING TAX WORK RECORD FOR "
                           "STUDENT NUMBER " TW-STUDENT-NUMBER
               END-WRITE
           END-IF.

      ******************************************************************
      * The live history is read in key order -- student, then date
      * and sequence -- so each student's events arrive in the order
      * they were posted, after anything already taken from the
      * archive.
      ******************************************************************
       400-GATHER-CURRENT-HISTORY.
           IF HISTORY-FILE-AVAILABLE
               PERFORM 410-READ-HISTORY-RECORD
               PERFORM 420-GATHER-ONE-CURRENT-EVENT
                   UNTIL END-OF-HISTORY-FILE
           END-IF.

       410-READ-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       420-GATHER-ONE-CURRENT-EVENT.
           ADD 1 TO HISTORY-EVENTS-READ-COUNT.
           MOVE HI-STUDENT-NUMBER TO TAX-EVENT-STUDENT-NUMBER.
           MOVE HI-POST-DATE TO TAX-EVENT-POST-DATE.
           MOVE HI-TRANS-CODE TO TAX-EVENT-TRANS-CODE.
           MOVE HI-TRANS-AMOUNT TO TAX-EVENT-AMOUNT.
           MOVE HI-NEW-BALANCE TO TAX-EVENT-NEW-BALANCE.
           PERFORM 350-APPLY-ONE-EVENT.
           PERFORM 410-READ-HISTORY-RECORD.

      ******************************************************************
      * A student purged to the archive during the year is no longer
      * on STUDENT.TXT, so the name, address, and taxpayer ID for
      * the form are kept from the student archive. The archive is
      * written in date order, so the last record read for a
      * student is the most recent archiving.
      ******************************************************************
       500-GATHER-ARCHIVED-STUDENTS.
           IF STUDENT-ARCHIVE-AVAILABLE
               PERFORM 510-READ-STUDENT-ARCHIVE
               PERFORM 520-SAVE-ARCHIVED-STUDENT
                   UNTIL END-OF-STUDENT-ARCHIVE
           END-IF.

       510-READ-STUDENT-ARCHIVE.
           READ STUDENT-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO STUDENT-ARCHIVE-EOF-SWITCH
           END-READ.

       520-SAVE-ARCHIVED-STUDENT.
           MOVE AR-STUDENT-NUMBER TO TW-STUDENT-NUMBER.
           READ TAX-WORK-FILE
               KEY IS TW-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO WORK-RECORD-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WORK-RECORD-SWITCH
           END-READ.
           IF WORK-RECORD-ON-FILE AND TW-YEAR-ACTIVITY
               MOVE "Y" TO TW-ARCHIVE-SWITCH
               MOVE AR-STUDENT-NAME TO TW-STUDENT-NAME
               MOVE AR-STUDENT-STREET TO TW-STUDENT-STREET
               MOVE AR-STUDENT-CITY TO TW-STUDENT-CITY
               MOVE AR-STUDENT-STATE TO TW-STUDENT-STATE
               MOVE AR-STUDENT-ZIP TO TW-STUDENT-ZIP
               MOVE AR-STUDENT-TIN TO TW-STUDENT-TIN
               PERFORM 380-SAVE-TAX-WORK-RECORD
           END-IF.
           PERFORM 510-READ-STUDENT-ARCHIVE.

       600-START-TAX-OUTPUT.
           MOVE SPACES TO TAX-EFILE-RECORD.
           MOVE "H" TO TF-RECORD-TYPE.
           MOVE TAX-YEAR TO TF-HEADER-TAX-YEAR.
           MOVE TAX-RUN-DATE TO TF-HEADER-RUN-DATE.
           MOVE "STATE UNIVERSITY" TO TF-HEADER-FILER-NAME.
           WRITE TAX-EFILE-RECORD.
           MOVE TAX-YEAR TO FH-TAX-YEAR.
           MOVE TAX-YEAR TO EH-TAX-YEAR.
           MOVE TAX-RUN-DATE TO EH-RUN-DATE.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE-1.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE-2.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ZERO TO TW-STUDENT-NUMBER.
           START TAX-WORK-FILE
               KEY IS NOT LESS THAN TW-STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO TAX-WORK-EOF-SWITCH
           END-START.
           IF NOT END-OF-TAX-WORK-FILE
               PERFORM 610-READ-TAX-WORK-FILE
           END-IF.

       610-READ-TAX-WORK-FILE.
           READ TAX-WORK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TAX-WORK-EOF-SWITCH
           END-READ.

      ******************************************************************
      * A student is reported when the year shows any qualified
      * tuition, payments, or scholarships and grants. Reductions
      * beyond the year's charges, or reversals beyond the year's
      * payments, report as zero rather than as a negative figure.
      ******************************************************************
       700-ISSUE-ONE-STUDENT.
           IF TW-YEAR-ACTIVITY
               PERFORM 710-FIGURE-STUDENT-AMOUNTS
               IF FORM-QUALIFIED-TUITION > ZERO
                   OR FORM-PAYMENTS-RECEIVED > ZERO
                   OR FORM-SCHOLARSHIPS-GRANTS > ZERO
                   PERFORM 720-FIND-STUDENT-ADDRESS
                   PERFORM 730-CHECK-FORM-EXCEPTION
                   IF FORM-EXCEPTION-REASON = SPACES
                       PERFORM 740-WRITE-EFILE-DETAIL
                       PERFORM 750-PRINT-ONE-FORM-PAGE
                   ELSE
                       PERFORM 790-PRINT-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 610-READ-TAX-WORK-FILE.

       710-FIGURE-STUDENT-AMOUNTS.
           IF TW-TUITION-CHARGED > TW-CHARGE-REDUCTIONS
               COMPUTE FORM-QUALIFIED-TUITION =
                   TW-TUITION-CHARGED - TW-CHARGE-REDUCTIONS
           ELSE
               MOVE ZERO TO FORM-QUALIFIED-TUITION
           END-IF.
           IF TW-PAYMENTS-RECEIVED > TW-PAYMENTS-REVERSED
               COMPUTE FORM-PAYMENTS-RECEIVED =
                   TW-PAYMENTS-RECEIVED - TW-PAYMENTS-REVERSED
           ELSE
               MOVE ZERO TO FORM-PAYMENTS-RECEIVED
           END-IF.
           MOVE TW-SCHOLARSHIPS-GRANTS TO FORM-SCHOLARSHIPS-GRANTS.

      ******************************************************************
      * The active file is the student's current address. Only a
      * student no longer on it falls back to the student archive.
      ******************************************************************
       720-FIND-STUDENT-ADDRESS.
           MOVE TW-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-FILE-OUT
               KEY IS STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO STUDENT-LOOKUP-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-LOOKUP-SWITCH
           END-READ.
           MOVE "Y" TO FORM-SOURCE-SWITCH.
           EVALUATE TRUE
               WHEN STUDENT-ON-FILE
                   MOVE STUDENT-NAME TO FORM-STUDENT-NAME
                   MOVE STUDENT-STREET TO FORM-STUDENT-STREET
                   MOVE STUDENT-CITY TO FORM-STUDENT-CITY
                   MOVE STUDENT-STATE TO FORM-STUDENT-STATE
                   MOVE STUDENT-ZIP TO FORM-STUDENT-ZIP
                   MOVE STUDENT-TIN TO FORM-STUDENT-TIN
               WHEN TW-ARCHIVE-RECORD-FOUND
                   MOVE TW-STUDENT-NAME TO FORM-STUDENT-NAME
                   MOVE TW-STUDENT-STREET TO FORM-STUDENT-STREET
                   MOVE TW-STUDENT-CITY TO FORM-STUDENT-CITY
                   MOVE TW-STUDENT-STATE TO FORM-STUDENT-STATE
                   MOVE TW-STUDENT-ZIP TO FORM-STUDENT-ZIP
                   MOVE TW-STUDENT-TIN TO FORM-STUDENT-TIN
               WHEN OTHER
                   MOVE "N" TO FORM-SOURCE-SWITCH
                   MOVE SPACES TO FORM-STUDENT-NAME
                   MOVE SPACES TO FORM-STUDENT-STREET
                   MOVE SPACES TO FORM-STUDENT-CITY
                   MOVE SPACES TO FORM-STUDENT-STATE
                   MOVE SPACES TO FORM-STUDENT-ZIP
                   MOVE SPACES TO FORM-STUDENT-TIN
           END-EVALUATE.

      ******************************************************************
      * A blank TIN, or a TIN that is not 9 digits, cannot be filed,
      * and a form with no street or city cannot be mailed.
      ******************************************************************
       730-CHECK-FORM-EXCEPTION.
           MOVE SPACES TO FORM-EXCEPTION-REASON.
           EVALUATE TRUE
               WHEN NOT FORM-SOURCE-FOUND
                   MOVE "NO STUDENT RECORD ON FILE"
                       TO FORM-EXCEPTION-REASON
               WHEN FORM-STUDENT-TIN NOT NUMERIC
                   AND (FORM-STUDENT-STREET = SPACES
                   OR FORM-STUDENT-CITY = SPACES)
                   MOVE "NO TAXPAYER ID OR ADDRESS ON FILE"
                       TO FORM-EXCEPTION-REASON
               WHEN FORM-STUDENT-TIN NOT NUMERIC
                   MOVE "NO TAXPAYER ID ON FILE"
                       TO FORM-EXCEPTION-REASON
               WHEN FORM-STUDENT-STREET = SPACES
                   OR FORM-STUDENT-CITY = SPACES
                   MOVE "NO MAILING ADDRESS ON FILE"
                       TO FORM-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       740-WRITE-EFILE-DETAIL.
           MOVE SPACES TO TAX-EFILE-RECORD.
           MOVE "D" TO TF-RECORD-TYPE.
           MOVE FORM-STUDENT-TIN TO TF-STUDENT-TIN.
           MOVE TW-STUDENT-NUMBER TO TF-STUDENT-NUMBER.
           MOVE FORM-STUDENT-NAME TO TF-STUDENT-NAME.
           MOVE FORM-STUDENT-STREET TO TF-STUDENT-STREET.
           MOVE FORM-STUDENT-CITY TO TF-STUDENT-CITY.
           MOVE FORM-STUDENT-STATE TO TF-STUDENT-STATE.
           MOVE FORM-STUDENT-ZIP TO TF-STUDENT-ZIP.
           MOVE FORM-QUALIFIED-TUITION TO TF-QUALIFIED-TUITION.
           MOVE FORM-PAYMENTS-RECEIVED TO TF-PAYMENTS-RECEIVED.
           MOVE FORM-SCHOLARSHIPS-GRANTS TO TF-SCHOLARSHIPS-GRANTS.
           WRITE TAX-EFILE-RECORD.
           ADD 1 TO FORMS-ISSUED-COUNT.
           ADD FORM-QUALIFIED-TUITION TO QUALIFIED-TUITION-TOTAL.
           ADD FORM-PAYMENTS-RECEIVED TO PAYMENTS-RECEIVED-TOTAL.
           ADD FORM-SCHOLARSHIPS-GRANTS TO SCHOLARSHIPS-GRANTS-TOTAL.

      ******************************************************************
      * Same page as the PROJECT_01_BIL tuition bill: the address
      * block sits on page lines 8 through 10, in the window of a
      * standard #10 envelope. The student copy shows only the last
      * four digits of the taxpayer ID.
      ******************************************************************
       750-PRINT-ONE-FORM-PAGE.
           MOVE ZERO TO PAGE-LINE-COUNT.
           WRITE FORM-LINE FROM FORM-HEADING-LINE-1.
           ADD 1 TO PAGE-LINE-COUNT.
           WRITE FORM-LINE FROM FORM-HEADING-LINE-2.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 780-WRITE-BLANK-FORM-LINE 5 TIMES.
           MOVE FORM-STUDENT-NAME TO FA-STUDENT-NAME.
           WRITE FORM-LINE FROM FORM-ADDRESS-LINE-1.
           ADD 1 TO PAGE-LINE-COUNT.
           MOVE FORM-STUDENT-STREET TO FA-STUDENT-STREET.
           WRITE FORM-LINE FROM FORM-ADDRESS-LINE-2.
           ADD 1 TO PAGE-LINE-COUNT.
           MOVE FORM-STUDENT-CITY TO FA-STUDENT-CITY.
           MOVE FORM-STUDENT-STATE TO FA-STUDENT-STATE.
           MOVE FORM-STUDENT-ZIP TO FA-STUDENT-ZIP.
           WRITE FORM-LINE FROM FORM-ADDRESS-LINE-3.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 780-WRITE-BLANK-FORM-LINE 3 TIMES.
           MOVE FORM-TIN-LAST-FOUR TO FT-TIN-LAST-FOUR.
           WRITE FORM-LINE FROM FORM-TIN-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           MOVE TW-STUDENT-NUMBER TO FN-STUDENT-NUMBER.
           WRITE FORM-LINE FROM FORM-NUMBER-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 780-WRITE-BLANK-FORM-LINE.
           MOVE FORM-PAYMENTS-RECEIVED TO FB-PAYMENTS-RECEIVED.
           WRITE FORM-LINE FROM FORM-BOX-1-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           WRITE FORM-LINE FROM FORM-BOX-1-LINE-2.
           ADD 1 TO PAGE-LINE-COUNT.
           MOVE FORM-SCHOLARSHIPS-GRANTS TO FB-SCHOLARSHIPS-GRANTS.
           WRITE FORM-LINE FROM FORM-BOX-5-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 780-WRITE-BLANK-FORM-LINE.
           MOVE FORM-QUALIFIED-TUITION TO FB-QUALIFIED-TUITION.
           WRITE FORM-LINE FROM FORM-CHARGED-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 780-WRITE-BLANK-FORM-LINE 2 TIMES.
           WRITE FORM-LINE FROM FORM-NOTICE-LINE-1.
           ADD 1 TO PAGE-LINE-COUNT.
           WRITE FORM-LINE FROM FORM-NOTICE-LINE-2.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 780-WRITE-BLANK-FORM-LINE
               UNTIL PAGE-LINE-COUNT NOT < LINES-PER-FORM-PAGE.

       780-WRITE-BLANK-FORM-LINE.
           MOVE SPACES TO FORM-LINE.
           WRITE FORM-LINE.
           ADD 1 TO PAGE-LINE-COUNT.

       790-PRINT-EXCEPTION-LINE.
           MOVE TW-STUDENT-NUMBER TO ED-STUDENT-NUMBER.
           MOVE FORM-STUDENT-NAME TO ED-STUDENT-NAME.
           MOVE FORM-EXCEPTION-REASON TO ED-REASON.
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE.
           ADD 1 TO EXCEPTION-COUNT.

       800-FINISH-TAX-OUTPUT.
           MOVE SPACES TO TAX-EFILE-RECORD.
           MOVE "T" TO TF-RECORD-TYPE.
           MOVE FORMS-ISSUED-COUNT TO TF-TRAILER-RECORD-COUNT.
           MOVE QUALIFIED-TUITION-TOTAL TO TF-TRAILER-TUITION-TOTAL.
           MOVE PAYMENTS-RECEIVED-TOTAL TO TF-TRAILER-PAYMENTS-TOTAL.
           MOVE SCHOLARSHIPS-GRANTS-TOTAL TO
               TF-TRAILER-SCHOLARSHIP-TOTAL.
           WRITE TAX-EFILE-RECORD.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE EXCEPTION-COUNT TO ET-EXCEPTION-COUNT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE.
           DISPLAY ARCHIVE-EVENTS-READ-COUNT " ARCHIVED AND "
               HISTORY-EVENTS-READ-COUNT " LIVE HISTORY EVENT(S) "
               "READ.".
           DISPLAY FORMS-ISSUED-COUNT " 1098-T FORM(S) ISSUED FOR "
               "TAX YEAR " TAX-YEAR ".".
           MOVE QUALIFIED-TUITION-TOTAL TO TAX-TOTAL-DISPLAY.
           DISPLAY "  QUALIFIED TUITION     " TAX-TOTAL-DISPLAY.
           MOVE PAYMENTS-RECEIVED-TOTAL TO TAX-TOTAL-DISPLAY.
           DISPLAY "  PAYMENTS RECEIVED     " TAX-TOTAL-DISPLAY.
           MOVE SCHOLARSHIPS-GRANTS-TOTAL TO TAX-TOTAL-DISPLAY.
           DISPLAY "  SCHOLARSHIPS/GRANTS   " TAX-TOTAL-DISPLAY.
           IF EXCEPTION-COUNT > ZERO
               DISPLAY EXCEPTION-COUNT " STUDENT(S) HELD FOR A "
                   "MISSING TAXPAYER ID OR ADDRESS -- SEE "
                   "1098T-EXCEPTIONS.TXT."
           END-IF.

       900-CLOSE-TAX-FILES.
           CLOSE STUDENT-FILE-OUT.
           IF HISTORY-FILE-AVAILABLE
               CLOSE STUDENT-HISTORY-FILE
           END-IF.
           IF HISTORY-ARCHIVE-AVAILABLE
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
           IF STUDENT-ARCHIVE-AVAILABLE
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.
           CLOSE TAX-WORK-FILE.
           CLOSE TAX-EFILE-FILE.
           CLOSE TAX-FORM-FILE.
           CLOSE TAX-EXCEPTION-FILE.

       END PROGRAM PROJECT_01_TAX.
