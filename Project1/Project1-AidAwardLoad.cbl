      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Load the financial aid office's award file into the
      *          award master, so grants, scholarships, and loans
      *          stop being keyed as payments and the bills stop
      *          telling aided students they owe money their aid
      *          will cover. The aid office sends AID-AWARDS.TXT
      *          with one line per award: student number, term
      *          code, aid type (G grant, S scholarship, L loan),
      *          award amount (9 digits, implied cents), and the
      *          scheduled disbursement date (CCYYMMDD).
      *
      *          Awards are kept on FINANCIAL-AID.TXT, indexed on
      *          student number and term code, with up to four
      *          awards of different aid types per student per
      *          term. A line for an aid type already on the term
      *          record revises that award's amount and date, as
      *          long as it has not been disbursed yet; a line for
      *          a new aid type is added to the record. Each award
      *          carries the date PROJECT_01_DSB disbursed it, zero
      *          until then -- PROJECT_01_BIL and PROJECT_01_RPT
      *          show the undisbursed awards as anticipated aid.
      *
      *          Every line is listed on AID-LOAD-REGISTER.TXT with
      *          what was done with it. A line that fails an edit --
      *          a student not on STUDENT.TXT, an unknown aid type,
      *          an amount or date that is not numeric, an award
      *          already disbursed, or a fifth aid type for the
      *          term -- is listed with the reason and left for the
      *          aid office to correct and resend.
      *
      *          The run signs on against the OPERATOR.TXT master
      *          kept by PROJECT_01_OPR with a maintenance role or
      *          better.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_AWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-OFFICE-FILE ASSIGN TO "../AID-AWARDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AID-OFFICE-FILE-STATUS.
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
           SELECT AID-LOAD-REGISTER-FILE ASSIGN TO
               "../AID-LOAD-REGISTER.TXT"
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

       FD AID-OFFICE-FILE.
       01 AID-OFFICE-RECORD.
           05 AO-STUDENT-NUMBER PIC X(7).
           05 AO-STUDENT-NUMBER-NUM REDEFINES
               AO-STUDENT-NUMBER PIC 9(7).
           05 AO-TERM-CODE PIC X(6).
           05 AO-AID-TYPE PIC X(1).
               88 AO-VALID-AID-TYPE VALUE "G" "S" "L".
           05 AO-AWARD-AMOUNT PIC X(9).
           05 AO-AWARD-AMOUNT-NUM REDEFINES
               AO-AWARD-AMOUNT PIC 9(7)V99.
           05 AO-DISBURSE-DATE PIC X(8).
           05 AO-DISBURSE-DATE-NUM REDEFINES
               AO-DISBURSE-DATE PIC 9(8).

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

       FD AID-LOAD-REGISTER-FILE.
       01 REGISTER-LINE PIC X(80).

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
       01 AID-OFFICE-FILE-STATUS PIC X(2).
       01 FINANCIAL-AID-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
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

       01 AID-OFFICE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-AID-OFFICE-FILE VALUE "Y".

       01 AWARD-LOAD-FIELDS.
           05 AWARD-LOAD-RUN-DATE PIC 9(8).
           05 AWARD-REJECT-REASON PIC X(34).
           05 AWARD-ACTION PIC X(34).
           05 AWARD-RECORD-SWITCH PIC X(1).
               88 AWARD-RECORD-ON-FILE VALUE "Y".
           05 STUDENT-LOOKUP-SWITCH PIC X(1).
               88 STUDENT-ON-FILE VALUE "Y".
           05 AWARD-SUB PIC 9(1) COMP.
           05 MATCHED-AWARD-SUB PIC 9(1) COMP.

       01 AWARD-LOAD-TOTALS.
           05 LINES-READ-COUNT PIC 9(5) VALUE ZERO.
           05 AWARDS-ADDED-COUNT PIC 9(5) VALUE ZERO.
           05 AWARDS-REVISED-COUNT PIC 9(5) VALUE ZERO.
           05 LINES-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           05 AWARDS-LOADED-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 REGISTER-HEADING-LINE-1.
           05 FILLER PIC X(36) VALUE
               "FINANCIAL AID AWARD LOAD REGISTER".
           05 FILLER PIC X(10) VALUE "LOADED".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(26) VALUE SPACES.

       01 REGISTER-HEADING-LINE-2.
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(15) VALUE "       AWARD".
           05 FILLER PIC X(10) VALUE "DISBURSE".
           05 FILLER PIC X(33) VALUE "ACTION".

       01 REGISTER-DETAIL-LINE.
           05 RD-STUDENT-NUMBER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AID-TYPE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AWARD-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DISBURSE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACTION PIC X(34).
           05 FILLER PIC X(1) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-1.
           05 FILLER PIC X(20) VALUE "LINES READ".
           05 RT-LINES-READ PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LINES REJECTED".
           05 RT-LINES-REJECTED PIC ZZ,ZZ9.
           05 FILLER PIC X(24) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-2.
           05 FILLER PIC X(20) VALUE "AWARDS ADDED".
           05 RT-AWARDS-ADDED PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "AWARDS REVISED".
           05 RT-AWARDS-REVISED PIC ZZ,ZZ9.
           05 FILLER PIC X(24) VALUE SPACES.

       01 REGISTER-TOTAL-LINE-3.
           05 FILLER PIC X(30) VALUE "TOTAL OF AWARDS LOADED".
           05 RT-AWARDS-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       100-LOAD-AID-AWARDS.
           PERFORM 130-SIGN-ON-OPERATOR.
           PERFORM 200-OPEN-AWARD-FILES.
           PERFORM 300-PRINT-REGISTER-HEADERS.
           PERFORM 400-READ-AID-OFFICE-RECORD.
           PERFORM 500-LOAD-ONE-AWARD-LINE
               UNTIL END-OF-AID-OFFICE-FILE.
           PERFORM 700-PRINT-REGISTER-TOTALS.
           PERFORM 900-CLOSE-AWARD-FILES.
           STOP RUN.

      ******************************************************************
      * The award master decides what PROJECT_01_DSB will post to
      * student balances, so the load signs on against the operator
      * master kept by PROJECT_01_OPR and requires a maintenance
      * role or better. Three failed tries stop the run; each
      * denial is written to AUDITLOG.TXT. A missing operator master
      * refuses the run -- set operators up with PROJECT_01_OPR
      * first.
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
      * The first load creates the award master. It is created empty
      * and reopened for update, since every line is looked up
      * before it is written.
      ******************************************************************
       200-OPEN-AWARD-FILES.
           OPEN INPUT AID-OFFICE-FILE.
           IF AID-OFFICE-FILE-STATUS = "35"
               DISPLAY "NO AID OFFICE AWARD FILE IS ON HAND -- "
                   "NOTHING TO LOAD."
               STOP RUN
           END-IF.
           IF AID-OFFICE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AID OFFICE AWARD FILE, STATUS = "
                   AID-OFFICE-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O FINANCIAL-AID-FILE.
           IF FINANCIAL-AID-FILE-STATUS = "35"
               OPEN OUTPUT FINANCIAL-AID-FILE
               IF FINANCIAL-AID-FILE-STATUS = "00"
                   CLOSE FINANCIAL-AID-FILE
                   OPEN I-O FINANCIAL-AID-FILE
               END-IF
           END-IF.
           IF FINANCIAL-AID-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FINANCIAL AID FILE, STATUS = "
                   FINANCIAL-AID-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT AID-LOAD-REGISTER-FILE.
           ACCEPT AWARD-LOAD-RUN-DATE FROM DATE YYYYMMDD.

       300-PRINT-REGISTER-HEADERS.
           MOVE AWARD-LOAD-RUN-DATE TO RH-RUN-DATE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-1.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE-2.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       400-READ-AID-OFFICE-RECORD.
           READ AID-OFFICE-FILE
               AT END
                   MOVE "Y" TO AID-OFFICE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LINES-READ-COUNT
           END-READ.

       500-LOAD-ONE-AWARD-LINE.
           PERFORM 510-EDIT-AWARD-LINE.
           IF AWARD-REJECT-REASON = SPACES
               PERFORM 520-POST-AWARD-LINE
           END-IF.
           IF AWARD-REJECT-REASON NOT = SPACES
               MOVE AWARD-REJECT-REASON TO AWARD-ACTION
               ADD 1 TO LINES-REJECTED-COUNT
           END-IF.
           PERFORM 600-PRINT-REGISTER-DETAIL.
           PERFORM 400-READ-AID-OFFICE-RECORD.

      ******************************************************************
      * The first edit that fails is the reason printed.
      ******************************************************************
       510-EDIT-AWARD-LINE.
           MOVE SPACES TO AWARD-REJECT-REASON.
           EVALUATE TRUE
               WHEN AO-STUDENT-NUMBER NOT NUMERIC
                   OR AO-STUDENT-NUMBER = "0000000"
                   MOVE "REJECTED - BAD STUDENT NUMBER"
                       TO AWARD-REJECT-REASON
               WHEN AO-TERM-CODE = SPACES
                   MOVE "REJECTED - NO TERM CODE"
                       TO AWARD-REJECT-REASON
               WHEN NOT AO-VALID-AID-TYPE
                   MOVE "REJECTED - UNKNOWN AID TYPE"
                       TO AWARD-REJECT-REASON
               WHEN AO-AWARD-AMOUNT NOT NUMERIC
                   OR AO-AWARD-AMOUNT = "000000000"
                   MOVE "REJECTED - BAD AWARD AMOUNT"
                       TO AWARD-REJECT-REASON
               WHEN AO-DISBURSE-DATE NOT NUMERIC
                   OR AO-DISBURSE-DATE = "00000000"
                   MOVE "REJECTED - BAD DISBURSEMENT DATE"
                       TO AWARD-REJECT-REASON
               WHEN OTHER
                   MOVE AO-STUDENT-NUMBER-NUM TO STUDENT-NUMBER
                   READ STUDENT-FILE-OUT
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           MOVE "N" TO STUDENT-LOOKUP-SWITCH
                       NOT INVALID KEY
                           MOVE "Y" TO STUDENT-LOOKUP-SWITCH
                   END-READ
                   IF NOT STUDENT-ON-FILE
                       MOVE "REJECTED - STUDENT NOT ON FILE"
                           TO AWARD-REJECT-REASON
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * One record per student per term. An aid type already on the
      * record is a revision of that award; anything else is a new
      * award in the next free slot.
      ******************************************************************
       520-POST-AWARD-LINE.
           MOVE AO-STUDENT-NUMBER-NUM TO FA-STUDENT-NUMBER.
           MOVE AO-TERM-CODE TO FA-TERM-CODE.
           READ FINANCIAL-AID-FILE
               KEY IS FA-RECORD-KEY
               INVALID KEY
                   MOVE "N" TO AWARD-RECORD-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO AWARD-RECORD-SWITCH
           END-READ.
           IF NOT AWARD-RECORD-ON-FILE
               PERFORM 530-WRITE-NEW-AWARD-RECORD
           ELSE
               MOVE ZERO TO MATCHED-AWARD-SUB
               PERFORM 540-MATCH-ONE-AWARD
                   VARYING AWARD-SUB FROM 1 BY 1
                   UNTIL AWARD-SUB > FA-AWARD-COUNT
                   OR MATCHED-AWARD-SUB > ZERO
               EVALUATE TRUE
                   WHEN MATCHED-AWARD-SUB = ZERO
                       AND FA-AWARD-COUNT NOT < 4
                       MOVE "REJECTED - FOUR AWARDS ON THE TERM"
                           TO AWARD-REJECT-REASON
                   WHEN MATCHED-AWARD-SUB = ZERO
                       ADD 1 TO FA-AWARD-COUNT
                       MOVE FA-AWARD-COUNT TO AWARD-SUB
                       PERFORM 550-FILL-AWARD-SLOT
                       PERFORM 560-REWRITE-AWARD-RECORD
                       IF AWARD-REJECT-REASON = SPACES
                           MOVE "AWARD ADDED" TO AWARD-ACTION
                           ADD 1 TO AWARDS-ADDED-COUNT
                           ADD AO-AWARD-AMOUNT-NUM TO
                               AWARDS-LOADED-TOTAL
                       END-IF
                   WHEN FA-DISBURSED-DATE (MATCHED-AWARD-SUB) > ZERO
                       MOVE "REJECTED - AWARD ALREADY DISBURSED"
                           TO AWARD-REJECT-REASON
                   WHEN OTHER
                       MOVE MATCHED-AWARD-SUB TO AWARD-SUB
                       PERFORM 550-FILL-AWARD-SLOT
                       PERFORM 560-REWRITE-AWARD-RECORD
                       IF AWARD-REJECT-REASON = SPACES
                           MOVE "AWARD REVISED" TO AWARD-ACTION
                           ADD 1 TO AWARDS-REVISED-COUNT
                           ADD AO-AWARD-AMOUNT-NUM TO
                               AWARDS-LOADED-TOTAL
                       END-IF
               END-EVALUATE
           END-IF.

       530-WRITE-NEW-AWARD-RECORD.
           MOVE AO-STUDENT-NUMBER-NUM TO FA-STUDENT-NUMBER.
           MOVE AO-TERM-CODE TO FA-TERM-CODE.
           MOVE 1 TO FA-AWARD-COUNT.
           PERFORM 535-CLEAR-ONE-AWARD-SLOT
               VARYING AWARD-SUB FROM 1 BY 1
               UNTIL AWARD-SUB > 4.
           MOVE 1 TO AWARD-SUB.
           PERFORM 550-FILL-AWARD-SLOT.
           WRITE FINANCIAL-AID-RECORD
               INVALID KEY
                   MOVE "REJECTED - AWARD FILE WRITE ERROR"
                       TO AWARD-REJECT-REASON
               NOT INVALID KEY
                   MOVE "AWARD ADDED" TO AWARD-ACTION
                   ADD 1 TO AWARDS-ADDED-COUNT
                   ADD AO-AWARD-AMOUNT-NUM TO AWARDS-LOADED-TOTAL
           END-WRITE.

       535-CLEAR-ONE-AWARD-SLOT.
           MOVE SPACE TO FA-AID-TYPE (AWARD-SUB).
           MOVE ZERO TO FA-AWARD-AMOUNT (AWARD-SUB).
           MOVE ZERO TO FA-DISBURSE-DATE (AWARD-SUB).
           MOVE ZERO TO FA-DISBURSED-DATE (AWARD-SUB).

       540-MATCH-ONE-AWARD.
           IF FA-AID-TYPE (AWARD-SUB) = AO-AID-TYPE
               MOVE AWARD-SUB TO MATCHED-AWARD-SUB
           END-IF.

       550-FILL-AWARD-SLOT.
           MOVE AO-AID-TYPE TO FA-AID-TYPE (AWARD-SUB).
           MOVE AO-AWARD-AMOUNT-NUM TO FA-AWARD-AMOUNT (AWARD-SUB).
           MOVE AO-DISBURSE-DATE-NUM TO FA-DISBURSE-DATE (AWARD-SUB).
           MOVE ZERO TO FA-DISBURSED-DATE (AWARD-SUB).

       560-REWRITE-AWARD-RECORD.
           REWRITE FINANCIAL-AID-RECORD
               INVALID KEY
                   MOVE "REJECTED - AWARD FILE WRITE ERROR"
                       TO AWARD-REJECT-REASON
           END-REWRITE.

       600-PRINT-REGISTER-DETAIL.
           MOVE AO-STUDENT-NUMBER TO RD-STUDENT-NUMBER.
           MOVE AO-TERM-CODE TO RD-TERM-CODE.
           MOVE AO-AID-TYPE TO RD-AID-TYPE.
           IF AO-AWARD-AMOUNT IS NUMERIC
               MOVE AO-AWARD-AMOUNT-NUM TO RD-AWARD-AMOUNT
           ELSE
               MOVE ZERO TO RD-AWARD-AMOUNT
           END-IF.
           MOVE AO-DISBURSE-DATE TO RD-DISBURSE-DATE.
           MOVE AWARD-ACTION TO RD-ACTION.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       700-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE LINES-READ-COUNT TO RT-LINES-READ.
           MOVE LINES-REJECTED-COUNT TO RT-LINES-REJECTED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-1.
           MOVE AWARDS-ADDED-COUNT TO RT-AWARDS-ADDED.
           MOVE AWARDS-REVISED-COUNT TO RT-AWARDS-REVISED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-2.
           MOVE AWARDS-LOADED-TOTAL TO RT-AWARDS-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE-3.
           DISPLAY LINES-READ-COUNT " AWARD LINE(S) READ: "
               AWARDS-ADDED-COUNT " ADDED, " AWARDS-REVISED-COUNT
               " REVISED, " LINES-REJECTED-COUNT " REJECTED.".
           DISPLAY "SEE AID-LOAD-REGISTER.TXT FOR THE LINES REJECTED.".

       900-CLOSE-AWARD-FILES.
           CLOSE AID-OFFICE-FILE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE FINANCIAL-AID-FILE.
           CLOSE AID-LOAD-REGISTER-FILE.

       END PROGRAM PROJECT_01_AWD.
