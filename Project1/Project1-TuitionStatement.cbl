      *                code for the PROJECT_01_TRM term billing
      *                run; the FD layout here was widened to
      *                match.
      *   Oct-15-2026  New ANTICIPATED AID and NET DUE columns: aid
      *                awarded on FINANCIAL-AID.TXT (loaded by
      *                PROJECT_01_AWD) and not yet disbursed, and the
      *                tuition owed less that aid. The name column
      *                was narrowed to 30 to make room, and the
      *                grand total now carries the anticipated aid.
      *                A missing FINANCIAL-AID.TXT just means no
      *                awards have been loaded yet.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_RPT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-STUDENT-NUMBER
               FILE STATUS IS PAYMENT-PLAN-FILE-STATUS.
           SELECT FINANCIAL-AID-FILE ASSIGN TO "../FINANCIAL-AID.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-RECORD-KEY
               FILE STATUS IS FINANCIAL-AID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD TUITION-STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(132).
               10 PP-INST-AMOUNT PIC 9(7)V99.
               10 PP-INST-PAID PIC 9(7)V99.

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

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 PAYMENT-PLAN-FILE-STATUS PIC X(2).
       01 FINANCIAL-AID-FILE-STATUS PIC X(2).

       01 AID-CHECK-FIELDS.
           05 AID-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
               88 AID-FILE-AVAILABLE VALUE "Y".
           05 AID-EOF-SWITCH PIC X(1).
               88 END-OF-STUDENT-AWARDS VALUE "Y".
           05 AWARD-SUB PIC 9(1) COMP.
           05 ANTICIPATED-AID PIC 9(7)V99.
           05 NET-AMOUNT-DUE PIC 9(7)V99.

       01 PLAN-CHECK-FIELDS.
           05 PLAN-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
       01 REPORT-TOTAL-FIELDS.
           05 STUDENT-COUNT PIC 9(5) VALUE ZERO.
           05 GRAND-TOTAL-TUITION PIC 9(9)V99 VALUE ZERO.
           05 GRAND-TOTAL-AID PIC 9(9)V99 VALUE ZERO.

       01 STUDENT-FILE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-STUDENT-FILE VALUE "Y".
           05 FILLER PIC X(43) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(32) VALUE "STUDENT NAME".
           05 FILLER PIC X(10) VALUE "NUMBER".
           05 FILLER PIC X(14) VALUE " TUITION OWED".
           05 FILLER PIC X(3) VALUE "ST".
           05 FILLER PIC X(16) VALUE "       CREDIT".
           05 FILLER PIC X(16) VALUE "      NEXT DUE".
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(15) VALUE "ANTICIPATED AID".
           05 FILLER PIC X(16) VALUE "      NET DUE".

       01 DETAIL-LINE.
           05 DL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-STUDENT-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TUITION-OWED PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ENROLLMENT-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-CREDIT-BALANCE PIC $$,$$$,$$9.99.
           05 DL-NEXT-DUE-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NEXT-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ANTICIPATED-AID PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NET-AMOUNT-DUE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(40) VALUE
           05 GT-TUITION-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(55) VALUE SPACES.

       01 GRAND-TOTAL-AID-LINE.
           05 FILLER PIC X(55) VALUE
               "GRAND TOTAL ANTICIPATED AID".
           05 GT-AID-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRINT-TUITION-STATEMENT.
           PERFORM 200-OPEN-REPORT-FILES.
                       "STATUS = " PAYMENT-PLAN-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT FINANCIAL-AID-FILE.
           EVALUATE FINANCIAL-AID-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO AID-FILE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO AID-FILE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING FINANCIAL AID FILE, "
                       "STATUS = " FINANCIAL-AID-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       501-PRINT-PAGE-HEADERS.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 505-FIND-NEXT-INSTALLMENT.
           MOVE NEXT-DUE-AMOUNT TO DL-NEXT-DUE-AMOUNT.
           MOVE NEXT-DUE-DATE TO DL-NEXT-DUE-DATE.
           PERFORM 507-TOTAL-ANTICIPATED-AID.
           IF ANTICIPATED-AID < TUITION-OWED
               COMPUTE NET-AMOUNT-DUE = TUITION-OWED - ANTICIPATED-AID
           ELSE
               MOVE ZERO TO NET-AMOUNT-DUE
           END-IF.
           MOVE ANTICIPATED-AID TO DL-ANTICIPATED-AID.
           MOVE NET-AMOUNT-DUE TO DL-NET-AMOUNT-DUE.
           WRITE STATEMENT-LINE FROM DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO STUDENT-COUNT.
           ADD TUITION-OWED TO GRAND-TOTAL-TUITION.
           ADD ANTICIPATED-AID TO GRAND-TOTAL-AID.
           PERFORM 502-READ-STUDENT-FILE.

      ******************************************************************
               MOVE INSTALLMENT-SUB TO NEXT-OPEN-INSTALLMENT
           END-IF.

      ******************************************************************
      * Anticipated aid is every award on the student's term
      * records, for any term, that PROJECT_01_DSB has not
      * disbursed yet. The award file is keyed on student number
      * then term code, so the student's records are read together
      * from the first one on.
      ******************************************************************
       507-TOTAL-ANTICIPATED-AID.
           MOVE ZERO TO ANTICIPATED-AID.
           IF AID-FILE-AVAILABLE
               MOVE STUDENT-NUMBER TO FA-STUDENT-NUMBER
               MOVE LOW-VALUES TO FA-TERM-CODE
               START FINANCIAL-AID-FILE
                   KEY IS NOT LESS THAN FA-RECORD-KEY
                   INVALID KEY
                       MOVE "Y" TO AID-EOF-SWITCH
                   NOT INVALID KEY
                       MOVE "N" TO AID-EOF-SWITCH
               END-START
               IF NOT END-OF-STUDENT-AWARDS
                   PERFORM 508-READ-AWARD-RECORD
               END-IF
               PERFORM 509-ADD-ONE-AWARD-RECORD
                   UNTIL END-OF-STUDENT-AWARDS
           END-IF.

       508-READ-AWARD-RECORD.
           READ FINANCIAL-AID-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AID-EOF-SWITCH
           END-READ.

       509-ADD-ONE-AWARD-RECORD.
           IF FA-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO AID-EOF-SWITCH
           ELSE
               PERFORM 510-ADD-ONE-AWARD
                   VARYING AWARD-SUB FROM 1 BY 1
                   UNTIL AWARD-SUB > FA-AWARD-COUNT
               PERFORM 508-READ-AWARD-RECORD
           END-IF.

       510-ADD-ONE-AWARD.
           IF FA-DISBURSED-DATE (AWARD-SUB) = ZERO
               ADD FA-AWARD-AMOUNT (AWARD-SUB) TO ANTICIPATED-AID
           END-IF.

       504-PRINT-GRAND-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STUDENT-COUNT TO GT-STUDENT-COUNT.
           MOVE GRAND-TOTAL-TUITION TO GT-TUITION-TOTAL.
           WRITE STATEMENT-LINE FROM GRAND-TOTAL-LINE.
           MOVE GRAND-TOTAL-AID TO GT-AID-TOTAL.
           WRITE STATEMENT-LINE FROM GRAND-TOTAL-AID-LINE.

       900-CLOSE-REPORT-FILES.
           CLOSE STUDENT-FILE-OUT.
           IF PLAN-FILE-AVAILABLE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF AID-FILE-AVAILABLE
               CLOSE FINANCIAL-AID-FILE
           END-IF.

       END PROGRAM PROJECT_01_RPT.
