      *                code for the PROJECT_01_TRM term billing
      *                run; the FD layout here was widened to
      *                match.
      *   Oct-15-2026  Financial aid awarded on FINANCIAL-AID.TXT
      *                (loaded by PROJECT_01_AWD) and not yet
      *                disbursed is shown on the bill as anticipated
      *                aid, with the net amount due after it, so an
      *                aided student is not told to pay what the aid
      *                will cover. A missing FINANCIAL-AID.TXT just
      *                means no awards have been loaded yet.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_BIL.
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

       FD TUITION-BILL-FILE.
       01 BILL-LINE PIC X(80).
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
           05 FILLER PIC X(47) VALUE
               " (APPLIED TO FUTURE CHARGES)".

       01 BILL-AID-LINE.
           05 FILLER PIC X(20) VALUE "ANTICIPATED AID".
           05 BF-ANTICIPATED-AID PIC $$,$$$,$$9.99.
           05 FILLER PIC X(47) VALUE
               " (AWARDED, NOT YET DISBURSED)".

       01 BILL-NET-DUE-LINE.
           05 FILLER PIC X(20) VALUE "NET AMOUNT DUE".
           05 BF-NET-AMOUNT-DUE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(47) VALUE SPACES.

       01 BILL-PLAN-LINE.
           05 FILLER PIC X(20) VALUE "TOTAL BALANCE".
           05 BP-TOTAL-BALANCE PIC $$,$$$,$$9.99.
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
           ACCEPT BILL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE BILL-RUN-DATE TO DDW-DATE.
           MOVE DDW-MM TO BH-RUN-MM.
           MOVE DDW-CCYY TO BD-DUE-CCYY.
           WRITE BILL-LINE FROM BILL-DUE-DATE-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           PERFORM 570-TOTAL-ANTICIPATED-AID.
           IF ANTICIPATED-AID > ZERO
               MOVE ANTICIPATED-AID TO BF-ANTICIPATED-AID
               WRITE BILL-LINE FROM BILL-AID-LINE
               ADD 1 TO PAGE-LINE-COUNT
               IF ANTICIPATED-AID < BILLED-AMOUNT-DUE
                   COMPUTE NET-AMOUNT-DUE =
                       BILLED-AMOUNT-DUE - ANTICIPATED-AID
               ELSE
                   MOVE ZERO TO NET-AMOUNT-DUE
               END-IF
               MOVE NET-AMOUNT-DUE TO BF-NET-AMOUNT-DUE
               WRITE BILL-LINE FROM BILL-NET-DUE-LINE
               ADD 1 TO PAGE-LINE-COUNT
           END-IF.
           IF PLAN-ON-FILE AND NEXT-OPEN-INSTALLMENT > ZERO
               MOVE TUITION-OWED TO BP-TOTAL-BALANCE
               MOVE NEXT-OPEN-INSTALLMENT TO BP-INSTALLMENT-NUMBER
               MOVE INSTALLMENT-SUB TO NEXT-OPEN-INSTALLMENT
           END-IF.

      ******************************************************************
      * Anticipated aid is every award on the student's term
      * records, for any term, that PROJECT_01_DSB has not
      * disbursed yet. The award file is keyed on student number
      * then term code, so the student's records are read together
      * from the first one on.
      ******************************************************************
       570-TOTAL-ANTICIPATED-AID.
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
                   PERFORM 575-READ-AWARD-RECORD
               END-IF
               PERFORM 576-ADD-ONE-AWARD-RECORD
                   UNTIL END-OF-STUDENT-AWARDS
           END-IF.

       575-READ-AWARD-RECORD.
           READ FINANCIAL-AID-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AID-EOF-SWITCH
           END-READ.

       576-ADD-ONE-AWARD-RECORD.
           IF FA-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO AID-EOF-SWITCH
           ELSE
               PERFORM 577-ADD-ONE-AWARD
                   VARYING AWARD-SUB FROM 1 BY 1
                   UNTIL AWARD-SUB > FA-AWARD-COUNT
               PERFORM 575-READ-AWARD-RECORD
           END-IF.

       577-ADD-ONE-AWARD.
           IF FA-DISBURSED-DATE (AWARD-SUB) = ZERO
               ADD FA-AWARD-AMOUNT (AWARD-SUB) TO ANTICIPATED-AID
           END-IF.

       580-WRITE-BLANK-BILL-LINE.
           MOVE SPACES TO BILL-LINE.
           WRITE BILL-LINE.
           IF PLAN-FILE-AVAILABLE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF AID-FILE-AVAILABLE
               CLOSE FINANCIAL-AID-FILE
           END-IF.

       END PROGRAM PROJECT_01_BIL.
