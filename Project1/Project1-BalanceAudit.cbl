      *          TUITION-OWED is the balance on the student's last
      *          event. The expected CREDIT-BALANCE is replayed
      *          from the credit-affecting events alone: OV adds to
      *          the credit held, CR and RF take it back off. A
      *          WD withdrawal proration adds to the credit held
      *          whatever part of its reduction the balance owed
      *          could not absorb.
      *          A student archived by PROJECT_01_ARC leaves the
      *          active file legitimately, but only with zero
      *          balances -- so an orphaned history trail whose
      *                way PROJECT_01_ARC's purge does -- only
      *                trails that replay to settled balances are
      *                rolled, so the audit still ties.
      *   Oct-15-2026  The credit replay now handles the WD event
      *                PROJECT_01_WDR writes: the part of the
      *                proration beyond the drop in the balance
      *                owed was left on account as credit.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      *   Oct-15-2026  Bad-debt recoveries (RV) and their NSF
      *                returns (RR), posted by PROJECT_01_PMT, are
      *                replayed as leaving both balances alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_AUD.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
               10 AU-EVENT-COUNT PIC 9(5).
               10 AU-MATCHED-SWITCH PIC X(1).

       01 PRORATION-SPLIT-FIELDS.
           05 PRORATION-OWED-DROP PIC S9(7)V99.
           05 PRORATION-CREDIT PIC S9(7)V99.

       01 AUDIT-TOTAL-FIELDS.
           05 HISTORY-EVENT-COUNT PIC 9(7) VALUE ZERO.
           05 STUDENTS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
      * seen. Credit is replayed from the credit events: OV puts an
      * overpayment on account, CR spends it against a charge, RF
      * refunds it by check, and NV backs it out when the check it
      * came from bounces. RV and RR, a recovery of written-off debt
      * and its return when the check bounces, carry the balance
      * unchanged and leave the credit alone -- the debt they settle
      * was already off the account.
      ******************************************************************
       350-APPLY-EVENT-TO-ENTRY.
           MOVE MATCHED-REPLAY-SUB TO LAST-REPLAY-SUB.
           ADD 1 TO AU-EVENT-COUNT (MATCHED-REPLAY-SUB).
           IF HI-TRANS-CODE = "WD"
               PERFORM 355-SPLIT-PRORATION-CREDIT
           END-IF.
           MOVE HI-NEW-BALANCE TO
               AU-EXPECTED-OWED (MATCHED-REPLAY-SUB).
           EVALUATE HI-TRANS-CODE
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * A WD event carries the whole proration, but only the part
      * that fit under the balance owed came off TUITION-OWED; the
      * rest was left on account as credit. The drop is measured
      * against the balance replayed so far, before this event's
      * balance replaces it.
      ******************************************************************
       355-SPLIT-PRORATION-CREDIT.
           COMPUTE PRORATION-OWED-DROP =
               AU-EXPECTED-OWED (MATCHED-REPLAY-SUB) - HI-NEW-BALANCE.
           IF PRORATION-OWED-DROP < ZERO
               MOVE ZERO TO PRORATION-OWED-DROP
           END-IF.
           COMPUTE PRORATION-CREDIT =
               HI-TRANS-AMOUNT - PRORATION-OWED-DROP.
           IF PRORATION-CREDIT > ZERO
               ADD PRORATION-CREDIT TO
                   AU-EXPECTED-CREDIT (MATCHED-REPLAY-SUB)
           END-IF.

       500-SWEEP-STUDENT-FILE.
           PERFORM 510-READ-NEXT-STUDENT.
           PERFORM 520-CHECK-ONE-STUDENT
