      *            400000  TUITION REVENUE
      *            404000  LATE FEE REVENUE
      *            405000  NSF FEE REVENUE
      *            215100  GRANT AID CLEARING
      *            215200  SCHOLARSHIP AID CLEARING
      *            215300  LOAN AID CLEARING
      *            460000  BAD DEBT RECOVERY
      *            650000  BAD DEBT EXPENSE
      *
      *          Entries generated, one debit and one credit each:
      *            PY  DR 101000  CR 120000
      *            LF  DR 120000  CR 404000
      *            NS  DR 120000  CR 101000
      *            NF  DR 120000  CR 405000
      *            WD  DR 400000  CR 120000
      *            AG  DR 215100  CR 120000
      *            AS  DR 215200  CR 120000
      *            AL  DR 215300  CR 120000
      *            WO  DR 650000  CR 120000
      *            RV  DR 101000  CR 460000
      *            RR  DR 460000  CR 101000
      *            charge types on CHARGE-TYPES.TXT
      *                DR 120000  CR the type's revenue account
      * Tectonics: cobc
      * Modification History:
      *   Sep-02-2026  Sponsor payments (SP, posted by
      *                changes, instead of scanning the whole
      *                history. Run PROJECT_01_CN4 once to carry an
      *                existing sequential history file across.
      *   Oct-15-2026  Withdrawal prorations (WD, posted by
      *                PROJECT_01_WDR) now reverse the tuition
      *                revenue against the receivable, so a
      *                withdrawn student's reduced charge no longer
      *                waits on a hand journal.
      *   Oct-15-2026  Financial aid disbursed by PROJECT_01_DSB
      *                (AG grant, AS scholarship, AL loan) is
      *                booked against the receivable from its own
      *                clearing account per aid type, instead of
      *                being keyed in as cash. Aid beyond the
      *                balance owed is held as OV credit and is
      *                journaled by hand like any other overpayment.
      *   Oct-15-2026  Bad-debt write-offs approved in PROJECT_01_BDW
      *                (WO) are booked as bad-debt expense against
      *                the receivable, and a later payment
      *                PROJECT_01_PMT recognizes as a recovery of
      *                written-off debt (RV) is booked as cash to
      *                the bad-debt recovery account -- the
      *                receivable it would otherwise credit was
      *                already cleared by the write-off. When the
      *                recovery check comes back NSF, the recovered
      *                part (RR) is booked back out of the recovery
      *                account against cash.
      *   Oct-15-2026  Departmental charges posted by PROJECT_01_DCH
      *                (housing, parking, library, lab, and the
      *                other types on CHARGE-TYPES.TXT) carry their
      *                charge type as the event code and are booked
      *                against the receivable to the revenue account
      *                the charge-type table names for that type,
      *                instead of to tuition revenue. When the table
      *                is not on hand they are bypassed for manual
      *                journaling like any other unknown code. A
      *                table row that reuses one of the system's own
      *                event codes is left out, as PROJECT_01_DCH
      *                refuses it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_GLX.
           SELECT RUN-CONTROL-FILE ASSIGN TO "../RUN-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.
           SELECT CHARGE-TYPE-FILE ASSIGN TO "../CHARGE-TYPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-TYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RC-AMOUNT PIC 9(9)V99.
           05 RC-COMPLETED-TIME PIC 9(8).

       FD CHARGE-TYPE-FILE.
       01 CHARGE-TYPE-RECORD.
           05 CF-CHARGE-TYPE PIC X(2).
           05 CF-DEPARTMENT-CODE PIC X(4).
           05 CF-DESCRIPTION PIC X(20).
           05 CF-REVENUE-ACCOUNT PIC X(6).
           05 CF-REVENUE-ACCOUNT-NUM REDEFINES
               CF-REVENUE-ACCOUNT PIC 9(6).

       WORKING-STORAGE SECTION.
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).
       01 CHARGE-TYPE-FILE-STATUS PIC X(2).

       01 CHARGE-TYPE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-CHARGE-TYPES VALUE "Y".

      ******************************************************************
      * Event codes the system writes itself, as PROJECT_01_DCH
      * keeps them. A charge-type row naming one of these is never
      * loaded, so a system event is not booked as a charge.
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
               10 CT-REVENUE-ACCOUNT PIC 9(6).

       01 RUN-CONTROL-WORK-FIELDS.
           05 RUN-CONTROL-EOF-SWITCH PIC X(1).
           05 TUITION-REVENUE-ACCOUNT PIC 9(6) VALUE 400000.
           05 LATE-FEE-REVENUE-ACCOUNT PIC 9(6) VALUE 404000.
           05 NSF-FEE-REVENUE-ACCOUNT PIC 9(6) VALUE 405000.
           05 GRANT-AID-ACCOUNT PIC 9(6) VALUE 215100.
           05 SCHOLARSHIP-AID-ACCOUNT PIC 9(6) VALUE 215200.
           05 LOAN-AID-ACCOUNT PIC 9(6) VALUE 215300.
           05 BAD-DEBT-RECOVERY-ACCOUNT PIC 9(6) VALUE 460000.
           05 BAD-DEBT-EXPENSE-ACCOUNT PIC 9(6) VALUE 650000.

       01 EXTRACT-WORK-FIELDS.
           05 DEBIT-ACCOUNT-CODE PIC 9(6).
       PROCEDURE DIVISION.
       100-BUILD-GL-EXTRACT.
           PERFORM 200-OPEN-EXTRACT-FILES.
           PERFORM 260-LOAD-CHARGE-TYPES.
           PERFORM 210-PROMPT-POSTING-DATE.
           PERFORM 220-CHECK-POSTING-COMPLETED.
           PERFORM 250-START-AT-POSTING-DATE.
                   MOVE "N" TO HISTORY-EOF-SWITCH
           END-START.

      ******************************************************************
      * The departmental charge types and the revenue account each
      * one is booked to come from the same CHARGE-TYPES.TXT table
      * PROJECT_01_DCH edits the charges against. Rows that would
      * not load there are left out here too.
      ******************************************************************
       260-LOAD-CHARGE-TYPES.
           OPEN INPUT CHARGE-TYPE-FILE.
           EVALUATE CHARGE-TYPE-FILE-STATUS
               WHEN "00"
                   PERFORM 270-READ-CHARGE-TYPE-RECORD
                   PERFORM 280-STORE-ONE-CHARGE-TYPE
                       UNTIL END-OF-CHARGE-TYPES
                   CLOSE CHARGE-TYPE-FILE
               WHEN "35"
                   DISPLAY "NO CHARGE-TYPES.TXT IS ON HAND -- "
                       "DEPARTMENTAL CHARGES WILL BE BYPASSED."
               WHEN OTHER
                   DISPLAY "ERROR OPENING CHARGE TYPE FILE, STATUS = "
                       CHARGE-TYPE-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       270-READ-CHARGE-TYPE-RECORD.
           READ CHARGE-TYPE-FILE
               AT END
                   MOVE "Y" TO CHARGE-TYPE-EOF-SWITCH
           END-READ.

       280-STORE-ONE-CHARGE-TYPE.
           IF CF-CHARGE-TYPE NOT = SPACES
               AND CF-DEPARTMENT-CODE NOT = SPACES
               AND CF-REVENUE-ACCOUNT IS NUMERIC
               AND CHARGE-TYPE-COUNT < CHARGE-TYPE-LIMIT
               MOVE CF-CHARGE-TYPE TO SEARCH-CHARGE-TYPE
               PERFORM 285-CHECK-RESERVED-CODE
               PERFORM 290-FIND-CHARGE-TYPE
               IF MATCHED-TYPE-SUB = ZERO
                   AND NOT CODE-IS-RESERVED
                   ADD 1 TO CHARGE-TYPE-COUNT
                   MOVE CF-CHARGE-TYPE TO
                       CT-CHARGE-TYPE (CHARGE-TYPE-COUNT)
                   MOVE CF-REVENUE-ACCOUNT-NUM TO
                       CT-REVENUE-ACCOUNT (CHARGE-TYPE-COUNT)
               END-IF
           END-IF.
           PERFORM 270-READ-CHARGE-TYPE-RECORD.

       285-CHECK-RESERVED-CODE.
           MOVE "N" TO RESERVED-CODE-SWITCH.
           PERFORM 286-MATCH-ONE-RESERVED-CODE
               VARYING RESERVED-CODE-SUB FROM 1 BY 1
               UNTIL RESERVED-CODE-SUB > 19
               OR CODE-IS-RESERVED.

       286-MATCH-ONE-RESERVED-CODE.
           IF RESERVED-CODE (RESERVED-CODE-SUB) = SEARCH-CHARGE-TYPE
               MOVE "Y" TO RESERVED-CODE-SWITCH
           END-IF.

       290-FIND-CHARGE-TYPE.
           MOVE ZERO TO MATCHED-TYPE-SUB.
           PERFORM 295-MATCH-ONE-CHARGE-TYPE
               VARYING CHARGE-TYPE-SUB FROM 1 BY 1
               UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT
               OR MATCHED-TYPE-SUB > ZERO.

       295-MATCH-ONE-CHARGE-TYPE.
           IF CT-CHARGE-TYPE (CHARGE-TYPE-SUB) = SEARCH-CHARGE-TYPE
               MOVE CHARGE-TYPE-SUB TO MATCHED-TYPE-SUB
           END-IF.

       400-READ-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                       MOVE NSF-FEE-REVENUE-ACCOUNT TO
                           CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "WD"
                       MOVE TUITION-REVENUE-ACCOUNT TO
                           DEBIT-ACCOUNT-CODE
                       MOVE RECEIVABLE-ACCOUNT TO CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "AG"
                       MOVE GRANT-AID-ACCOUNT TO DEBIT-ACCOUNT-CODE
                       MOVE RECEIVABLE-ACCOUNT TO CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "AS"
                       MOVE SCHOLARSHIP-AID-ACCOUNT TO
                           DEBIT-ACCOUNT-CODE
                       MOVE RECEIVABLE-ACCOUNT TO CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "AL"
                       MOVE LOAN-AID-ACCOUNT TO DEBIT-ACCOUNT-CODE
                       MOVE RECEIVABLE-ACCOUNT TO CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "WO"
                       MOVE BAD-DEBT-EXPENSE-ACCOUNT TO
                           DEBIT-ACCOUNT-CODE
                       MOVE RECEIVABLE-ACCOUNT TO CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "RV"
                       MOVE CASH-ACCOUNT TO DEBIT-ACCOUNT-CODE
                       MOVE BAD-DEBT-RECOVERY-ACCOUNT TO
                           CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN "RR"
                       MOVE BAD-DEBT-RECOVERY-ACCOUNT TO
                           DEBIT-ACCOUNT-CODE
                       MOVE CASH-ACCOUNT TO CREDIT-ACCOUNT-CODE
                       PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
                   WHEN OTHER
                       PERFORM 520-EXTRACT-DEPARTMENT-CHARGE
               END-EVALUATE
               PERFORM 400-READ-HISTORY-RECORD
           END-IF.
           ADD 1 TO EXTRACT-RECORD-COUNT.
           ADD HI-TRANS-AMOUNT TO EXTRACT-CREDIT-TOTAL.

      ******************************************************************
      * Any other code is looked up on the charge-type table; a
      * departmental charge is booked against the receivable to its
      * own revenue account. A code not on the table is bypassed.
      ******************************************************************
       520-EXTRACT-DEPARTMENT-CHARGE.
           MOVE HI-TRANS-CODE TO SEARCH-CHARGE-TYPE.
           PERFORM 290-FIND-CHARGE-TYPE.
           IF MATCHED-TYPE-SUB = ZERO
               ADD 1 TO BYPASSED-EVENT-COUNT
           ELSE
               MOVE RECEIVABLE-ACCOUNT TO DEBIT-ACCOUNT-CODE
               MOVE CT-REVENUE-ACCOUNT (MATCHED-TYPE-SUB) TO
                   CREDIT-ACCOUNT-CODE
               PERFORM 510-WRITE-DEBIT-CREDIT-PAIR
           END-IF.

       700-WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "T" TO GL-RECORD-TYPE.
