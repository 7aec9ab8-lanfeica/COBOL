      *          amounts, then flags any of the four daily runs
      *          still missing for that date.
      * Tectonics: cobc
      * Modification History:
      *   Oct-15-2026  The window cashiering program PROJECT_01_CSH
      *                now writes a CSH record when the drawers are
      *                balanced at close of shift; it is listed
      *                here and flagged when still outstanding.
      *   Oct-15-2026  The bank remittance intake PROJECT_01_BNK
      *                writes a BNK record when the day's lockbox /
      *                ACH file is loaded. It is listed here, and a
      *                bank file loaded after the day's last payment
      *                edit -- or not loaded at all once the edit
      *                has run -- is flagged, since the edit would
      *                not have seen those payments.
      *   Oct-15-2026  The financial aid disbursement run
      *                PROJECT_01_DSB writes a DSB record; it is
      *                listed here. Aid is disbursed on its own
      *                schedule, so it is never flagged as
      *                outstanding.
      *   Oct-15-2026  The nightly registration hold run
      *                PROJECT_01_HLD writes an HLD record when the
      *                Registrar's hold extract is built; it is
      *                listed here and flagged when still
      *                outstanding.
      *   Oct-15-2026  The departmental charge run PROJECT_01_DCH
      *                writes a DCH record when the other offices'
      *                charge batches are posted; it is listed here.
      *                The offices send batches when they have them,
      *                so it is never flagged as outstanding.
      *   Oct-15-2026  The morning backup PROJECT_01_BKP writes a BKP
      *                record and the recovery run PROJECT_01_RCV an
      *                RCV record; both are listed here. A day whose
      *                updating runs (posting, late fees, aid
      *                disbursement, departmental charges) started
      *                without that morning's backup on the ledger
      *                -- or before it finished -- is flagged, and a
      *                missing backup is shown as outstanding.
      *   Oct-15-2026  Term billing PROJECT_01_TRM, the withdrawal
      *                adjustment run PROJECT_01_WDR, and the bad-debt
      *                write-off run PROJECT_01_BDW now write TRM,
      *                WDR, and BDW records. They are listed here and
      *                count as updating runs for the morning-backup
      *                check. Each runs on its own schedule, so none
      *                is flagged as outstanding.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_RCL.
               88 EXTRACT-RUN-DONE VALUE "Y".
           05 LF-DONE-SWITCH PIC X(1) VALUE "N".
               88 LATE-FEE-RUN-DONE VALUE "Y".
           05 CSH-DONE-SWITCH PIC X(1) VALUE "N".
               88 DRAWER-CLOSE-DONE VALUE "Y".
           05 BNK-DONE-SWITCH PIC X(1) VALUE "N".
               88 BANK-INTAKE-DONE VALUE "Y".
           05 HLD-DONE-SWITCH PIC X(1) VALUE "N".
               88 HOLD-RUN-DONE VALUE "Y".
           05 BKP-DONE-SWITCH PIC X(1) VALUE "N".
               88 MORNING-BACKUP-DONE VALUE "Y".
           05 PROCESSING-SEEN-SWITCH PIC X(1) VALUE "N".
               88 PROCESSING-HAS-RUN VALUE "Y".

       01 RUN-SEQUENCE-FIELDS.
           05 LAST-EDIT-TIME PIC 9(8) VALUE ZERO.
           05 LAST-BANK-INTAKE-TIME PIC 9(8) VALUE ZERO.
           05 FIRST-BACKUP-TIME PIC 9(8) VALUE ZERO.
           05 FIRST-PROCESSING-TIME PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       100-LIST-RUN-LEDGER.
       400-LIST-ONE-RUN.
           IF RC-BUSINESS-DATE = LEDGER-BUSINESS-DATE
               PERFORM 410-DESCRIBE-RUN-TYPE
               PERFORM 420-NOTE-RUN-SEQUENCE
               MOVE RC-AMOUNT TO RUN-AMOUNT-DISPLAY
               DISPLAY "  " RC-RUN-TYPE "  " RUN-DESCRIPTION
                   "  AT " RC-COMPLETED-TIME
               WHEN "EDT"
                   MOVE "PAYMENT EDIT COMPLETED" TO RUN-DESCRIPTION
                   MOVE "Y" TO EDT-DONE-SWITCH
                   IF RC-COMPLETED-TIME > LAST-EDIT-TIME
                       MOVE RC-COMPLETED-TIME TO LAST-EDIT-TIME
                   END-IF
               WHEN "PMT"
                   MOVE "POSTING RUN COMPLETED" TO RUN-DESCRIPTION
                   MOVE "Y" TO PMT-DONE-SWITCH
               WHEN "LF "
                   MOVE "LATE-FEE RUN COMPLETED" TO RUN-DESCRIPTION
                   MOVE "Y" TO LF-DONE-SWITCH
               WHEN "CSH"
                   MOVE "DRAWERS BALANCED" TO RUN-DESCRIPTION
                   MOVE "Y" TO CSH-DONE-SWITCH
               WHEN "BNK"
                   MOVE "BANK FILE LOADED" TO RUN-DESCRIPTION
                   MOVE "Y" TO BNK-DONE-SWITCH
                   IF RC-COMPLETED-TIME > LAST-BANK-INTAKE-TIME
                       MOVE RC-COMPLETED-TIME TO LAST-BANK-INTAKE-TIME
                   END-IF
               WHEN "DSB"
                   MOVE "AID DISBURSED" TO RUN-DESCRIPTION
               WHEN "DCH"
                   MOVE "DEPT CHARGES POSTED" TO RUN-DESCRIPTION
               WHEN "HLD"
                   MOVE "REGISTRAR HOLDS SENT" TO RUN-DESCRIPTION
                   MOVE "Y" TO HLD-DONE-SWITCH
               WHEN "BKP"
                   MOVE "FILES BACKED UP" TO RUN-DESCRIPTION
                   MOVE "Y" TO BKP-DONE-SWITCH
               WHEN "RCV"
                   MOVE "FILES RECOVERED" TO RUN-DESCRIPTION
               WHEN "TRM"
                   MOVE "TERM BILLED" TO RUN-DESCRIPTION
               WHEN "WDR"
                   MOVE "WITHDRAWALS PRORATED" TO RUN-DESCRIPTION
               WHEN "BDW"
                   MOVE "BAD DEBT WRITTEN OFF" TO RUN-DESCRIPTION
               WHEN OTHER
                   MOVE "UNKNOWN RUN TYPE" TO RUN-DESCRIPTION
           END-EVALUATE.

      ******************************************************************
      * Of the runs that write to this ledger, the posting run, the
      * late-fee run, aid disbursement, departmental charges, term
      * billing, withdrawal adjustment, and the bad-debt write-off
      * update STUDENT.TXT and STUDENT-HISTORY.TXT; the earliest of
      * them is when the day's processing started. The edit, the
      * bank intake, the drawer close, the GL extract, and the hold
      * run only read the master files, so they may come before the
      * backup.
      ******************************************************************
       420-NOTE-RUN-SEQUENCE.
           EVALUATE RC-RUN-TYPE
               WHEN "BKP"
                   IF FIRST-BACKUP-TIME = ZERO
                       OR RC-COMPLETED-TIME < FIRST-BACKUP-TIME
                       MOVE RC-COMPLETED-TIME TO FIRST-BACKUP-TIME
                   END-IF
               WHEN "PMT"
               WHEN "LF "
               WHEN "DSB"
               WHEN "DCH"
               WHEN "TRM"
               WHEN "WDR"
               WHEN "BDW"
                   IF NOT PROCESSING-HAS-RUN
                       OR RC-COMPLETED-TIME < FIRST-PROCESSING-TIME
                       MOVE RC-COMPLETED-TIME TO FIRST-PROCESSING-TIME
                   END-IF
                   MOVE "Y" TO PROCESSING-SEEN-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       500-REPORT-MISSING-RUNS.
           IF LISTED-RUN-COUNT = ZERO
               DISPLAY "  NO RUN HAS COMPLETED FOR THIS DATE."
               DISPLAY "  STILL OUTSTANDING: LATE-FEE RUN "
                   "(PROJECT_01 MODE L)."
           END-IF.
           IF NOT DRAWER-CLOSE-DONE
               DISPLAY "  STILL OUTSTANDING: DRAWER CLOSE "
                   "(PROJECT_01_CSH MODE C)."
           END-IF.
           IF NOT HOLD-RUN-DONE
               DISPLAY "  STILL OUTSTANDING: REGISTRATION HOLD RUN "
                   "(PROJECT_01_HLD)."
           END-IF.
           PERFORM 510-CHECK-BANK-INTAKE.
           PERFORM 520-CHECK-MORNING-BACKUP.

      ******************************************************************
      * The payment edit only sees what is on PAYMENTS.TXT when it
      * runs, so the bank file has to be loaded first. A bank file
      * loaded after the last edit of the day is sitting unedited.
      ******************************************************************
       510-CHECK-BANK-INTAKE.
           EVALUATE TRUE
               WHEN NOT BANK-INTAKE-DONE AND EDIT-RUN-DONE
                   DISPLAY "  WARNING: THE PAYMENT EDIT RAN WITH NO "
                       "BANK FILE LOADED (PROJECT_01_BNK)."
               WHEN NOT BANK-INTAKE-DONE
                   DISPLAY "  STILL OUTSTANDING: BANK FILE LOAD "
                       "(PROJECT_01_BNK)."
               WHEN EDIT-RUN-DONE
                   AND LAST-BANK-INTAKE-TIME > LAST-EDIT-TIME
                   DISPLAY "  WARNING: THE BANK FILE WAS LOADED AFTER "
                       "THE LAST PAYMENT EDIT -- RERUN PROJECT_01_EDT."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * The backup is what a recovery starts from, so it has to be
      * taken before the first of the day's updating runs on the
      * ledger.
      ******************************************************************
       520-CHECK-MORNING-BACKUP.
           EVALUATE TRUE
               WHEN NOT MORNING-BACKUP-DONE AND PROCESSING-HAS-RUN
                   DISPLAY "  WARNING: THE DAY'S PROCESSING STARTED "
                       "WITHOUT THE MORNING BACKUP (PROJECT_01_BKP)."
               WHEN NOT MORNING-BACKUP-DONE
                   DISPLAY "  STILL OUTSTANDING: MORNING BACKUP "
                       "(PROJECT_01_BKP)."
               WHEN PROCESSING-HAS-RUN
                   AND FIRST-BACKUP-TIME > FIRST-PROCESSING-TIME
                   DISPLAY "  WARNING: THE DAY'S PROCESSING STARTED "
                       "BEFORE THE MORNING BACKUP WAS TAKEN."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM PROJECT_01_RCL.
