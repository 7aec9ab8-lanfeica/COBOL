      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Set and release the Bursar's registration holds and
      *          send the Registrar the night's changes, so the list
      *          of students blocked from registering no longer has
      *          to be pulled from the PROJECT_01_AGE report by hand
      *          and phoned across, and a student who pays is not
      *          left blocked until somebody remembers to call back.
      *
      *          The indexed REGISTRATION-HOLDS.TXT keeps one record
      *          per student ever held: the reason, the date the
      *          hold was set, and the date it was released (zero
      *          while the hold is active). Every student on
      *          STUDENT.TXT is checked each night:
      *
      *            SET      no active hold, TUITION-OWED at or over
      *                     the minimum balance, and either the
      *                     account is handed off to collections on
      *                     DUNNING-STATUS.TXT (reason C) or the
      *                     balance is at least the minimum number
      *                     of days past TUITION-DUE-DATE (reason B)
      *            RELEASE  an active hold, and TUITION-OWED has
      *                     dropped under the minimum balance, but
      *                     never while the account is still handed
      *                     off to collections or while WRITE-OFFS.TXT
      *                     shows more written off than recovered --
      *                     a write-off zeroes the balance without a
      *                     cent being paid, so the hold stays until
      *                     recoveries have made the debt good
      *
      *          Each hold set or released is written to
      *          REGISTRAR-HOLD-EXTRACT.TXT, which is rebuilt every
      *          night and picked up by the Registrar's office. The
      *          run is meant to follow PROJECT_01_PMT, so the day's
      *          payments release their holds the same night; it
      *          warns when no completed posting run is on the
      *          RUN-CONTROL.TXT ledger for the day, and it refuses
      *          a second run for the same date so the day's extract
      *          is never overwritten before the Registrar has it.
      *
      *          HOLD-THRESHOLD.TXT is keyed in an editor, one row:
      *          minimum days past due (3 digits), then minimum
      *          balance as 9 digits with implied cents. When the
      *          file has not been staged the Bursar's standing
      *          policy of 30 days and $100.00 is used.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_HLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-THRESHOLD-FILE ASSIGN TO
               "../HOLD-THRESHOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-THRESHOLD-FILE-STATUS.
           SELECT STUDENT-FILE-OUT ASSIGN TO "../STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT DUNNING-STATUS-FILE ASSIGN TO
               "../DUNNING-STATUS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-STUDENT-NUMBER
               FILE STATUS IS DUNNING-STATUS-FILE-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "../WRITE-OFFS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-STUDENT-NUMBER
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO
               "../REGISTRATION-HOLDS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-STUDENT-NUMBER
               FILE STATUS IS REGISTRATION-HOLD-FILE-STATUS.
           SELECT REGISTRAR-EXTRACT-FILE ASSIGN TO
               "../REGISTRAR-HOLD-EXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRAR-EXTRACT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "../RUN-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD HOLD-THRESHOLD-FILE.
       01 HOLD-THRESHOLD-RECORD.
           05 HT-MINIMUM-DAYS-PAST-DUE PIC 9(3).
           05 HT-MINIMUM-BALANCE PIC 9(7)V99.

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

       FD DUNNING-STATUS-FILE.
       01 DUNNING-STATUS-RECORD.
           05 DN-STUDENT-NUMBER PIC 9(7).
           05 DN-LAST-LEVEL-SENT PIC 9(1).
               88 DN-NOTHING-SENT VALUE 0.
               88 DN-HANDED-OFF VALUE 4.
           05 DN-LAST-SENT-DATE PIC 9(8).
           05 DN-LEVEL-SENT-DATE OCCURS 3 TIMES PIC 9(8).

       FD WRITE-OFF-FILE.
       01 WRITE-OFF-RECORD.
           05 WO-STUDENT-NUMBER PIC 9(7).
           05 WO-LAST-WRITE-OFF-DATE PIC 9(8).
           05 WO-APPROVED-BY PIC X(8).
           05 WO-WRITTEN-OFF-AMOUNT PIC 9(7)V99.
           05 WO-RECOVERED-AMOUNT PIC 9(7)V99.

       FD REGISTRATION-HOLD-FILE.
       01 REGISTRATION-HOLD-RECORD.
           05 HL-STUDENT-NUMBER PIC 9(7).
           05 HL-HOLD-REASON PIC X(1).
               88 HL-BALANCE-PAST-DUE VALUE "B".
               88 HL-COLLECTIONS-HANDOFF VALUE "C".
           05 HL-SET-DATE PIC 9(8).
           05 HL-RELEASED-DATE PIC 9(8).
               88 HL-HOLD-ACTIVE VALUE ZERO.

       FD REGISTRAR-EXTRACT-FILE.
       01 REGISTRAR-EXTRACT-RECORD.
           05 RX-ACTION-CODE PIC X(1).
               88 RX-HOLD-ADDED VALUE "A".
               88 RX-HOLD-RELEASED VALUE "R".
           05 RX-STUDENT-NUMBER PIC 9(7).
           05 RX-STUDENT-NAME PIC X(40).
           05 RX-HOLD-REASON PIC X(1).
           05 RX-SET-DATE PIC 9(8).
           05 RX-RELEASED-DATE PIC 9(8).
           05 RX-BALANCE-OWED PIC 9(7)V99.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-RUN-TYPE PIC X(3).
           05 RC-BUSINESS-DATE PIC 9(8).
           05 RC-RECORD-COUNT PIC 9(7).
           05 RC-AMOUNT PIC 9(9)V99.
           05 RC-COMPLETED-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 HOLD-THRESHOLD-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 DUNNING-STATUS-FILE-STATUS PIC X(2).
       01 WRITE-OFF-FILE-STATUS PIC X(2).
       01 REGISTRATION-HOLD-FILE-STATUS PIC X(2).
       01 REGISTRAR-EXTRACT-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).

       01 STUDENT-FILE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-STUDENT-FILE VALUE "Y".

       01 RUN-CONTROL-WORK-FIELDS.
           05 RUN-CONTROL-EOF-SWITCH PIC X(1).
               88 END-OF-RUN-CONTROL-FILE VALUE "Y".
           05 PRIOR-RUN-FOUND-SWITCH PIC X(1).
               88 PRIOR-HOLD-RUN-FOUND VALUE "Y".
           05 POSTING-DONE-SWITCH PIC X(1).
               88 POSTING-RUN-COMPLETED VALUE "Y".
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 HOLD-THRESHOLD-FIELDS.
           05 MINIMUM-DAYS-PAST-DUE PIC 9(3) VALUE 30.
           05 MINIMUM-HOLD-BALANCE PIC 9(7)V99 VALUE 100.00.
           05 MINIMUM-BALANCE-DISPLAY PIC $$,$$$,$$9.99.

       01 AGING-DATE-FIELDS.
           05 AGING-TODAY PIC 9(8).
           05 AGING-TODAY-DAYS PIC 9(7) COMP.
           05 AGING-DUE-DATE-DAYS PIC 9(7) COMP.
           05 DAYS-PAST-DUE PIC S9(7) COMP.

       01 DAY-NUMBER-WORK-FIELDS.
           05 DNW-DATE PIC 9(8).
           05 DNW-DATE-SPLIT REDEFINES DNW-DATE.
               10 DNW-YEAR PIC 9(4).
               10 DNW-MONTH PIC 9(2).
               10 DNW-DAY PIC 9(2).
           05 DNW-ADJ-YEAR PIC 9(4) COMP.
           05 DNW-ADJ-MONTH PIC 9(2) COMP.
           05 DNW-DAY-NUMBER PIC 9(7) COMP.

       01 HOLD-WORK-FIELDS.
           05 DUNNING-STATUS-AVAILABLE-SWITCH PIC X(1).
               88 DUNNING-STATUS-AVAILABLE VALUE "Y".
           05 HANDED-OFF-SWITCH PIC X(1).
               88 ACCOUNT-HANDED-OFF VALUE "Y".
           05 WRITE-OFF-AVAILABLE-SWITCH PIC X(1).
               88 WRITE-OFF-FILE-AVAILABLE VALUE "Y".
           05 UNRECOVERED-SWITCH PIC X(1).
               88 WRITE-OFF-UNRECOVERED VALUE "Y".
           05 HOLD-LOOKUP-SWITCH PIC X(1).
               88 HOLD-ON-FILE VALUE "Y".
           05 ACTIVE-HOLD-SWITCH PIC X(1).
               88 STUDENT-HAS-ACTIVE-HOLD VALUE "Y".

       01 HOLD-RUN-TOTALS.
           05 STUDENTS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
           05 BALANCE-HOLDS-SET-COUNT PIC 9(5) VALUE ZERO.
           05 HANDOFF-HOLDS-SET-COUNT PIC 9(5) VALUE ZERO.
           05 HOLDS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
           05 HOLDS-STILL-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
           05 EXTRACT-RECORD-COUNT PIC 9(7) VALUE ZERO.
           05 HOLDS-SET-BALANCE-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 HOLD-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-RUN-REGISTRATION-HOLDS.
           ACCEPT AGING-TODAY FROM DATE YYYYMMDD.
           PERFORM 220-CHECK-RUN-CONTROL.
           PERFORM 210-LOAD-HOLD-THRESHOLD.
           PERFORM 200-OPEN-HOLD-FILES.
           MOVE AGING-TODAY TO DNW-DATE.
           PERFORM 850-CONVERT-DATE-TO-DAYS.
           MOVE DNW-DAY-NUMBER TO AGING-TODAY-DAYS.
           PERFORM 300-READ-NEXT-STUDENT.
           PERFORM 400-CHECK-ONE-STUDENT
               UNTIL END-OF-STUDENT-FILE.
           PERFORM 800-DISPLAY-RUN-TOTALS.
           PERFORM 860-WRITE-RUN-CONTROL.
           PERFORM 900-CLOSE-HOLD-FILES.
           STOP RUN.

      ******************************************************************
      * A missing DUNNING-STATUS.TXT only means PROJECT_01_DUN has
      * never run -- nobody has been handed off, and holds are set
      * on the balance and its age alone. A missing WRITE-OFFS.TXT
      * likewise means PROJECT_01_BDW has never written anything off.
      ******************************************************************
       200-OPEN-HOLD-FILES.
           OPEN INPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DUNNING-STATUS-FILE.
           EVALUATE DUNNING-STATUS-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO DUNNING-STATUS-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO DUNNING-STATUS-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING DUNNING STATUS FILE, "
                       "STATUS = " DUNNING-STATUS-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT WRITE-OFF-FILE.
           EVALUATE WRITE-OFF-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WRITE-OFF-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO WRITE-OFF-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING WRITE-OFF FILE, STATUS = "
                       WRITE-OFF-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           OPEN I-O REGISTRATION-HOLD-FILE.
           IF REGISTRATION-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT REGISTRATION-HOLD-FILE
               CLOSE REGISTRATION-HOLD-FILE
               OPEN I-O REGISTRATION-HOLD-FILE
           END-IF.
           IF REGISTRATION-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTRATION HOLD FILE, "
                   "STATUS = " REGISTRATION-HOLD-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTRAR-EXTRACT-FILE.
           IF REGISTRAR-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTRAR HOLD EXTRACT FILE, "
                   "STATUS = " REGISTRAR-EXTRACT-FILE-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      * A threshold row that is present but not numeric stops the
      * run rather than falling back to the standing policy -- a
      * mistyped row would otherwise go unnoticed while holds are set
      * on the wrong terms. A zero balance is refused as well, since
      * no hold could ever be released under it.
      ******************************************************************
       210-LOAD-HOLD-THRESHOLD.
           OPEN INPUT HOLD-THRESHOLD-FILE.
           EVALUATE HOLD-THRESHOLD-FILE-STATUS
               WHEN "00"
                   PERFORM 215-READ-HOLD-THRESHOLD
                   CLOSE HOLD-THRESHOLD-FILE
               WHEN "35"
                   DISPLAY "NO HOLD-THRESHOLD.TXT STAGED -- USING THE "
                       "STANDING HOLD POLICY."
               WHEN OTHER
                   DISPLAY "ERROR OPENING HOLD THRESHOLD FILE, "
                       "STATUS = " HOLD-THRESHOLD-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           MOVE MINIMUM-HOLD-BALANCE TO MINIMUM-BALANCE-DISPLAY.
           DISPLAY "HOLDS SET AT " MINIMUM-BALANCE-DISPLAY
               " OR MORE OWED AND " MINIMUM-DAYS-PAST-DUE
               " OR MORE DAYS PAST DUE.".

       215-READ-HOLD-THRESHOLD.
           READ HOLD-THRESHOLD-FILE
               AT END
                   DISPLAY "HOLD-THRESHOLD.TXT IS EMPTY -- USING THE "
                       "STANDING HOLD POLICY."
               NOT AT END
                   IF HT-MINIMUM-DAYS-PAST-DUE NOT NUMERIC
                       OR HT-MINIMUM-BALANCE NOT NUMERIC
                       OR HT-MINIMUM-BALANCE = ZERO
                       DISPLAY "INVALID HOLD-THRESHOLD.TXT ROW -- "
                           "CORRECT IT AND RERUN."
                       CLOSE HOLD-THRESHOLD-FILE
                       STOP RUN
                   END-IF
                   MOVE HT-MINIMUM-DAYS-PAST-DUE
                       TO MINIMUM-DAYS-PAST-DUE
                   MOVE HT-MINIMUM-BALANCE TO MINIMUM-HOLD-BALANCE
           END-READ.

      ******************************************************************
      * One hold run per business date -- a second run would rebuild
      * REGISTRAR-HOLD-EXTRACT.TXT with nothing in it, losing the
      * day's adds and releases before the Registrar has picked them
      * up. A run ahead of the day's posting run is only warned
      * about: payments posted later release their holds on the
      * next night's extract.
      ******************************************************************
       220-CHECK-RUN-CONTROL.
           MOVE "N" TO PRIOR-RUN-FOUND-SWITCH.
           MOVE "N" TO POSTING-DONE-SWITCH.
           MOVE "N" TO RUN-CONTROL-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-STATUS = "00"
               PERFORM 230-READ-RUN-CONTROL-RECORD
               PERFORM 240-MATCH-RUN-CONTROL-RECORD
                   UNTIL END-OF-RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF PRIOR-HOLD-RUN-FOUND
               DISPLAY "THE REGISTRATION HOLD RUN HAS ALREADY "
                   "COMPLETED FOR " AGING-TODAY " -- RUN REFUSED."
               DISPLAY "A SECOND RUN WOULD OVERWRITE THE DAY'S "
                   "REGISTRAR EXTRACT."
               STOP RUN
           END-IF.
           IF NOT POSTING-RUN-COMPLETED
               DISPLAY "WARNING: NO COMPLETED POSTING RUN IS ON THE "
                   "RUN CONTROL LEDGER FOR " AGING-TODAY "."
               DISPLAY "HOLDS PAID OFF BY PAYMENTS NOT YET POSTED "
                   "WILL BE RELEASED ON THE NEXT NIGHT'S EXTRACT."
           END-IF.

       230-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO RUN-CONTROL-EOF-SWITCH
           END-READ.

       240-MATCH-RUN-CONTROL-RECORD.
           IF RC-BUSINESS-DATE = AGING-TODAY
               EVALUATE RC-RUN-TYPE
                   WHEN "HLD"
                       MOVE "Y" TO PRIOR-RUN-FOUND-SWITCH
                   WHEN "PMT"
                       MOVE "Y" TO POSTING-DONE-SWITCH
               END-EVALUATE
           END-IF.
           PERFORM 230-READ-RUN-CONTROL-RECORD.

       300-READ-NEXT-STUDENT.
           READ STUDENT-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO STUDENT-FILE-EOF-SWITCH
           END-READ.

      ******************************************************************
      * A held balance that has dropped under the minimum is only
      * released once the account is back from collections and any
      * write-off has been recovered in full. Until then the hold is
      * counted as still active.
      ******************************************************************
       400-CHECK-ONE-STUDENT.
           ADD 1 TO STUDENTS-CHECKED-COUNT.
           PERFORM 410-AGE-THE-BALANCE.
           PERFORM 420-CHECK-HANDOFF-STATUS.
           PERFORM 425-CHECK-WRITE-OFF-STATUS.
           PERFORM 430-READ-HOLD-RECORD.
           EVALUATE TRUE
               WHEN STUDENT-HAS-ACTIVE-HOLD
                   AND TUITION-OWED < MINIMUM-HOLD-BALANCE
                   AND NOT ACCOUNT-HANDED-OFF
                   AND NOT WRITE-OFF-UNRECOVERED
                   PERFORM 460-RELEASE-HOLD
               WHEN STUDENT-HAS-ACTIVE-HOLD
                   ADD 1 TO HOLDS-STILL-ACTIVE-COUNT
               WHEN TUITION-OWED < MINIMUM-HOLD-BALANCE
                   CONTINUE
               WHEN ACCOUNT-HANDED-OFF
                   MOVE "C" TO HL-HOLD-REASON
                   PERFORM 450-SET-HOLD
                   ADD 1 TO HANDOFF-HOLDS-SET-COUNT
               WHEN DAYS-PAST-DUE NOT < MINIMUM-DAYS-PAST-DUE
                   MOVE "B" TO HL-HOLD-REASON
                   PERFORM 450-SET-HOLD
                   ADD 1 TO BALANCE-HOLDS-SET-COUNT
           END-EVALUATE.
           PERFORM 300-READ-NEXT-STUDENT.

      ******************************************************************
      * A balance with no due date on the record has nothing to age
      * from and is treated as current.
      ******************************************************************
       410-AGE-THE-BALANCE.
           IF TUITION-DUE-DATE = ZERO
               MOVE ZERO TO DAYS-PAST-DUE
           ELSE
               MOVE TUITION-DUE-DATE TO DNW-DATE
               PERFORM 850-CONVERT-DATE-TO-DAYS
               MOVE DNW-DAY-NUMBER TO AGING-DUE-DATE-DAYS
               COMPUTE DAYS-PAST-DUE =
                   AGING-TODAY-DAYS - AGING-DUE-DATE-DAYS
           END-IF.

       420-CHECK-HANDOFF-STATUS.
           MOVE "N" TO HANDED-OFF-SWITCH.
           IF DUNNING-STATUS-AVAILABLE
               MOVE STUDENT-NUMBER TO DN-STUDENT-NUMBER
               READ DUNNING-STATUS-FILE
                   KEY IS DN-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DN-HANDED-OFF
                           MOVE "Y" TO HANDED-OFF-SWITCH
                       END-IF
               END-READ
           END-IF.

       425-CHECK-WRITE-OFF-STATUS.
           MOVE "N" TO UNRECOVERED-SWITCH.
           IF WRITE-OFF-FILE-AVAILABLE
               MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER
               READ WRITE-OFF-FILE
                   KEY IS WO-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF-AMOUNT > WO-RECOVERED-AMOUNT
                           MOVE "Y" TO UNRECOVERED-SWITCH
                       END-IF
               END-READ
           END-IF.

       430-READ-HOLD-RECORD.
           MOVE "N" TO ACTIVE-HOLD-SWITCH.
           MOVE STUDENT-NUMBER TO HL-STUDENT-NUMBER.
           READ REGISTRATION-HOLD-FILE
               KEY IS HL-STUDENT-NUMBER
               INVALID KEY
                   MOVE "N" TO HOLD-LOOKUP-SWITCH
                   MOVE STUDENT-NUMBER TO HL-STUDENT-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO HOLD-LOOKUP-SWITCH
                   IF HL-HOLD-ACTIVE
                       MOVE "Y" TO ACTIVE-HOLD-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * A student held and released before keeps the one record, so
      * a new hold overwrites the old reason and dates.
      ******************************************************************
       450-SET-HOLD.
           MOVE AGING-TODAY TO HL-SET-DATE.
           MOVE ZERO TO HL-RELEASED-DATE.
           PERFORM 455-REWRITE-OR-ADD-HOLD.
           MOVE "A" TO RX-ACTION-CODE.
           PERFORM 470-WRITE-REGISTRAR-EXTRACT.
           ADD TUITION-OWED TO HOLDS-SET-BALANCE-TOTAL.

       455-REWRITE-OR-ADD-HOLD.
           IF HOLD-ON-FILE
               REWRITE REGISTRATION-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING REGISTRATION HOLD FOR "
                           "STUDENT NUMBER " HL-STUDENT-NUMBER
               END-REWRITE
           ELSE
               WRITE REGISTRATION-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING REGISTRATION HOLD FOR "
                           "STUDENT NUMBER " HL-STUDENT-NUMBER
               END-WRITE
           END-IF.

       460-RELEASE-HOLD.
           MOVE AGING-TODAY TO HL-RELEASED-DATE.
           PERFORM 455-REWRITE-OR-ADD-HOLD.
           MOVE "R" TO RX-ACTION-CODE.
           PERFORM 470-WRITE-REGISTRAR-EXTRACT.
           ADD 1 TO HOLDS-RELEASED-COUNT.

       470-WRITE-REGISTRAR-EXTRACT.
           MOVE STUDENT-NUMBER TO RX-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RX-STUDENT-NAME.
           MOVE HL-HOLD-REASON TO RX-HOLD-REASON.
           MOVE HL-SET-DATE TO RX-SET-DATE.
           MOVE HL-RELEASED-DATE TO RX-RELEASED-DATE.
           MOVE TUITION-OWED TO RX-BALANCE-OWED.
           WRITE REGISTRAR-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-RECORD-COUNT.

       800-DISPLAY-RUN-TOTALS.
           DISPLAY "REGISTRATION HOLD RUN COMPLETE FOR " AGING-TODAY
               ".".
           DISPLAY "  STUDENTS CHECKED:             "
               STUDENTS-CHECKED-COUNT.
           DISPLAY "  HOLDS SET, BALANCE PAST DUE:  "
               BALANCE-HOLDS-SET-COUNT.
           DISPLAY "  HOLDS SET, COLLECTIONS:       "
               HANDOFF-HOLDS-SET-COUNT.
           DISPLAY "  HOLDS RELEASED:               "
               HOLDS-RELEASED-COUNT.
           DISPLAY "  HOLDS STILL ACTIVE:           "
               HOLDS-STILL-ACTIVE-COUNT.
           MOVE HOLDS-SET-BALANCE-TOTAL TO HOLD-TOTAL-DISPLAY.
           DISPLAY "  BALANCES NEWLY HELD:  " HOLD-TOTAL-DISPLAY.
           DISPLAY EXTRACT-RECORD-COUNT " RECORD(S) WRITTEN TO "
               "REGISTRAR-HOLD-EXTRACT.TXT.".

      ******************************************************************
      * Convert the CCYYMMDD date in DNW-DATE to a day number in
      * DNW-DAY-NUMBER, so two dates can be differenced to a count of
      * days. Months January and February are carried as months 13
      * and 14 of the prior year so the leap day falls at the end of
      * the shifted year, which keeps the month-length term exact
      * across leap years.
      ******************************************************************
       850-CONVERT-DATE-TO-DAYS.
           IF DNW-MONTH < 3
               COMPUTE DNW-ADJ-YEAR = DNW-YEAR - 1
               COMPUTE DNW-ADJ-MONTH = DNW-MONTH + 12
           ELSE
               MOVE DNW-YEAR TO DNW-ADJ-YEAR
               MOVE DNW-MONTH TO DNW-ADJ-MONTH
           END-IF.
           COMPUTE DNW-DAY-NUMBER =
               (365 * DNW-ADJ-YEAR)
               + (DNW-ADJ-YEAR / 4)
               - (DNW-ADJ-YEAR / 100)
               + (DNW-ADJ-YEAR / 400)
               + ((153 * (DNW-ADJ-MONTH + 1)) / 5)
               + DNW-DAY.

       860-WRITE-RUN-CONTROL.
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
           MOVE "HLD" TO RC-RUN-TYPE.
           MOVE AGING-TODAY TO RC-BUSINESS-DATE.
           MOVE EXTRACT-RECORD-COUNT TO RC-RECORD-COUNT.
           MOVE HOLDS-SET-BALANCE-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       900-CLOSE-HOLD-FILES.
           CLOSE STUDENT-FILE-OUT.
           IF DUNNING-STATUS-AVAILABLE
               CLOSE DUNNING-STATUS-FILE
           END-IF.
           IF WRITE-OFF-FILE-AVAILABLE
               CLOSE WRITE-OFF-FILE
           END-IF.
           CLOSE REGISTRATION-HOLD-FILE.
           CLOSE REGISTRAR-EXTRACT-FILE.

       END PROGRAM PROJECT_01_HLD.
