      *            RP  CHARGE REPLACED       RF  REFUND ISSUED
      *            SP  SPONSOR PAYMENT       NS  PAYMENT REVERSED NSF
      *            NV  CREDIT REVERSED NSF   NF  NSF FEE ASSESSED
      *            WD  WITHDRAWAL PRORATION  AG  GRANT AID APPLIED
      *            AS  SCHOLARSHIP APPLIED   AL  LOAN AID APPLIED
      *            WO  BAD DEBT WRITE-OFF    RV  BAD DEBT RECOVERY
      *            RR  RECOVERY RETURN NSF
      *            plus the departmental charge types on
      *            CHARGE-TYPES.TXT, described from that table.
      *
      *          Each statement ends with the student's charges
      *          totaled by type -- tuition, late fees, NSF fees,
      *          and each departmental charge type.
      * Tectonics: cobc
      * Modification History:
      *   Sep-02-2026  STUDENT-RECORD now carries a program/level
      *                carry an existing sequential history file
      *                across; PROJECT_01_HAR inquires on history
      *                rolled to the year-end archive.
      *   Oct-15-2026  Described the WD event PROJECT_01_WDR writes
      *                when a withdrawn student's term charge is
      *                prorated from the withdrawal calendar.
      *   Oct-15-2026  Described the AG, AS, and AL events
      *                PROJECT_01_DSB writes when a grant,
      *                scholarship, or loan is disbursed.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      *   Oct-15-2026  Described the WO event PROJECT_01_BDW writes
      *                when an account handed to collections is
      *                written off, and the RV event PROJECT_01_PMT
      *                writes when the student later pays it back
      *                (RR when that payment is returned NSF).
      *   Oct-15-2026  Departmental charges posted by PROJECT_01_DCH
      *                are described from CHARGE-TYPES.TXT, and the
      *                statement now closes with the charges
      *                totaled by type, so a housing or parking
      *                charge can be told from tuition at a glance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_HST.
           SELECT HISTORY-STATEMENT-FILE ASSIGN TO
               "../HISTORY-STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-TYPE-FILE ASSIGN TO "../CHARGE-TYPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-TYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
       FD HISTORY-STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

       FD CHARGE-TYPE-FILE.
       01 CHARGE-TYPE-RECORD.
           05 CF-CHARGE-TYPE PIC X(2).
           05 CF-DEPARTMENT-CODE PIC X(4).
           05 CF-DESCRIPTION PIC X(20).
           05 CF-REVENUE-ACCOUNT PIC X(6).

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 CHARGE-TYPE-FILE-STATUS PIC X(2).

       01 CHARGE-TYPE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-CHARGE-TYPES VALUE "Y".

      ******************************************************************
      * The charges a statement totals by type. Tuition, late fees,
      * and NSF fees are always here; the departmental charge types
      * are added behind them from CHARGE-TYPES.TXT.
      ******************************************************************
       01 CHARGE-TYPE-TABLE-FIELDS.
           05 CHARGE-TYPE-COUNT PIC 9(2) COMP VALUE 3.
           05 CHARGE-TYPE-SUB PIC 9(2) COMP.
           05 MATCHED-TYPE-SUB PIC 9(2) COMP.
           05 CHARGE-TYPE-LIMIT PIC 9(2) COMP VALUE 53.
           05 SEARCH-CHARGE-TYPE PIC X(2).
           05 CHARGED-ITEM-COUNT PIC 9(5).
           05 CHARGE-TYPE-ENTRY OCCURS 53 TIMES.
               10 CT-CHARGE-TYPE PIC X(2).
               10 CT-DESCRIPTION PIC X(20).
               10 CT-ITEM-COUNT PIC 9(5).
               10 CT-ITEM-TOTAL PIC 9(9)V99.

       01 STATEMENT-CONTROL-FIELDS.
           05 ANOTHER-STATEMENT-PROMPT PIC A(1).
           05 HD-NEW-BALANCE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(14) VALUE SPACES.

       01 CHARGE-SUMMARY-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "CHARGES BY TYPE".
           05 FILLER PIC X(50) VALUE SPACES.

       01 CHARGE-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CS-CHARGE-TYPE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CS-DESCRIPTION PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CS-ITEM-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CS-ITEM-TOTAL PIC $$,$$$,$$$,$$9.99.
           05 FILLER PIC X(25) VALUE SPACES.

       01 STATEMENT-FOOTER-LINE.
           05 SF-ITEM-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(30) VALUE " HISTORY ITEM(S) LISTED.".
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-STATEMENT-FILE.
           PERFORM 210-LOAD-CHARGE-TYPES.

      ******************************************************************
      * The departmental charge types come from the CHARGE-TYPES.TXT
      * table PROJECT_01_DCH posts against. Without it those charges
      * still print, under their two-letter code.
      ******************************************************************
       210-LOAD-CHARGE-TYPES.
           MOVE "CH" TO CT-CHARGE-TYPE (1).
           MOVE "TUITION CHARGE" TO CT-DESCRIPTION (1).
           MOVE "LF" TO CT-CHARGE-TYPE (2).
           MOVE "LATE FEE ASSESSED" TO CT-DESCRIPTION (2).
           MOVE "NF" TO CT-CHARGE-TYPE (3).
           MOVE "NSF FEE ASSESSED" TO CT-DESCRIPTION (3).
           OPEN INPUT CHARGE-TYPE-FILE.
           IF CHARGE-TYPE-FILE-STATUS = "00"
               PERFORM 215-READ-CHARGE-TYPE-RECORD
               PERFORM 220-STORE-ONE-CHARGE-TYPE
                   UNTIL END-OF-CHARGE-TYPES
               CLOSE CHARGE-TYPE-FILE
           END-IF.

       215-READ-CHARGE-TYPE-RECORD.
           READ CHARGE-TYPE-FILE
               AT END
                   MOVE "Y" TO CHARGE-TYPE-EOF-SWITCH
           END-READ.

       220-STORE-ONE-CHARGE-TYPE.
           IF CF-CHARGE-TYPE NOT = SPACES
               AND CF-DEPARTMENT-CODE NOT = SPACES
               AND CF-REVENUE-ACCOUNT IS NUMERIC
               AND CHARGE-TYPE-COUNT < CHARGE-TYPE-LIMIT
               MOVE CF-CHARGE-TYPE TO SEARCH-CHARGE-TYPE
               PERFORM 344-FIND-CHARGE-TYPE
               IF MATCHED-TYPE-SUB = ZERO
                   ADD 1 TO CHARGE-TYPE-COUNT
                   MOVE CF-CHARGE-TYPE TO
                       CT-CHARGE-TYPE (CHARGE-TYPE-COUNT)
                   MOVE CF-DESCRIPTION TO
                       CT-DESCRIPTION (CHARGE-TYPE-COUNT)
               END-IF
           END-IF.
           PERFORM 215-READ-CHARGE-TYPE-RECORD.

       300-STATEMENT-FOR-ONE-STUDENT.
           MOVE "N" TO STATEMENT-NUMBER-VALID-SWITCH.
               DISPLAY "NO HISTORY HAS BEEN RECORDED YET."
           ELSE
               MOVE ZERO TO HISTORY-ITEM-COUNT
               MOVE ZERO TO CHARGED-ITEM-COUNT
               PERFORM 346-ZERO-ONE-CHARGE-TYPE
                   VARYING CHARGE-TYPE-SUB FROM 1 BY 1
                   UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT
               PERFORM 343-START-AT-STUDENT-TRAIL
               IF NOT END-OF-HISTORY-FILE
                   PERFORM 341-READ-HISTORY-RECORD
               END-IF
               PERFORM 342-PRINT-HISTORY-ITEM
                   UNTIL END-OF-HISTORY-FILE
               PERFORM 360-PRINT-CHARGES-BY-TYPE
               PERFORM 350-PRINT-STATEMENT-FOOTER
               CLOSE STUDENT-HISTORY-FILE
           END-IF.
               MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
               MOVE HI-POST-DATE TO HD-POST-DATE
               MOVE HI-TRANS-CODE TO SEARCH-CHARGE-TYPE
               MOVE ZERO TO MATCHED-TYPE-SUB
               EVALUATE HI-TRANS-CODE
                   WHEN "CH"
                       MOVE "TUITION CHARGE" TO HD-DESCRIPTION
                       PERFORM 344-FIND-CHARGE-TYPE
                   WHEN "PY"
                       MOVE "PAYMENT RECEIVED" TO HD-DESCRIPTION
                   WHEN "LF"
                       MOVE "LATE FEE ASSESSED" TO HD-DESCRIPTION
                       PERFORM 344-FIND-CHARGE-TYPE
                   WHEN "AJ"
                       MOVE "BALANCE ADJUSTMENT" TO HD-DESCRIPTION
                   WHEN "CR"
                       MOVE "CREDIT REVERSED NSF" TO HD-DESCRIPTION
                   WHEN "NF"
                       MOVE "NSF FEE ASSESSED" TO HD-DESCRIPTION
                       PERFORM 344-FIND-CHARGE-TYPE
                   WHEN "WD"
                       MOVE "WITHDRAWAL PRORATION" TO HD-DESCRIPTION
                   WHEN "AG"
                       MOVE "GRANT AID APPLIED" TO HD-DESCRIPTION
                   WHEN "AS"
                       MOVE "SCHOLARSHIP APPLIED" TO HD-DESCRIPTION
                   WHEN "AL"
                       MOVE "LOAN AID APPLIED" TO HD-DESCRIPTION
                   WHEN "WO"
                       MOVE "BAD DEBT WRITE-OFF" TO HD-DESCRIPTION
                   WHEN "RV"
                       MOVE "BAD DEBT RECOVERY" TO HD-DESCRIPTION
                   WHEN "RR"
                       MOVE "RECOVERY RETURN NSF" TO HD-DESCRIPTION
                   WHEN OTHER
                       PERFORM 344-FIND-CHARGE-TYPE
                       IF MATCHED-TYPE-SUB > ZERO
                           MOVE CT-DESCRIPTION (MATCHED-TYPE-SUB) TO
                               HD-DESCRIPTION
                       ELSE
                           MOVE HI-TRANS-CODE TO HD-DESCRIPTION
                       END-IF
               END-EVALUATE
               IF MATCHED-TYPE-SUB > ZERO
                   ADD 1 TO CT-ITEM-COUNT (MATCHED-TYPE-SUB)
                   ADD HI-TRANS-AMOUNT TO
                       CT-ITEM-TOTAL (MATCHED-TYPE-SUB)
                   ADD 1 TO CHARGED-ITEM-COUNT
               END-IF
               MOVE HI-TRANS-AMOUNT TO HD-TRANS-AMOUNT
               MOVE HI-NEW-BALANCE TO HD-NEW-BALANCE
               WRITE STATEMENT-LINE FROM HISTORY-DETAIL-LINE
               PERFORM 341-READ-HISTORY-RECORD
           END-IF.

       344-FIND-CHARGE-TYPE.
           MOVE ZERO TO MATCHED-TYPE-SUB.
           PERFORM 345-MATCH-ONE-CHARGE-TYPE
               VARYING CHARGE-TYPE-SUB FROM 1 BY 1
               UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT
               OR MATCHED-TYPE-SUB > ZERO.

       345-MATCH-ONE-CHARGE-TYPE.
           IF CT-CHARGE-TYPE (CHARGE-TYPE-SUB) = SEARCH-CHARGE-TYPE
               MOVE CHARGE-TYPE-SUB TO MATCHED-TYPE-SUB
           END-IF.

       346-ZERO-ONE-CHARGE-TYPE.
           MOVE ZERO TO CT-ITEM-COUNT (CHARGE-TYPE-SUB).
           MOVE ZERO TO CT-ITEM-TOTAL (CHARGE-TYPE-SUB).

       350-PRINT-STATEMENT-FOOTER.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           CLOSE STUDENT-FILE-OUT.
           CLOSE HISTORY-STATEMENT-FILE.

      ******************************************************************
      * The charges on the statement totaled by type, so a student
      * disputing a balance sees how much of it is tuition and how
      * much came from housing, parking, the library, or a lab.
      ******************************************************************
       360-PRINT-CHARGES-BY-TYPE.
           IF CHARGED-ITEM-COUNT > ZERO
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               WRITE STATEMENT-LINE FROM CHARGE-SUMMARY-HEADING-LINE
               PERFORM 365-PRINT-ONE-CHARGE-TYPE
                   VARYING CHARGE-TYPE-SUB FROM 1 BY 1
                   UNTIL CHARGE-TYPE-SUB > CHARGE-TYPE-COUNT
           END-IF.

       365-PRINT-ONE-CHARGE-TYPE.
           IF CT-ITEM-COUNT (CHARGE-TYPE-SUB) > ZERO
               MOVE CT-CHARGE-TYPE (CHARGE-TYPE-SUB) TO CS-CHARGE-TYPE
               MOVE CT-DESCRIPTION (CHARGE-TYPE-SUB) TO CS-DESCRIPTION
               MOVE CT-ITEM-COUNT (CHARGE-TYPE-SUB) TO CS-ITEM-COUNT
               MOVE CT-ITEM-TOTAL (CHARGE-TYPE-SUB) TO CS-ITEM-TOTAL
               WRITE STATEMENT-LINE FROM CHARGE-SUMMARY-LINE
           END-IF.

       END PROGRAM PROJECT_01_HST.
