      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: Take the morning backup of the Bursar's indexed
      *          master files before the day's processing starts.
      *          Every program updates STUDENT.TXT and
      *          STUDENT-HISTORY.TXT in place, so a file damaged
      *          mid-cycle could only be put back from whatever copy
      *          the system administrator made the night before, and
      *          nothing could re-apply the day's work on top of it.
      *
      *          The run copies STUDENT.TXT, STUDENT-HISTORY.TXT,
      *          PAYMENT-PLANS.TXT, and DUNNING-STATUS.TXT, in key
      *          order, onto one sequential generation file:
      *
      *            HD  header -- the backup date and time
      *            ST  one record per student
      *            HI  one record per history event
      *            PP  one record per payment plan
      *            DS  one record per dunning status
      *            TR  trailer -- the record count of each file and
      *                the TUITION-OWED and CREDIT-BALANCE totals
      *
      *          A rolling set of seven dated generations is kept,
      *          BACKUP-GEN1.TXT through BACKUP-GEN7.TXT, catalogued
      *          on BACKUP-CATALOG.TXT by slot with each generation's
      *          date, time, and counts. Each run writes over the
      *          oldest generation, or over an empty slot while the
      *          set is filling; a second backup on the same date
      *          replaces that date's generation, so the set always
      *          holds seven different days. The catalog is only
      *          brought up to date once the trailer is written, and
      *          PROJECT_01_RCV refuses a generation whose header or
      *          trailer does not agree with the catalog, so a run
      *          that dies part-way cannot be restored from.
      *
      *          A BKP completion record is appended to
      *          RUN-CONTROL.TXT; PROJECT_01_RCL warns when the day's
      *          processing has started without it. Nothing else may
      *          be running while the backup is taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_BKP.
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
           SELECT RUN-CONTROL-FILE ASSIGN TO "../RUN-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.

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

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-RUN-TYPE PIC X(3).
           05 RC-BUSINESS-DATE PIC 9(8).
           05 RC-RECORD-COUNT PIC 9(7).
           05 RC-AMOUNT PIC 9(9)V99.
           05 RC-COMPLETED-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-HISTORY-FILE-STATUS PIC X(2).
       01 PAYMENT-PLAN-FILE-STATUS PIC X(2).
       01 DUNNING-STATUS-FILE-STATUS PIC X(2).
       01 BACKUP-CATALOG-FILE-STATUS PIC X(2).
       01 BACKUP-GENERATION-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-FILE-STATUS PIC X(2).

       01 STUDENT-FILE-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-STUDENT-FILE VALUE "Y".

       01 HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".

       01 PAYMENT-PLAN-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-PAYMENT-PLANS VALUE "Y".

       01 DUNNING-STATUS-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-DUNNING-STATUS VALUE "Y".

       01 BACKUP-CATALOG-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-BACKUP-CATALOG VALUE "Y".

      ******************************************************************
      * One entry per generation slot. A slot never yet written
      * carries a zero backup date.
      ******************************************************************
       01 GENERATION-TABLE-FIELDS.
           05 GENERATION-LIMIT PIC 9(2) COMP VALUE 7.
           05 GENERATION-SUB PIC 9(2) COMP.
           05 GENERATION-SLOT PIC 9(2) COMP.
           05 REPLACED-BACKUP-DATE PIC 9(8).
           05 GENERATION-ENTRY OCCURS 7 TIMES.
               10 GN-BACKUP-DATE PIC 9(8).
               10 GN-BACKUP-TIME PIC 9(8).
               10 GN-STUDENT-COUNT PIC 9(7).
               10 GN-HISTORY-COUNT PIC 9(7).
               10 GN-PLAN-COUNT PIC 9(7).
               10 GN-DUNNING-COUNT PIC 9(7).
               10 GN-OWED-TOTAL PIC 9(9)V99.
               10 GN-CREDIT-TOTAL PIC 9(9)V99.

      ******************************************************************
      * Every line of a generation file is built here: a two-byte
      * record type and the record as it sits on its master file.
      ******************************************************************
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
           05 BG-TRAILER-BODY REDEFINES BG-RECORD-BODY.
               10 BG-TR-STUDENT-COUNT PIC 9(7).
               10 BG-TR-HISTORY-COUNT PIC 9(7).
               10 BG-TR-PLAN-COUNT PIC 9(7).
               10 BG-TR-DUNNING-COUNT PIC 9(7).
               10 BG-TR-OWED-TOTAL PIC 9(9)V99.
               10 BG-TR-CREDIT-TOTAL PIC 9(9)V99.
               10 FILLER PIC X(99).

       01 BACKUP-WORK-FIELDS.
           05 HISTORY-AVAILABLE-SWITCH PIC X(1).
               88 HISTORY-FILE-AVAILABLE VALUE "Y".
           05 PAYMENT-PLANS-AVAILABLE-SWITCH PIC X(1).
               88 PAYMENT-PLANS-AVAILABLE VALUE "Y".
           05 DUNNING-STATUS-AVAILABLE-SWITCH PIC X(1).
               88 DUNNING-STATUS-AVAILABLE VALUE "Y".
           05 BACKUP-DATE PIC 9(8).
           05 BACKUP-TIME PIC 9(8).
           05 RUN-COMPLETED-TIME PIC 9(8).

       01 BACKUP-TOTALS.
           05 STUDENT-COPY-COUNT PIC 9(7) VALUE ZERO.
           05 HISTORY-COPY-COUNT PIC 9(7) VALUE ZERO.
           05 PLAN-COPY-COUNT PIC 9(7) VALUE ZERO.
           05 DUNNING-COPY-COUNT PIC 9(7) VALUE ZERO.
           05 OWED-COPY-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 CREDIT-COPY-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 BACKUP-RECORD-COUNT PIC 9(7) VALUE ZERO.
           05 BACKUP-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-BACK-UP-MASTER-FILES.
           ACCEPT BACKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT BACKUP-TIME FROM TIME.
           PERFORM 200-LOAD-BACKUP-CATALOG.
           PERFORM 250-CHOOSE-GENERATION-SLOT.
           PERFORM 300-OPEN-MASTER-FILES.
           PERFORM 400-OPEN-GENERATION-FILE.
           PERFORM 410-WRITE-GENERATION-HEADER.
           PERFORM 500-COPY-STUDENT-FILE.
           PERFORM 520-COPY-HISTORY-FILE.
           PERFORM 540-COPY-PAYMENT-PLANS.
           PERFORM 560-COPY-DUNNING-STATUS.
           PERFORM 600-WRITE-GENERATION-TRAILER.
           PERFORM 450-CLOSE-GENERATION-FILE.
           PERFORM 700-REWRITE-BACKUP-CATALOG.
           PERFORM 800-WRITE-RUN-CONTROL.
           PERFORM 850-DISPLAY-BACKUP-TOTALS.
           PERFORM 900-CLOSE-MASTER-FILES.
           STOP RUN.

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
                   DISPLAY "NO BACKUP CATALOG YET -- STARTING THE "
                       "GENERATION SET."
               WHEN OTHER
                   DISPLAY "ERROR OPENING BACKUP CATALOG, STATUS = "
                       BACKUP-CATALOG-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

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
           END-IF.
           PERFORM 210-READ-BACKUP-CATALOG.

      ******************************************************************
      * Today's generation is replaced if there is one; otherwise
      * the first empty slot is taken, and once all seven are in use
      * the oldest generation is written over.
      ******************************************************************
       250-CHOOSE-GENERATION-SLOT.
           MOVE ZERO TO GENERATION-SLOT.
           PERFORM 255-MATCH-TODAYS-GENERATION
               VARYING GENERATION-SUB FROM 1 BY 1
               UNTIL GENERATION-SUB > GENERATION-LIMIT
               OR GENERATION-SLOT > ZERO.
           IF GENERATION-SLOT = ZERO
               MOVE 1 TO GENERATION-SLOT
               PERFORM 260-KEEP-OLDEST-GENERATION
                   VARYING GENERATION-SUB FROM 2 BY 1
                   UNTIL GENERATION-SUB > GENERATION-LIMIT
           END-IF.
           MOVE GN-BACKUP-DATE (GENERATION-SLOT)
               TO REPLACED-BACKUP-DATE.

       255-MATCH-TODAYS-GENERATION.
           IF GN-BACKUP-DATE (GENERATION-SUB) = BACKUP-DATE
               MOVE GENERATION-SUB TO GENERATION-SLOT
           END-IF.

       260-KEEP-OLDEST-GENERATION.
           IF GN-BACKUP-DATE (GENERATION-SUB) <
               GN-BACKUP-DATE (GENERATION-SLOT)
               MOVE GENERATION-SUB TO GENERATION-SLOT
           ELSE
               IF GN-BACKUP-DATE (GENERATION-SUB) =
                   GN-BACKUP-DATE (GENERATION-SLOT)
                   AND GN-BACKUP-TIME (GENERATION-SUB) <
                   GN-BACKUP-TIME (GENERATION-SLOT)
                   MOVE GENERATION-SUB TO GENERATION-SLOT
               END-IF
           END-IF.

      ******************************************************************
      * STUDENT.TXT must be on hand; the other three files may not
      * have been started yet, and are backed up empty if so.
      ******************************************************************
       300-OPEN-MASTER-FILES.
           OPEN INPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               DISPLAY "NO BACKUP WAS TAKEN."
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY-FILE.
           EVALUATE STUDENT-HISTORY-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO HISTORY-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO HISTORY-AVAILABLE-SWITCH
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING STUDENT HISTORY FILE, "
                       "STATUS = " STUDENT-HISTORY-FILE-STATUS
                   DISPLAY "NO BACKUP WAS TAKEN."
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT PAYMENT-PLAN-FILE.
           EVALUATE PAYMENT-PLAN-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO PAYMENT-PLANS-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO PAYMENT-PLANS-AVAILABLE-SWITCH
                   MOVE "Y" TO PAYMENT-PLAN-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING PAYMENT PLAN FILE, STATUS = "
                       PAYMENT-PLAN-FILE-STATUS
                   DISPLAY "NO BACKUP WAS TAKEN."
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT DUNNING-STATUS-FILE.
           EVALUATE DUNNING-STATUS-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO DUNNING-STATUS-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO DUNNING-STATUS-AVAILABLE-SWITCH
                   MOVE "Y" TO DUNNING-STATUS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING DUNNING STATUS FILE, "
                       "STATUS = " DUNNING-STATUS-FILE-STATUS
                   DISPLAY "NO BACKUP WAS TAKEN."
                   STOP RUN
           END-EVALUATE.

       400-OPEN-GENERATION-FILE.
           EVALUATE GENERATION-SLOT
               WHEN 1
                   OPEN OUTPUT BACKUP-GENERATION-FILE-1
               WHEN 2
                   OPEN OUTPUT BACKUP-GENERATION-FILE-2
               WHEN 3
                   OPEN OUTPUT BACKUP-GENERATION-FILE-3
               WHEN 4
                   OPEN OUTPUT BACKUP-GENERATION-FILE-4
               WHEN 5
                   OPEN OUTPUT BACKUP-GENERATION-FILE-5
               WHEN 6
                   OPEN OUTPUT BACKUP-GENERATION-FILE-6
               WHEN 7
                   OPEN OUTPUT BACKUP-GENERATION-FILE-7
           END-EVALUATE.
           IF BACKUP-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BACKUP GENERATION "
                   GENERATION-SLOT ", STATUS = "
                   BACKUP-GENERATION-FILE-STATUS
               DISPLAY "NO BACKUP WAS TAKEN."
               STOP RUN
           END-IF.

       410-WRITE-GENERATION-HEADER.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "HD" TO BG-RECORD-TYPE.
           MOVE BACKUP-DATE TO BG-HD-BACKUP-DATE.
           MOVE BACKUP-TIME TO BG-HD-BACKUP-TIME.
           PERFORM 420-WRITE-GENERATION-RECORD.

       420-WRITE-GENERATION-RECORD.
           EVALUATE GENERATION-SLOT
               WHEN 1
                   WRITE BACKUP-GENERATION-LINE-1
                       FROM GENERATION-RECORD
               WHEN 2
                   WRITE BACKUP-GENERATION-LINE-2
                       FROM GENERATION-RECORD
               WHEN 3
                   WRITE BACKUP-GENERATION-LINE-3
                       FROM GENERATION-RECORD
               WHEN 4
                   WRITE BACKUP-GENERATION-LINE-4
                       FROM GENERATION-RECORD
               WHEN 5
                   WRITE BACKUP-GENERATION-LINE-5
                       FROM GENERATION-RECORD
               WHEN 6
                   WRITE BACKUP-GENERATION-LINE-6
                       FROM GENERATION-RECORD
               WHEN 7
                   WRITE BACKUP-GENERATION-LINE-7
                       FROM GENERATION-RECORD
           END-EVALUATE.
           IF BACKUP-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING BACKUP GENERATION "
                   GENERATION-SLOT ", STATUS = "
                   BACKUP-GENERATION-FILE-STATUS
               DISPLAY "THE BACKUP IS INCOMPLETE AND WAS NOT "
                   "CATALOGUED."
               STOP RUN
           END-IF.
           ADD 1 TO BACKUP-RECORD-COUNT.

       450-CLOSE-GENERATION-FILE.
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

       500-COPY-STUDENT-FILE.
           PERFORM 505-READ-NEXT-STUDENT.
           PERFORM 510-COPY-ONE-STUDENT
               UNTIL END-OF-STUDENT-FILE.

       505-READ-NEXT-STUDENT.
           READ STUDENT-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO STUDENT-FILE-EOF-SWITCH
           END-READ.

       510-COPY-ONE-STUDENT.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "ST" TO BG-RECORD-TYPE.
           MOVE STUDENT-RECORD TO BG-RECORD-BODY.
           PERFORM 420-WRITE-GENERATION-RECORD.
           ADD 1 TO STUDENT-COPY-COUNT.
           ADD TUITION-OWED TO OWED-COPY-TOTAL.
           ADD CREDIT-BALANCE TO CREDIT-COPY-TOTAL.
           PERFORM 505-READ-NEXT-STUDENT.

      ******************************************************************
      * The history is copied in key order -- student, posting date,
      * sequence -- which PROJECT_01_RCV relies on to tell the events
      * posted since this backup from the ones already on it.
      ******************************************************************
       520-COPY-HISTORY-FILE.
           IF NOT END-OF-HISTORY-FILE
               PERFORM 525-READ-NEXT-HISTORY
           END-IF.
           PERFORM 530-COPY-ONE-HISTORY-EVENT
               UNTIL END-OF-HISTORY-FILE.

       525-READ-NEXT-HISTORY.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       530-COPY-ONE-HISTORY-EVENT.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "HI" TO BG-RECORD-TYPE.
           MOVE HISTORY-RECORD TO BG-RECORD-BODY.
           PERFORM 420-WRITE-GENERATION-RECORD.
           ADD 1 TO HISTORY-COPY-COUNT.
           PERFORM 525-READ-NEXT-HISTORY.

       540-COPY-PAYMENT-PLANS.
           IF NOT END-OF-PAYMENT-PLANS
               PERFORM 545-READ-NEXT-PAYMENT-PLAN
           END-IF.
           PERFORM 550-COPY-ONE-PAYMENT-PLAN
               UNTIL END-OF-PAYMENT-PLANS.

       545-READ-NEXT-PAYMENT-PLAN.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PAYMENT-PLAN-EOF-SWITCH
           END-READ.

       550-COPY-ONE-PAYMENT-PLAN.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "PP" TO BG-RECORD-TYPE.
           MOVE PAYMENT-PLAN-RECORD TO BG-RECORD-BODY.
           PERFORM 420-WRITE-GENERATION-RECORD.
           ADD 1 TO PLAN-COPY-COUNT.
           PERFORM 545-READ-NEXT-PAYMENT-PLAN.

       560-COPY-DUNNING-STATUS.
           IF NOT END-OF-DUNNING-STATUS
               PERFORM 565-READ-NEXT-DUNNING-STATUS
           END-IF.
           PERFORM 570-COPY-ONE-DUNNING-STATUS
               UNTIL END-OF-DUNNING-STATUS.

       565-READ-NEXT-DUNNING-STATUS.
           READ DUNNING-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DUNNING-STATUS-EOF-SWITCH
           END-READ.

       570-COPY-ONE-DUNNING-STATUS.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "DS" TO BG-RECORD-TYPE.
           MOVE DUNNING-STATUS-RECORD TO BG-RECORD-BODY.
           PERFORM 420-WRITE-GENERATION-RECORD.
           ADD 1 TO DUNNING-COPY-COUNT.
           PERFORM 565-READ-NEXT-DUNNING-STATUS.

       600-WRITE-GENERATION-TRAILER.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE "TR" TO BG-RECORD-TYPE.
           MOVE STUDENT-COPY-COUNT TO BG-TR-STUDENT-COUNT.
           MOVE HISTORY-COPY-COUNT TO BG-TR-HISTORY-COUNT.
           MOVE PLAN-COPY-COUNT TO BG-TR-PLAN-COUNT.
           MOVE DUNNING-COPY-COUNT TO BG-TR-DUNNING-COUNT.
           MOVE OWED-COPY-TOTAL TO BG-TR-OWED-TOTAL.
           MOVE CREDIT-COPY-TOTAL TO BG-TR-CREDIT-TOTAL.
           PERFORM 420-WRITE-GENERATION-RECORD.

      ******************************************************************
      * The catalog is written out whole with the new generation in
      * its slot, once the generation file is complete.
      ******************************************************************
       700-REWRITE-BACKUP-CATALOG.
           MOVE BACKUP-DATE TO GN-BACKUP-DATE (GENERATION-SLOT).
           MOVE BACKUP-TIME TO GN-BACKUP-TIME (GENERATION-SLOT).
           MOVE STUDENT-COPY-COUNT TO
               GN-STUDENT-COUNT (GENERATION-SLOT).
           MOVE HISTORY-COPY-COUNT TO
               GN-HISTORY-COUNT (GENERATION-SLOT).
           MOVE PLAN-COPY-COUNT TO GN-PLAN-COUNT (GENERATION-SLOT).
           MOVE DUNNING-COPY-COUNT TO
               GN-DUNNING-COUNT (GENERATION-SLOT).
           MOVE OWED-COPY-TOTAL TO GN-OWED-TOTAL (GENERATION-SLOT).
           MOVE CREDIT-COPY-TOTAL TO
               GN-CREDIT-TOTAL (GENERATION-SLOT).
           OPEN OUTPUT BACKUP-CATALOG-FILE.
           IF BACKUP-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BACKUP CATALOG, STATUS = "
                   BACKUP-CATALOG-FILE-STATUS
               DISPLAY "GENERATION " GENERATION-SLOT " WAS WRITTEN "
                   "BUT NOT CATALOGUED."
               STOP RUN
           END-IF.
           PERFORM 710-WRITE-ONE-CATALOG-ENTRY
               VARYING GENERATION-SUB FROM 1 BY 1
               UNTIL GENERATION-SUB > GENERATION-LIMIT.
           CLOSE BACKUP-CATALOG-FILE.

       710-WRITE-ONE-CATALOG-ENTRY.
           IF GN-BACKUP-DATE (GENERATION-SUB) > ZERO
               MOVE GENERATION-SUB TO BC-GENERATION-SLOT
               MOVE GN-BACKUP-DATE (GENERATION-SUB) TO BC-BACKUP-DATE
               MOVE GN-BACKUP-TIME (GENERATION-SUB) TO BC-BACKUP-TIME
               MOVE GN-STUDENT-COUNT (GENERATION-SUB) TO
                   BC-STUDENT-COUNT
               MOVE GN-HISTORY-COUNT (GENERATION-SUB) TO
                   BC-HISTORY-COUNT
               MOVE GN-PLAN-COUNT (GENERATION-SUB) TO BC-PLAN-COUNT
               MOVE GN-DUNNING-COUNT (GENERATION-SUB) TO
                   BC-DUNNING-COUNT
               MOVE GN-OWED-TOTAL (GENERATION-SUB) TO BC-OWED-TOTAL
               MOVE GN-CREDIT-TOTAL (GENERATION-SUB) TO
                   BC-CREDIT-TOTAL
               WRITE BACKUP-CATALOG-RECORD
           END-IF.

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
           MOVE "BKP" TO RC-RUN-TYPE.
           MOVE BACKUP-DATE TO RC-BUSINESS-DATE.
           MOVE BACKUP-RECORD-COUNT TO RC-RECORD-COUNT.
           MOVE OWED-COPY-TOTAL TO RC-AMOUNT.
           MOVE RUN-COMPLETED-TIME TO RC-COMPLETED-TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       850-DISPLAY-BACKUP-TOTALS.
           DISPLAY "BACKUP OF " BACKUP-DATE " WRITTEN TO GENERATION "
               GENERATION-SLOT " (BACKUP-GEN" GENERATION-SLOT ".TXT).".
           EVALUATE TRUE
               WHEN REPLACED-BACKUP-DATE = ZERO
                   CONTINUE
               WHEN REPLACED-BACKUP-DATE = BACKUP-DATE
                   DISPLAY "  AN EARLIER BACKUP OF TODAY WAS REPLACED."
               WHEN OTHER
                   DISPLAY "  THE BACKUP OF " REPLACED-BACKUP-DATE
                       " WAS THE OLDEST AND WAS REPLACED."
           END-EVALUATE.
           DISPLAY "  " STUDENT-COPY-COUNT " STUDENT RECORD(S)".
           DISPLAY "  " HISTORY-COPY-COUNT " HISTORY EVENT(S)".
           DISPLAY "  " PLAN-COPY-COUNT " PAYMENT PLAN(S)".
           DISPLAY "  " DUNNING-COPY-COUNT " DUNNING STATUS RECORD(S)".
           MOVE OWED-COPY-TOTAL TO BACKUP-TOTAL-DISPLAY.
           DISPLAY "  TUITION OWED   " BACKUP-TOTAL-DISPLAY.
           MOVE CREDIT-COPY-TOTAL TO BACKUP-TOTAL-DISPLAY.
           DISPLAY "  CREDIT HELD    " BACKUP-TOTAL-DISPLAY.

       900-CLOSE-MASTER-FILES.
           CLOSE STUDENT-FILE-OUT.
           IF HISTORY-FILE-AVAILABLE
               CLOSE STUDENT-HISTORY-FILE
           END-IF.
           IF PAYMENT-PLANS-AVAILABLE
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF DUNNING-STATUS-AVAILABLE
               CLOSE DUNNING-STATUS-FILE
           END-IF.

       END PROGRAM PROJECT_01_BKP.
