      *                run; the FD layout here was widened to match
      *                so this program and PROJECT_01 agree on the
      *                physical record.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      *   Oct-15-2026  The student display now shows any active
      *                registration hold set by PROJECT_01_HLD, with
      *                its reason and the date it was set. The hold
      *                file is opened for INPUT only, and a missing
      *                file means no hold has ever been set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_INQ.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO
               "../REGISTRATION-HOLDS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-STUDENT-NUMBER
               FILE STATUS IS REGISTRATION-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD REGISTRATION-HOLD-FILE.
       01 REGISTRATION-HOLD-RECORD.
           05 HL-STUDENT-NUMBER PIC 9(7).
           05 HL-HOLD-REASON PIC X(1).
               88 HL-BALANCE-PAST-DUE VALUE "B".
               88 HL-COLLECTIONS-HANDOFF VALUE "C".
           05 HL-SET-DATE PIC 9(8).
           05 HL-RELEASED-DATE PIC 9(8).
               88 HL-HOLD-ACTIVE VALUE ZERO.

       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS PIC X(2).
       01 REGISTRATION-HOLD-FILE-STATUS PIC X(2).

       01 HOLD-FILE-AVAILABLE-SWITCH PIC X(1) VALUE "N".
           88 HOLD-FILE-AVAILABLE VALUE "Y".

       01 INQUIRY-CONTROL-FIELDS.
           05 ANOTHER-INQUIRY-PROMPT PIC A(1).
           05 INQUIRY-TUITION-DISPLAY PIC $$,$$$,$$9.99.
           05 INQUIRY-CREDIT-DISPLAY PIC $$,$$$,$$9.99.
           05 INQUIRY-STATUS-DISPLAY PIC X(9).
           05 INQUIRY-HOLD-REASON-DISPLAY PIC X(25).

       PROCEDURE DIVISION.
       100-STUDENT-INQUIRY.
           PERFORM 300-PROCESS-ONE-INQUIRY
               UNTIL ANOTHER-INQUIRY-PROMPT = "N" OR "n".
           CLOSE STUDENT-FILE-OUT.
           IF HOLD-FILE-AVAILABLE
               CLOSE REGISTRATION-HOLD-FILE
           END-IF.
           STOP RUN.

       200-OPEN-STUDENT-FILE.
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT REGISTRATION-HOLD-FILE.
           EVALUATE REGISTRATION-HOLD-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO HOLD-FILE-AVAILABLE-SWITCH
               WHEN "35"
                   MOVE "N" TO HOLD-FILE-AVAILABLE-SWITCH
               WHEN OTHER
                   DISPLAY "ERROR OPENING REGISTRATION HOLD FILE, "
                       "STATUS = " REGISTRATION-HOLD-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       300-PROCESS-ONE-INQUIRY.
           PERFORM 310-PROMPT-INQUIRY-TYPE.
               "  CREDIT " INQUIRY-CREDIT-DISPLAY
               "  STATUS " INQUIRY-STATUS-DISPLAY
               "  DUE DATE " TUITION-DUE-DATE.
           IF HOLD-FILE-AVAILABLE
               PERFORM 360-DISPLAY-ACTIVE-HOLD
           END-IF.

       360-DISPLAY-ACTIVE-HOLD.
           MOVE STUDENT-NUMBER TO HL-STUDENT-NUMBER.
           READ REGISTRATION-HOLD-FILE
               KEY IS HL-STUDENT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HL-HOLD-ACTIVE
                       EVALUATE TRUE
                           WHEN HL-COLLECTIONS-HANDOFF
                               MOVE "HANDED OFF TO COLLECTIONS"
                                   TO INQUIRY-HOLD-REASON-DISPLAY
                           WHEN OTHER
                               MOVE "BALANCE PAST DUE"
                                   TO INQUIRY-HOLD-REASON-DISPLAY
                       END-EVALUATE
                       DISPLAY "  *** REGISTRATION HOLD SET "
                           HL-SET-DATE " -- "
                           INQUIRY-HOLD-REASON-DISPLAY
                   END-IF
           END-READ.

       END PROGRAM PROJECT_01_INQ.
