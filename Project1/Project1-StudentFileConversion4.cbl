      ******************************************************************
      * Author: Fei Lan
      * Date: Oct-15-2026
      * Purpose: One-time conversion utility for the taxpayer ID
      *          added to STUDENT-RECORD for the PROJECT_01_TAX
      *          year-end 1098-T run. The prior layout ended at the
      *          program/level code; the current layout appends the
      *          student's 9-digit SSN or ITIN. An existing
      *          STUDENT.TXT written in the prior layout must be
      *          carried across before any current program can open
      *          it.
      *
      *          Before running this program, rename the site's
      *          existing STUDENT.TXT to STUDENT.TXT.OLD (the two
      *          files cannot share a name at the same time, since
      *          one is being read and the other is being built).
      *          This program then reads the indexed STUDENT.TXT.OLD
      *          and writes a new, indexed STUDENT.TXT in its place.
      *          Every existing field is carried unchanged; the
      *          taxpayer ID defaults to spaces, to be filled in
      *          through PROJECT_01's maintenance action T as the
      *          students supply it (PROJECT_01_TAX lists a blank
      *          ID as an exception rather than filing without one).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_CN5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-FILE ASSIGN TO "../STUDENT.TXT.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-STUDENT-NUMBER
               FILE STATUS IS OLD-STUDENT-FILE-STATUS.
           SELECT STUDENT-FILE-OUT ASSIGN TO "../STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS STUDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-STUDENT-FILE.
       01 OLD-STUDENT-RECORD.
           05 OLD-STUDENT-NAME PIC X(40).
           05 OLD-STUDENT-NUMBER PIC 9(7).
           05 OLD-TUITION-OWED PIC 9(7)V99.
           05 OLD-ENROLLMENT-STATUS PIC X(1).
           05 OLD-TUITION-DUE-DATE PIC 9(8).
           05 OLD-CREDIT-BALANCE PIC 9(7)V99.
           05 OLD-STUDENT-STREET PIC X(30).
           05 OLD-STUDENT-CITY PIC X(20).
           05 OLD-STUDENT-STATE PIC X(2).
           05 OLD-STUDENT-ZIP PIC X(9).
           05 OLD-STUDENT-PROGRAM-CODE PIC X(5).

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

       WORKING-STORAGE SECTION.
       01 OLD-STUDENT-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).

       01 OLD-STUDENT-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-OLD-STUDENT-FILE VALUE "Y".

       01 CONVERSION-FIELDS.
           05 CONVERTED-RECORD-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       100-CONVERT-STUDENT-FILE.
           PERFORM 200-OPEN-CONVERSION-FILES.
           PERFORM 300-READ-OLD-STUDENT-RECORD.
           PERFORM 400-CONVERT-STUDENT-RECORD
               UNTIL END-OF-OLD-STUDENT-FILE.
           DISPLAY "CONVERTED " CONVERTED-RECORD-COUNT
               " STUDENT RECORD(S) TO THE TAXPAYER-ID "
               "STUDENT.TXT.".
           PERFORM 900-CLOSE-CONVERSION-FILES.
           STOP RUN.

       200-OPEN-CONVERSION-FILES.
           OPEN INPUT OLD-STUDENT-FILE.
           IF OLD-STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.TXT.OLD, STATUS = "
                   OLD-STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT STUDENT-FILE-OUT.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT FILE, STATUS = "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.

       300-READ-OLD-STUDENT-RECORD.
           READ OLD-STUDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-STUDENT-EOF-SWITCH
           END-READ.

       400-CONVERT-STUDENT-RECORD.
           MOVE OLD-STUDENT-NAME TO STUDENT-NAME.
           MOVE OLD-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE OLD-TUITION-OWED TO TUITION-OWED.
           MOVE OLD-ENROLLMENT-STATUS TO ENROLLMENT-STATUS.
           MOVE OLD-TUITION-DUE-DATE TO TUITION-DUE-DATE.
           MOVE OLD-CREDIT-BALANCE TO CREDIT-BALANCE.
           MOVE OLD-STUDENT-STREET TO STUDENT-STREET.
           MOVE OLD-STUDENT-CITY TO STUDENT-CITY.
           MOVE OLD-STUDENT-STATE TO STUDENT-STATE.
           MOVE OLD-STUDENT-ZIP TO STUDENT-ZIP.
           MOVE OLD-STUDENT-PROGRAM-CODE TO STUDENT-PROGRAM-CODE.
           MOVE SPACES TO STUDENT-TIN.
           WRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CONVERTED RECORD FOR "
                       "STUDENT NUMBER " STUDENT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO CONVERTED-RECORD-COUNT
           END-WRITE.
           PERFORM 300-READ-OLD-STUDENT-RECORD.

       900-CLOSE-CONVERSION-FILES.
           CLOSE OLD-STUDENT-FILE.
           CLOSE STUDENT-FILE-OUT.

       END PROGRAM PROJECT_01_CN5.
