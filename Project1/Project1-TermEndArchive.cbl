      *                are written to AUDITLOG.TXT and three failed
      *                tries stop the run. The auditors flagged
      *                this at the last review.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match, and the
      *                archive record carries the ID as well, so a
      *                student purged during the year can still be
      *                sent a 1098-T and a restored student gets
      *                the ID back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_ARC.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD STUDENT-ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AR-STUDENT-STATE PIC X(2).
           05 AR-STUDENT-ZIP PIC X(9).
           05 AR-STUDENT-PROGRAM-CODE PIC X(5).
           05 AR-STUDENT-TIN PIC X(9).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
               10 RS-STUDENT-STATE PIC X(2).
               10 RS-STUDENT-ZIP PIC X(9).
               10 RS-STUDENT-PROGRAM-CODE PIC X(5).
               10 RS-STUDENT-TIN PIC X(9).

       PROCEDURE DIVISION.
       100-TERM-END-ARCHIVE.
           MOVE STUDENT-STATE TO AR-STUDENT-STATE.
           MOVE STUDENT-ZIP TO AR-STUDENT-ZIP.
           MOVE STUDENT-PROGRAM-CODE TO AR-STUDENT-PROGRAM-CODE.
           MOVE STUDENT-TIN TO AR-STUDENT-TIN.
           WRITE ARCHIVE-RECORD.
           DELETE STUDENT-FILE-OUT
               INVALID KEY
               MOVE AR-STUDENT-ZIP TO RS-STUDENT-ZIP
               MOVE AR-STUDENT-PROGRAM-CODE TO
                   RS-STUDENT-PROGRAM-CODE
               MOVE AR-STUDENT-TIN TO RS-STUDENT-TIN
           END-IF.
           PERFORM 510-READ-ARCHIVE-RECORD.

               MOVE RS-STUDENT-STATE TO STUDENT-STATE
               MOVE RS-STUDENT-ZIP TO STUDENT-ZIP
               MOVE RS-STUDENT-PROGRAM-CODE TO STUDENT-PROGRAM-CODE
               MOVE RS-STUDENT-TIN TO STUDENT-TIN
               WRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING RESTORED STUDENT "
