      *                portions by aging bucket. A missing
      *                cross-reference file just means nothing is
      *                sponsor-billed yet.
      *   Oct-15-2026  STUDENT-RECORD now carries the student's
      *                taxpayer ID (SSN or ITIN) for the
      *                PROJECT_01_TAX year-end 1098-T run; the FD
      *                layout here was widened to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT_01_AGE.
           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD AGED-REPORT-FILE.
       01 AGED-REPORT-LINE PIC X(132).
