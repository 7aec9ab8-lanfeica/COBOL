           05 STUDENT-STATE PIC X(2).
           05 STUDENT-ZIP PIC X(9).
           05 STUDENT-PROGRAM-CODE PIC X(5).
           05 STUDENT-TIN PIC X(9).

       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
