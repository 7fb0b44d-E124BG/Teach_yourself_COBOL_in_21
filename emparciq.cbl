               10  ARC-EMP-HIRE-DATE PIC 9(8).
               10  ARC-EMP-STATUS    PIC X(1).
               10  ARC-EMP-JOB-GRADE PIC X(2).
               10  ARC-EMP-MGR-ROLE  PIC X(1).
               10  ARC-EMP-REPORTS-TO PIC X(6).

       FD  ARC-REPORT-FILE.
       01  ARC-REPORT-REC PIC X(80).
