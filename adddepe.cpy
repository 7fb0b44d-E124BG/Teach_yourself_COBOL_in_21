      *****************************************************************
      * ADDDEPE.cpy - per-day per-employee figures within each
      * department (ADDDEPE.DAT), the employee section of ADDITION's
      * department figures. One line per department and originating
      * employee for the business date: how many items the employee
      * originated and what they posted to, merged and rewritten at
      * the end of every run the way ADDDEPT.DAT is. Attended
      * additions (general department) and items queued before
      * employees were carried tally under a blank employee ID.
      *****************************************************************
       01  ADD-DEPT-EMP-REC.
           05  DPE-RUN-DATE    PIC 9(8).
           05  DPE-DEPT        PIC X(4).
           05  DPE-EMP-ID      PIC X(6).
           05  DPE-TRANS-COUNT PIC 9(7).
           05  DPE-TOTAL-SUM   PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
