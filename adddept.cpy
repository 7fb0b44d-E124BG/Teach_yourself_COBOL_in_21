      *****************************************************************
      * ADDDEPT.cpy - per-day per-department control totals
      * (ADDDEPT.DAT), rewritten by ADDITION at the end of every run
      * and read by ADDGLFD (one journal pair per department) and by
      * ADDDHIST (which keeps the dated department history the
      * month-end chargeback statements are printed from). One line
      * per department on the day: its count and sum of results, and
      * the same broken out by operation code - entry 1 is A, 2 is S,
      * 3 is M.
      *****************************************************************
       01  ADD-DEPT-REC.
           05  DEP-RUN-DATE    PIC 9(8).
           05  DEP-DEPT        PIC X(4).
           05  DEP-TRANS-COUNT PIC 9(7).
           05  DEP-TOTAL-SUM   PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  DEP-OPS.
               10  DEP-OP-ENTRY OCCURS 3 TIMES.
                   15  DEP-OP-COUNT PIC 9(7).
                   15  DEP-OP-SUM   PIC S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
