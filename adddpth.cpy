      *****************************************************************
      * ADDDPTH.cpy - dated per-department activity history
      * (ADDDPTH.DAT), built up nightly by ADDDHIST from that night's
      * ADDDEPT.DAT and read by ADDCHGS for the month-end department
      * chargeback statements. One line per department per business
      * date: the day's count and sum of results, the same broken out
      * by operation code (entry 1 is A, 2 is S, 3 is M), and what
      * actually went to the department's GL clearing account on that
      * night's ADDGLJE.DAT journal feed - the account, the signed
      * amount (debit positive), and whether the department's entry
      * was on the feed at all (N when the feed was held).
      *****************************************************************
       01  DEPT-HIST-REC.
           05  DPH-RUN-DATE       PIC 9(8).
           05  DPH-DEPT           PIC X(4).
           05  DPH-TRANS-COUNT    PIC 9(7).
           05  DPH-TOTAL-SUM      PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  DPH-OPS.
               10  DPH-OP-ENTRY OCCURS 3 TIMES.
                   15  DPH-OP-COUNT PIC 9(7).
                   15  DPH-OP-SUM   PIC S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  DPH-GL-ACCOUNT     PIC X(8).
           05  DPH-GL-POSTED-SUM  PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  DPH-GL-ON-FEED     PIC X(1).
