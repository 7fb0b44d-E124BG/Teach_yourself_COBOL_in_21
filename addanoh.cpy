      *****************************************************************
      * ADDANOH.cpy - per-operation control history (ADDANOH.DAT),
      * kept by ADDANOM for its rolling averages. The day control
      * history ADDCTLH.DAT carries only the day's totals and the
      * department history mixes in attended work, so ADDANOM files
      * each night's ADDCTL.DAT batch figures by operation here - one
      * line per business date, entry 1 is A, 2 is S, 3 is M - and
      * keeps only the dates its window still reaches back to.
      *****************************************************************
       01  ANOM-OP-HIST-REC.
           05  ANH-RUN-DATE      PIC 9(8).
           05  ANH-OPS.
               10  ANH-OP-ENTRY OCCURS 3 TIMES.
                   15  ANH-OP-COUNT PIC 9(7).
                   15  ANH-OP-SUM   PIC S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
