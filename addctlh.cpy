      *****************************************************************
      * ADDCTLH.cpy - control-totals history record (ADDCTLH.DAT),
      * shared by ADDITION (which appends the day's cumulative totals
      * after every run), ADDADJ (which appends supervisor
      * adjustments against a prior business date), and the readers
      * ADDCTLR and MTHCLOSE. A run line has CTH-ENTRY-TYPE blank -
      * the last run line for a date is the day's original figures.
      * An adjustment line has CTH-ENTRY-TYPE "A": its count and sum
      * are corrections added on top of the original figures, never
      * a replacement for them, and the trailing fields say who made
      * the correction, when, for which department and operation,
      * and why.
      *****************************************************************
       01  ADD-CTLHIST-REC.
           05  CTH-RUN-DATE     PIC 9(8).
           05  CTH-TRANS-COUNT  PIC 9(7).
           05  CTH-TOTAL-SUM    PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CTH-ENTRY-TYPE   PIC X(1).
           05  CTH-ADJ-COUNT    PIC S9(5)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CTH-ADJ-DEPT     PIC X(4).
           05  CTH-ADJ-OP       PIC X(1).
           05  CTH-ADJ-BY       PIC X(8).
           05  CTH-ADJ-ENTERED  PIC 9(8).
           05  CTH-ADJ-REASON   PIC X(30).
