      * subtracts the second from the first for net movements, and M
      * multiplies them for extended amounts, so the input file shows
      * the real figures instead of results pre-computed on a
      * calculator. The deck the record arrived in follows (spaces
      * for a loose record outside any deck), so the posted-
      * transaction ledger can say which submission an item came from.
      * Last comes the ID of the employee who originated the item -
      * ADDEDIT has already held it against the employee master
      * (EMPMAST.DAT): on file, not terminated, and in the department
      * the transaction is charged to.
      *****************************************************************
       01  ADD-VALID-REC.
           05  TRAN-FIRST-NUMBER  PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  TRAN-DEPT          PIC X(4).
           05  TRAN-OP-CODE       PIC X(1).
           05  TRAN-DECK-ID       PIC X(8).
           05  TRAN-EMP-ID        PIC X(6).
