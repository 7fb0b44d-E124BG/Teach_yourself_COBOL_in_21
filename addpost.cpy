      *****************************************************************
      * ADDPOST.cpy - posted-transaction ledger record (ADDPOST.DAT),
      * written by ADDITION for every batch posting and read by the
      * ADDPOSTQ inquiry. ADDRSLT.DAT is recut every night and its
      * free-text lines carry no reference, so a department asking
      * whether Tuesday's item posted had nothing to look it up by.
      * Each posting is keyed by the business date it posted to and
      * a sequence within that date - the permanent reference quoted
      * back to the department - and carries the department, the
      * operation code, both amounts, the result, the deck it arrived
      * in (spaces for a loose record) and the size-error flag (Y when
      * the result overflowed and nothing was posted to the totals).
      * The originating employee's ID closes the record.
      *****************************************************************
       01  ADD-POSTED-REC.
           05  PST-KEY.
               10  PST-POST-DATE     PIC 9(8).
               10  PST-SEQUENCE      PIC 9(7).
           05  PST-DEPT              PIC X(4).
           05  PST-OP-CODE           PIC X(1).
           05  PST-FIRST-NUMBER      PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  PST-SECOND-NUMBER     PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  PST-RESULT            PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  PST-DECK-ID           PIC X(8).
           05  PST-SIZE-ERROR        PIC X(1).
           05  PST-RUN-TIME          PIC 9(8).
           05  PST-EMP-ID            PIC X(6).
