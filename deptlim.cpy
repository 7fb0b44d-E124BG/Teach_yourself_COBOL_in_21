      *****************************************************************
      * DEPTLIM.cpy - department posting limit record (DEPTLIM.DAT),
      * kept alongside the department reference file and read by the
      * ADDEDIT pre-edit pass. One record per department and
      * operation code: the most a single transaction may post and
      * the most the department may post under that operation in one
      * night, both measured on what the transaction computes to (the
      * sum, the net or the extended amount, sign ignored). A zero
      * ceiling is no ceiling; a department or operation with no
      * record here is not limited. A transaction over either ceiling
      * is held for supervisor release instead of posting.
      *****************************************************************
       01  DEPT-LIMIT-REC.
           05  LIM-DEPT          PIC X(4).
           05  FILLER            PIC X(1).
           05  LIM-OP-CODE       PIC X(1).
           05  FILLER            PIC X(1).
           05  LIM-TRAN-CEILING  PIC 9(9)V99.
           05  FILLER            PIC X(1).
           05  LIM-DAY-CEILING   PIC 9(11)V99.
