      *****************************************************************
      * INTKPROF.cpy - delimited-file intake profile (INTKPROF.DAT),
      * read by ADDINTK. One record per department that sends its
      * transactions as a delimited spreadsheet export instead of a
      * fixed-position deck, saying where on each row ADDINTK finds
      * what it needs:
      *   IPF-DELIMITER    the field separator - usually "," ; "T"
      *                    stands for a tab. Fields may be enclosed in
      *                    double quotes, which hide any separator
      *                    inside them (a doubled quote is a quote).
      *   IPF-SKIP-ROWS    heading rows at the top of the file (00-99).
      *   IPF-FIRST-COL    column numbers (01-30) of the first amount,
      *   IPF-SECOND-COL   the second amount, the operation and the
      *   IPF-OP-COL       originating employee ID. 00 in IPF-OP-COL
      *   IPF-EMP-COL      means the sheet carries no operation and
      *                    every row takes IPF-DEFAULT-OP.
      *   IPF-DEPT-COL     column carrying the department, checked
      *                    against the profile's department on every
      *                    row; 00 when the sheet has none.
      *   IPF-DEFAULT-OP   A, S or M; blank is A, as in ADDEDIT.
      *   IPF-AMOUNT-FORM  D when amounts carry a decimal point
      *                    (1,234.50  -12.5  (40.00)), C when they are
      *                    whole cents (123450).
      *   IPF-TOTAL-LABEL  text in the first column of the sheet's own
      *                    total row, whose amounts are taken as the
      *                    department's declared total rather than as
      *                    a transaction; blank when there is none.
      *   IPF-DESC         the department's name for the listing.
      * A record starting with "*" is a comment. Operations maintains
      * the file when a department sends its first spreadsheet or
      * changes its layout.
      *****************************************************************
       01  INTAKE-PROFILE-REC.
           05  IPF-DEPT        PIC X(4).
           05  FILLER          PIC X(1).
           05  IPF-DELIMITER   PIC X(1).
           05  FILLER          PIC X(1).
           05  IPF-SKIP-ROWS   PIC X(2).
           05  FILLER          PIC X(1).
           05  IPF-FIRST-COL   PIC X(2).
           05  FILLER          PIC X(1).
           05  IPF-SECOND-COL  PIC X(2).
           05  FILLER          PIC X(1).
           05  IPF-OP-COL      PIC X(2).
           05  FILLER          PIC X(1).
           05  IPF-EMP-COL     PIC X(2).
           05  FILLER          PIC X(1).
           05  IPF-DEPT-COL    PIC X(2).
           05  FILLER          PIC X(1).
           05  IPF-DEFAULT-OP  PIC X(1).
           05  FILLER          PIC X(1).
           05  IPF-AMOUNT-FORM PIC X(1).
           05  FILLER          PIC X(1).
           05  IPF-TOTAL-LABEL PIC X(8).
           05  FILLER          PIC X(1).
           05  IPF-DESC        PIC X(20).
