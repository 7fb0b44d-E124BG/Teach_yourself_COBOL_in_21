      * account). One record per submitting department: the code the
      * departments put on their transactions, the clearing account
      * their activity posts to, and the name for the reports.
      * The file is maintained through DEPTREFM, never by hand: a
      * department can carry several entries over time, each in force
      * from its effective-from date to its effective-to date (both
      * inclusive, blank meaning no limit), so the account that
      * applied on any past day stays on the file. Readers take the
      * entry in force on their processing date (DEPTEFFR.cpy).
      *****************************************************************
       01  DEPT-REF-REC.
           05  DEPT-CODE       PIC X(4).
           05  DEPT-GL-ACCOUNT PIC X(8).
           05  FILLER          PIC X(1).
           05  DEPT-NAME       PIC X(20).
           05  FILLER          PIC X(1).
           05  DEPT-EFF-FROM   PIC X(8).
           05  FILLER          PIC X(1).
           05  DEPT-EFF-TO     PIC X(8).
