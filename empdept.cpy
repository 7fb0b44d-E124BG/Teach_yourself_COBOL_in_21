      * department lands on the employee master only if it is a
      * department this company actually has. Distinct from
      * DEPTREF.DAT, which carries the transaction-submitting
      * departments and their GL accounts. HR maintains the list
      * through DEPTREFM, with the same effective-from/effective-to
      * dates as DEPTREF.DAT (blank meaning no limit); readers take
      * the entry in force on their processing date (DEPTEFFR.cpy).
      * The conversion default "GEN " should stay on it until the last
      * converted record has been corrected.
      *****************************************************************
       01  EMP-DEPT-REC.
           05  EDP-CODE PIC X(4).
           05  FILLER   PIC X(1).
           05  EDP-NAME PIC X(20).
           05  FILLER   PIC X(1).
           05  EDP-EFF-FROM PIC X(8).
           05  FILLER   PIC X(1).
           05  EDP-EFF-TO PIC X(8).
