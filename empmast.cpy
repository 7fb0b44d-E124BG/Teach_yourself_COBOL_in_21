      * EMP-STATUS values: A = active, L = on leave, T = terminated.
      * Records already on file in the old layout are carried forward
      * by the one-time EMPCONV conversion run, which fills the new
      * fields with defaults. EMP-MGR-ROLE marks the people who own
      * work on behalf of a department: H = department head, M =
      * manager, space = neither. EMP-REPORTS-TO is the ID of the
      * employee's own manager - the next level up, which ESCAGING
      * climbs when an owner is away or gone. Masters cut before
      * these two fields existed are carried forward by the one-time
      * EMPMGCV conversion run; backup and archive images written
      * before then read back with the two fields blank.
      *****************************************************************
       01  EMPLOYEE-REC.
           05  EMP-ID        PIC X(6).
           05  EMP-HIRE-DATE PIC 9(8).
           05  EMP-STATUS    PIC X(1).
           05  EMP-JOB-GRADE PIC X(2).
           05  EMP-MGR-ROLE  PIC X(1).
           05  EMP-REPORTS-TO PIC X(6).
