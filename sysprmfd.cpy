      *****************************************************************
      * SYSPRMFD.cpy - FD for the system parameters file. One record
      * per setting per effective date: PRM-VALUE is the value of
      * PRM-KEY from PRM-EFFECTIVE onward, until a record for the same
      * key with a later effective date takes over. Records are only
      * ever added (through SYSPRMM, which also writes the change to
      * the audit file), so the file answers what value was in force
      * on any date. PRM-SET-BY and PRM-SET-DATE say which supervisor
      * keyed the record and when.
      *****************************************************************
       FD  SYSPARM-FILE.
       01  SYSPARM-REC.
           05  PRM-KEY             PIC X(12).
           05  FILLER              PIC X(1).
           05  PRM-EFFECTIVE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRM-VALUE           PIC 9(5).
           05  FILLER              PIC X(1).
           05  PRM-SET-BY          PIC X(8).
           05  FILLER              PIC X(1).
           05  PRM-SET-DATE        PIC 9(8).
