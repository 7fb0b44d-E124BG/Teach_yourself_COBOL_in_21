      *****************************************************************
      * SYSPRMSEL.cpy - FILE-CONTROL entry for the system parameters
      * file (SYSPARM.DAT), COPYed into each program that takes an
      * operational setting from the file instead of from its own
      * compiled-in value.
      *****************************************************************
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPARM-STATUS.
