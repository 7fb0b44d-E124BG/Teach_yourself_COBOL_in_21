      *****************************************************************
      * ERRPRSEL.cpy - FILE-CONTROL entry for the problem-record
      * journal (ERRPROB.DAT), COPYed into each program that opens,
      * works or reports on problems raised against recurring error
      * codes.
      *****************************************************************
           SELECT ERR-PROBLEM-FILE ASSIGN TO "ERRPROB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRPROB-STATUS.
