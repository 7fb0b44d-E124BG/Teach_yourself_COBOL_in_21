      * menu option 1-4, the lockout bookkeeping, and the supervisor
      * flag that admits an operator to OPRADMIN, and the training
      * flag that puts the operator's whole session onto the TRAIN
      * practice copies of every data file. The employee ID ties the
      * sign-on to the person's EMPMAST.DAT record, so the OPRSYNC
      * sweep can lock the ID once HR ends or suspends their
      * employment. The responsible supervisor is the one who
      * attests the operator's option grants at each access
      * recertification. Records written before the newer fields
      * existed read back with spaces there and are treated as
      * ordinary production operators not yet linked to an employee,
      * whose grants any supervisor may attest.
      *****************************************************************
       01  OPERATOR-REC.
           05  OPR-ID         PIC X(8).
           05  OPR-LOCKOUT    PIC X(1).
           05  OPR-SUPERVISOR PIC X(1).
           05  OPR-TRAINING   PIC X(1).
           05  OPR-EMP-ID     PIC X(6).
           05  OPR-RESP-SUPV  PIC X(8).
