      *****************************************************************
      * OPRCERT.cpy - access recertification attestation record
      * (OPRCERT.DAT), written by OPRRECRT as each supervisor signs
      * off an operator's option grant and by OPRRCLS for the grants
      * nobody attested by the deadline. Permanent - one line per
      * grant per review period: the grant, the decision (K = kept,
      * R = revoked by the supervisor, A = revoked automatically at
      * the deadline), who attested it (DEADLINE for the automatic
      * revokes) and when. The period's recertification report is
      * cut from these lines.
      *****************************************************************
       01  OPR-CERT-REC.
           05  CRT-PERIOD      PIC X(6).
           05  FILLER          PIC X(1).
           05  CRT-OPERATOR    PIC X(8).
           05  FILLER          PIC X(1).
           05  CRT-OPT-CODE    PIC X(8).
           05  FILLER          PIC X(1).
           05  CRT-DECISION    PIC X(1).
           05  FILLER          PIC X(1).
           05  CRT-ATTESTED-BY PIC X(8).
           05  FILLER          PIC X(1).
           05  CRT-DATE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  CRT-TIME        PIC 9(8).
