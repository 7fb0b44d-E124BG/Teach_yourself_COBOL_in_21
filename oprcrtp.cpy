      *****************************************************************
      * OPRCRTP.cpy - access recertification period record
      * (OPRCRTP.DAT), the one review period currently in force. A
      * supervisor opens it in OPRRECRT with a period name (e.g.
      * 2026Q4) and a deadline; OPRRCLS closes it the first night
      * after the deadline. Status O = open, C = closed. Opening the
      * next period overwrites the closed one - the attestation file
      * and the report RPTARCHV files from OPRCERTR.DAT are the
      * history.
      *****************************************************************
       01  OPR-CERT-PERIOD-REC.
           05  CRP-PERIOD      PIC X(6).
           05  FILLER          PIC X(1).
           05  CRP-STATUS      PIC X(1).
           05  FILLER          PIC X(1).
           05  CRP-OPENED-BY   PIC X(8).
           05  FILLER          PIC X(1).
           05  CRP-OPENED-DATE PIC 9(8).
           05  FILLER          PIC X(1).
           05  CRP-DEADLINE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  CRP-CLOSED-DATE PIC 9(8).
