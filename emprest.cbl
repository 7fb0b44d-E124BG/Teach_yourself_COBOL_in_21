           05  BKP-HDR-DATE PIC 9(8).
           05  FILLER       PIC X(1).
           05  BKP-HDR-TIME PIC 9(8).
           05  FILLER       PIC X(21).
       01  BKP-DETAIL-REC.
           05  BKP-DTL-TYPE  PIC X(4).
           05  BKP-DTL-IMAGE PIC X(38).
       01  BKP-TRAILER-REC.
           05  BKP-TRL-TYPE  PIC X(4).
           05  BKP-TRL-COUNT PIC 9(7).
           05  FILLER        PIC X(1).
           05  BKP-TRL-HASH  PIC 9(13).
           05  FILLER        PIC X(17).

       COPY alertfd.
       COPY joblogfd.
