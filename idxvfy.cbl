           05  PRB-EMP-HIRE-DATE PIC 9(8).
           05  PRB-EMP-STATUS    PIC X(1).
           05  PRB-EMP-JOB-GRADE PIC X(2).
           05  PRB-EMP-MGR-ROLE  PIC X(1).
           05  PRB-EMP-REPORTS-TO PIC X(6).

       FD  OPERATOR-MASTER.
       COPY opermast.
       01  UNL-HEADER-REC.
           05  UNL-HDR-TYPE PIC X(4).
           05  UNL-HDR-DATE PIC 9(8).
           05  FILLER       PIC X(30).
       01  UNL-DETAIL-REC.
           05  UNL-DTL-TYPE  PIC X(4).
           05  UNL-DTL-IMAGE PIC X(38).
       01  UNL-TRAILER-REC.
           05  UNL-TRL-TYPE  PIC X(4).
           05  UNL-TRL-COUNT PIC 9(7).
           05  FILLER        PIC X(1).
           05  UNL-TRL-HASH  PIC 9(13).
           05  FILLER        PIC X(17).

       FD  IDX-REPORT-FILE.
       01  IDX-REPORT-REC PIC X(80).

      *The record in hand during the alternate walk, held while the
      *primary key is probed for the same ID.
       01  WS-HOLD-EMP-REC PIC X(38).
       01  WS-PROBE-ID PIC X(6).

       01  WS-REBUILD-ANSWER PIC X(3).
