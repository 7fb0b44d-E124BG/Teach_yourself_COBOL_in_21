      *****************************************************************
      * YESNOHST.cpy - permanent survey response history record
      * (YESNOHST.DAT), appended by YESNO01 (never overwritten like
      * the per-pass summary) and read by YESNOMTH for the month-end
      * answer-rate trends. Keyed by date, question sequence and
      * code, and operator. Each answer carries the version of the
      * question wording in force when it was answered, so a reworded
      * question is never counted as the same line as its old self;
      * answers written before the version field existed read back
      * with spaces there and report as version 1. A free-text answer
      * is recorded as TXT with the text in HST-TEXT.
      *****************************************************************
       01  YESNO-HISTORY-REC.
           05  HST-DATE          PIC 9(8).
           05  FILLER            PIC X(1).
           05  HST-QSTN-SEQ      PIC 9(3).
           05  FILLER            PIC X(1).
           05  HST-QUESTION-CODE PIC X(4).
           05  FILLER            PIC X(1).
           05  HST-OPERATOR-ID   PIC X(8).
           05  FILLER            PIC X(1).
           05  HST-ANSWER        PIC X(3).
           05  FILLER            PIC X(1).
           05  HST-QST-VERSION   PIC X(3).
           05  FILLER            PIC X(1).
           05  HST-TEXT          PIC X(60).
