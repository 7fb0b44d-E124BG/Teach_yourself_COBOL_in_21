      *****************************************************************
      * ADDGLAJ.cpy - prior-day adjustment journal line (ADDGLAJ.DAT).
      * ADDADJ appends one balanced pair per adjustment, in the fixed
      * ADDGLJE layout and dated the corrected day: the department's
      * clearing account ("ADJ dept op date") and the offset account
      * ("ADJ OFFSET dept"). GLA-FED-DATE is blank until ADDGLFD
      * carries the line onto a night's ADDGLJE.DAT feed, and then
      * holds that feed's run date - a rerun of the same night feeds
      * it again, a later night never does.
      *****************************************************************
       01  GL-ADJUST-REC.
           05  GLA-POSTING-DATE PIC 9(8).
           05  GLA-ACCOUNT      PIC X(8).
           05  GLA-DEBIT-CREDIT PIC X(1).
           05  GLA-AMOUNT       PIC 9(9)V99.
           05  GLA-DESCRIPTION  PIC X(20).
           05  FILLER           PIC X(1).
           05  GLA-FED-DATE     PIC X(8).
