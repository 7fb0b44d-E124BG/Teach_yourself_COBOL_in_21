      *****************************************************************
      * ADDHOLD.cpy - held-for-release record. ADDEDIT appends a
      * validated transaction that is over its department's posting
      * limit (DEPTLIM.DAT) to the release queue (ADDHOLD.DAT) instead
      * of the validated file, with the date it was held, which
      * ceiling it broke (TLIM per transaction, DLIM the night's
      * total), the amount it computes to and the ceiling itself. The
      * transaction rides along in the validated layout, ready to go
      * straight to ADDITION. ADDRLSE works the queue under a verified
      * supervisor; each decision - R released, X refused - is stamped
      * with who made it and when and written to the decision register
      * (ADDHOLDL.DAT) in this same layout. The originating
      * employee's ID, which does not fit the original transaction
      * image, rides at the end of the record.
      *****************************************************************
       01  ADD-HOLD-REC.
           05  HLD-STATUS        PIC X(1).
           05  FILLER            PIC X(1).
           05  HLD-HOLD-DATE     PIC 9(8).
           05  FILLER            PIC X(1).
           05  HLD-REASON        PIC X(4).
           05  FILLER            PIC X(1).
           05  HLD-AMOUNT        PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER            PIC X(1).
           05  HLD-CEILING       PIC 9(11)V99.
           05  FILLER            PIC X(1).
           05  HLD-TRAN-IMAGE    PIC X(29).
           05  FILLER            PIC X(1).
           05  HLD-DECISION      PIC X(1).
           05  FILLER            PIC X(1).
           05  HLD-DECIDED-BY    PIC X(8).
           05  FILLER            PIC X(1).
           05  HLD-DECIDED-DATE  PIC 9(8).
           05  FILLER            PIC X(1).
           05  HLD-EMP-ID        PIC X(6).
