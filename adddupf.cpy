      *****************************************************************
      * ADDDUPF.cpy - duplicate force-through record (ADDDUPF.DAT).
      * ADDEDIT rejects a deck or record that matches one already
      * accepted inside the duplicate window; a genuine repeat is let
      * through by a supervisor, verified against the operator master
      * in ADDDUPF, authorizing it ahead of the resubmission. A deck
      * is named by its deck ID and department (type D); a record by
      * its 21-byte image - both signed amounts, the department and
      * the operation code (type T). Each authorization is good for
      * one match: ADDEDIT marks it with the processing date it was
      * used on (blank until then), uses it again only on a rerun for
      * that same date, and drops it on the first later date.
      *****************************************************************
       01  DUP-FORCE-REC.
           05  DPF-TYPE          PIC X(1).
           05  FILLER            PIC X(1).
           05  DPF-DECK-ID       PIC X(8).
           05  FILLER            PIC X(1).
           05  DPF-DEPT          PIC X(4).
           05  FILLER            PIC X(1).
           05  DPF-IMAGE         PIC X(21).
           05  FILLER            PIC X(1).
           05  DPF-AUTHORIZED-BY PIC X(8).
           05  FILLER            PIC X(1).
           05  DPF-AUTH-DATE     PIC 9(8).
           05  FILLER            PIC X(1).
           05  DPF-USED-DATE     PIC X(8).
