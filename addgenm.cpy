      *****************************************************************
      * ADDGENM.cpy - generation manifest (ADDGENM.DAT), one line per
      * file per generation on ADDGEN.DAT, written by ADDGENR as the
      * files are rolled and dropped with the generation when it
      * ages out. GNM-RECORD-COUNT and GNM-HASH-TOTAL are the control
      * figures the shared generation hash (ADDGNHR) takes over the
      * file, so a restore or a rerun can be proved against what was
      * on disk the night it was rolled. GNM-PRESENT is N when the
      * file was not on disk that night at all - a zero count then
      * means missing, not empty.
      *****************************************************************
       01  ADD-GEN-MANIFEST-REC.
           05  GNM-NUMBER          PIC 9(5).
           05  FILLER              PIC X(1).
           05  GNM-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  GNM-FILE-ID         PIC X(8).
           05  FILLER              PIC X(1).
           05  GNM-PRESENT         PIC X(1).
           05  FILLER              PIC X(1).
           05  GNM-RECORD-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  GNM-HASH-TOTAL      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(1).
           05  GNM-ROLLED-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  GNM-ROLLED-TIME     PIC 9(8).
