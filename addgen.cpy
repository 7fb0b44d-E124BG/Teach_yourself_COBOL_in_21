      *****************************************************************
      * ADDGEN.cpy - generation store for ADDITION's daily files
      * (ADDGEN.DAT). ADDTRVAL.DAT, ADDRSLT.DAT, ADDCTL.DAT and
      * ADDDEPT.DAT are recut every night, so ADDGENR rolls each
      * night's set in here as one numbered generation before the
      * next night can overwrite it: one line per record of each
      * file, tagged with the generation number, the business date
      * the night posted to, the file it came from and its line
      * number within that file, and the record image exactly as it
      * was on disk. Generations are kept in number order and each
      * one's files in the order above. ADDRERUN restores a
      * generation's transactions from here and compares a rerun
      * against the original outputs kept here.
      *****************************************************************
       01  ADD-GEN-REC.
           05  GEN-NUMBER          PIC 9(5).
           05  FILLER              PIC X(1).
           05  GEN-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  GEN-FILE-ID         PIC X(8).
           05  FILLER              PIC X(1).
           05  GEN-LINE-NUMBER     PIC 9(7).
           05  FILLER              PIC X(1).
           05  GEN-IMAGE           PIC X(120).
