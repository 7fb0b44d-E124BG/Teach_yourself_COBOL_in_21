      *****************************************************************
      * ADDGNHDR.cpy - working-storage fields for the generation
      * hash, COPYed with ADDGNHR by each program that rolls or
      * checks ADDITION's daily files against the generation
      * manifest. Move the file ID to WS-GEN-HASH-FILE-ID and one
      * record image to WS-GEN-HASH-IMAGE, then PERFORM
      * HASH-GENERATION-LINE: WS-GEN-HASH-COUNTS comes back Y when
      * the line counts as a record of the file, and
      * WS-GEN-HASH-AMOUNT holds what it adds to the hash total. The
      * views below lay the image out as each of the four files.
      *****************************************************************
       01  WS-GEN-HASH-FILE-ID PIC X(8).
       01  WS-GEN-HASH-COUNTS PIC X(1).
       01  WS-GEN-HASH-AMOUNT PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-GEN-HASH-IMAGE PIC X(120).
      *ADDTRVAL.DAT - both signed amounts as ADDEDIT cut them.
       01  WS-GEN-HASH-TRAN REDEFINES WS-GEN-HASH-IMAGE.
           05  WS-GHT-FIRST-NUMBER  PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  WS-GHT-SECOND-NUMBER PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(104).
      *ADDRSLT.DAT - envelope type, and on a posted line the " = "
      *in columns 22-24 with the edited result after it.
       01  WS-GEN-HASH-RESULT REDEFINES WS-GEN-HASH-IMAGE.
           05  WS-GHR-TYPE          PIC X(4).
           05  FILLER               PIC X(17).
           05  WS-GHR-EQUALS        PIC X(3).
           05  WS-GHR-RESULT        PIC X(9).
           05  FILLER               PIC X(87).
      *ADDCTL.DAT - the day's control totals, day and batch.
       01  WS-GEN-HASH-CONTROL REDEFINES WS-GEN-HASH-IMAGE.
           05  WS-GHC-RUN-DATE      PIC 9(8).
           05  WS-GHC-TRANS-COUNT   PIC 9(7).
           05  WS-GHC-TOTAL-SUM     PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  WS-GHC-BATCH-COUNT   PIC 9(7).
           05  WS-GHC-BATCH-SUM     PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(74).
      *ADDDEPT.DAT - one department's count and sum for the day.
       01  WS-GEN-HASH-DEPT REDEFINES WS-GEN-HASH-IMAGE.
           05  WS-GHD-RUN-DATE      PIC 9(8).
           05  WS-GHD-DEPT          PIC X(4).
           05  WS-GHD-TRANS-COUNT   PIC 9(7).
           05  WS-GHD-TOTAL-SUM     PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(89).
