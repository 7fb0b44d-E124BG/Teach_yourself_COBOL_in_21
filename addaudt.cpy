      *****************************************************************
      * ADDAUDT.cpy - audit trail of ADDITION's nightly files
      * (ADDAUDT.DAT). Every file a transaction passes through is
      * recut or overwritten by the next night's stream, so ADDAUDT
      * files each night's set here under the business date ADDCTL.DAT
      * carries: one line per record of the raw submissions
      * (ADDTRANS), the validated file (ADDTRVAL), the release queue
      * (ADDHOLD) and suspense (ADDSUSP) as they stood, the result
      * file (ADDRSLT), the day control (ADDCTL), the department
      * totals (ADDDEPT), the balancing certificate (ADDBALC) and the
      * GL journal feed (ADDGLJE) - tagged with the file it came from
      * and its line number within that file, the record image
      * exactly as it was on disk. Dates are kept in the order they
      * were filed (a rerun night replaces its date at the end) and
      * each date's files in the order above. ADDAUDS draws the audit
      * sample from here and traces each item through it.
      *****************************************************************
       01  ADD-AUDIT-REC.
           05  AUD-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  AUD-FILE-ID         PIC X(8).
           05  FILLER              PIC X(1).
           05  AUD-LINE-NUMBER     PIC 9(7).
           05  FILLER              PIC X(1).
           05  AUD-IMAGE           PIC X(120).
