
       DATA DIVISION.
       FILE SECTION.
      *The history layout YESNO01 appends; answers written before
      *the version field existed report as version 1.
       FD  YESNO-HISTORY-FILE.
       COPY yesnohst.

       FD  MONTH-REPORT-FILE.
       01  MONTH-REPORT-REC PIC X(80).
