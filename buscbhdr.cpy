      *****************************************************************
      * BUSCBHDR.cpy - working-storage fields for counting back a
      * number of business days on the business calendar, COPYed
      * alongside BUSCALHDR by each program that keeps a rolling
      * window measured in business days rather than calendar days.
      * Set WS-PROCESSING-DATE (GET-PROCESSING-DATE does) and
      * WS-CAL-BACK-DAYS, then PERFORM GET-BUSINESS-CUTOFF:
      * WS-CAL-CUTOFF-DATE comes back as the oldest of the last
      * WS-CAL-BACK-DAYS business days up to and including the
      * processing date - anything dated on or after it is inside
      * the window. The ring holds the most recent business dates
      * while the calendar is read; 250 is a full business year.
      *****************************************************************
       01  WS-CAL-BACK-DAYS PIC 9(3) VALUE 1.
       01  WS-CAL-CUTOFF-DATE PIC 9(8).
       01  WS-CAL-RING-TABLE.
           05  WS-CAL-RING-DATE OCCURS 250 TIMES PIC 9(8).
       01  WS-CAL-RING-IDX PIC 9(3).
       01  WS-CAL-RING-COUNT PIC 9(3).
       01  WS-CAL-CUTOFF-INT PIC 9(7).
