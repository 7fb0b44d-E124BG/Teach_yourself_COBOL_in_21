      *****************************************************************
      * CKLSCHHDR.cpy - working-storage fields for working out whether
      * a survey checklist is due on a given date, COPYed alongside
      * BUSCALHDR by YESNO01 and ESCAGING. Set WS-CKS-FLOOR-DATE to
      * the earliest date that will be checked and PERFORM
      * LOAD-CHECKLIST-CALENDAR once to take the business calendar
      * into storage; then, for each question asked, set WS-CKS-DATE,
      * WS-CKS-SCHEDULE and WS-CKS-WEEKDAYS from the checklist and
      * PERFORM CHECK-CHECKLIST-DUE. WS-CKS-DUE-SWITCH comes back "Y"
      * when the checklist is due that day. WS-CKS-UNKNOWN-SWITCH
      * comes back "Y" when the answer needed the calendar and the
      * date was not on it - the checklist is then treated as not
      * due, and the caller should say so. BUSCAL.DAT keeps every
      * year ever committed, so the load starts at the first of the
      * month before the floor date and skips everything earlier;
      * the 800 days it holds from there reach well past the next
      * year-end commit. A floor of zero loads from the top of the
      * file.
      *****************************************************************
       01  WS-CKS-CAL-TABLE.
           05  WS-CKS-CAL-ENTRY OCCURS 800 TIMES.
               10  WS-CKS-CAL-DATE PIC 9(8).
               10  WS-CKS-CAL-TYPE PIC X(1).
       01  WS-CKS-CAL-COUNT PIC 9(3) VALUE 0.
       01  WS-CKS-CAL-IDX PIC 9(3).
       01  WS-CKS-FLOOR-DATE PIC 9(8) VALUE 0.
       01  WS-CKS-LOAD-FROM PIC 9(8).
       01  WS-CKS-LOAD-FROM-R REDEFINES WS-CKS-LOAD-FROM.
           05  WS-CKS-LOAD-YEAR  PIC 9(4).
           05  WS-CKS-LOAD-MONTH PIC 9(2).
           05  WS-CKS-LOAD-DAY   PIC 9(2).
       01  WS-CKS-DATE PIC 9(8).
       01  WS-CKS-SCHEDULE PIC X(1).
       01  WS-CKS-WEEKDAYS PIC X(7).
       01  WS-CKS-DUE-SWITCH PIC X(1).
       01  WS-CKS-UNKNOWN-SWITCH PIC X(1).
       01  WS-CKS-DATE-INT PIC 9(7).
       01  WS-CKS-WEEKDAY PIC 9(1).
       01  WS-CKS-LOOK-DATE PIC 9(8).
       01  WS-CKS-LOOK-TYPE PIC X(1).
       01  WS-CKS-STEP PIC 9(2).
       01  WS-CKS-SCAN-SWITCH PIC X(1).
