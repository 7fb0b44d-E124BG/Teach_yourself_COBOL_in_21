      *****************************************************************
      * HOLRULE.cpy - holiday rule record (HOLRULES.DAT), read by
      * BUSCALG to generate a year of the business calendar. One rule
      * per record, by type:
      *   F  fixed date every year - HRL-MONTH and HRL-DAY; HRL-SHIFT
      *      "W" observes it on the Friday before when it falls on a
      *      Saturday and the Monday after when it falls on a Sunday,
      *      blank leaves a weekend holiday as a plain weekend day.
      *   N  nth weekday of a month - HRL-MONTH, HRL-NTH (1 to 4, or L
      *      for the last in the month) and HRL-WEEKDAY (1 = Monday
      *      through 7 = Sunday).
      *   O  one-off closure on the single date in HRL-DATE.
      * HRL-DESC names the holiday on the review listing. A record
      * starting with "*" is a comment. Operations maintains the file
      * from the published holiday schedule.
      *****************************************************************
       01  HOLIDAY-RULE-REC.
           05  HRL-TYPE    PIC X(1).
           05  FILLER      PIC X(1).
           05  HRL-MONTH   PIC X(2).
           05  FILLER      PIC X(1).
           05  HRL-DAY     PIC X(2).
           05  FILLER      PIC X(1).
           05  HRL-NTH     PIC X(1).
           05  FILLER      PIC X(1).
           05  HRL-WEEKDAY PIC X(1).
           05  FILLER      PIC X(1).
           05  HRL-DATE    PIC X(8).
           05  FILLER      PIC X(1).
           05  HRL-SHIFT   PIC X(1).
           05  FILLER      PIC X(1).
           05  HRL-DESC    PIC X(20).
