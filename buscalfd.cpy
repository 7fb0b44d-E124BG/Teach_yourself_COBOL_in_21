      * calendar date: the day type (B = business day, H = holiday,
      * W = weekend) and the processing date work done on that
      * calendar date posts to - the date itself on a business day,
      * the next business day (rollover) otherwise. BUSCALG
      * generates each year from the holiday rules (HOLRULES.DAT) and
      * a supervisor commits it; BUSCALCK warns nightly once fewer
      * than 60 days are left on the file.
      *****************************************************************
       FD  BUSCAL-FILE.
       01  BUSCAL-REC.
