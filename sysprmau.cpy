      *****************************************************************
      * SYSPRMAU.cpy - record layout for the system parameter change
      * audit file (SYSPRMAU.DAT), appended by SYSPRMM for every
      * change: when it was keyed and by which supervisor, the key,
      * the date the new value takes effect, and the value in force
      * on that date before the change beside the new one. An old
      * source of B means the old value was the program's built-in
      * one, F that it came from the parameters file.
      *****************************************************************
       01  SYSPARM-AUDIT-REC.
           05  PRA-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRA-TIME            PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRA-CHANGED-BY      PIC X(8).
           05  FILLER              PIC X(1).
           05  PRA-KEY             PIC X(12).
           05  FILLER              PIC X(1).
           05  PRA-EFFECTIVE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRA-OLD-VALUE       PIC 9(5).
           05  FILLER              PIC X(1).
           05  PRA-OLD-SOURCE      PIC X(1).
           05  FILLER              PIC X(1).
           05  PRA-NEW-VALUE       PIC 9(5).
