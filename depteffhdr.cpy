      *****************************************************************
      * DEPTEFFHDR.cpy - working-storage fields for deciding whether a
      * department reference entry (DEPTREF.DAT or EMPDEPT.DAT) is in
      * force on a date. Set WS-DEPT-AS-OF once (zero means today),
      * move the entry's effective-from and effective-to dates into
      * WS-DEPT-EFF-FROM / WS-DEPT-EFF-TO and PERFORM
      * CHECK-DEPT-IN-FORCE: WS-DEPT-IN-FORCE-SWITCH comes back "Y"
      * when the as-of date falls inside the entry's dates.
      *****************************************************************
       01  WS-DEPT-AS-OF PIC 9(8) VALUE 0.
       01  WS-DEPT-EFF-FROM PIC X(8).
       01  WS-DEPT-EFF-TO PIC X(8).
       01  WS-DEPT-IN-FORCE-SWITCH PIC X.
