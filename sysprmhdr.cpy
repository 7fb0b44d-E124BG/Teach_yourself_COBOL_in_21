      *****************************************************************
      * SYSPRMHDR.cpy - working-storage fields for looking up a system
      * parameter, COPYed alongside SYSPRMSEL/SYSPRMFD. Set
      * WS-PARM-KEY, put the program's own built-in value in
      * WS-PARM-VALUE, set WS-PARM-AS-OF (zero means today) and
      * PERFORM GET-SYSTEM-PARAMETER: WS-PARM-VALUE comes back as the
      * value in force on that date, or still holds the built-in
      * value when the file is missing or carries nothing for the key
      * yet - WS-PARM-FOUND-SWITCH says which, and
      * WS-PARM-FOUND-EFFECTIVE gives the effective date of the record
      * that applied.
      *****************************************************************
       01  WS-SYSPARM-STATUS PIC XX.
       01  WS-PARM-KEY PIC X(12).
       01  WS-PARM-VALUE PIC 9(5).
       01  WS-PARM-AS-OF PIC 9(8) VALUE 0.
       01  WS-PARM-FOUND-SWITCH PIC X.
       01  WS-PARM-FOUND-EFFECTIVE PIC 9(8).
       01  WS-PARM-FOUND-BY PIC X(8).
       01  WS-END-OF-PARM-SWITCH PIC X.
