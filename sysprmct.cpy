      *****************************************************************
      * SYSPRMCT.cpy - catalogue of the system parameters: every key
      * SYSPARM.DAT may carry, the value built into the program that
      * reads it (the value in force while the file carries nothing
      * for the key), the lowest and highest value SYSPRMM accepts,
      * and what the setting governs. A program that starts reading a
      * new key from the file gets a row here, with the same built-in
      * value as its own VALUE clause. Each row is the key (12), the
      * built-in, lowest and highest values (5 digits each), then the
      * description (30).
      *****************************************************************
       01  WS-PARM-CATALOGUE-LIST.
           05  FILLER PIC X(27) VALUE "ADDSUSP-AGE 000070000100099".
           05  FILLER PIC X(30) VALUE "ADDSUSP SUSPENSE AGING DAYS".
           05  FILLER PIC X(27) VALUE "MENU-TRIES  000030000100009".
           05  FILLER PIC X(30) VALUE "MAINMENU FAILED SIGN-ONS/LOCK".
           05  FILLER PIC X(27) VALUE "ADD-CHKPT   001000000100999".
           05  FILLER PIC X(30) VALUE "ADDITION CHECKPOINT INTERVAL".
           05  FILLER PIC X(27) VALUE "ESC-BAND-LOW000070000100998".
           05  FILLER PIC X(30) VALUE "AGING FIRST BAND UP TO DAYS".
           05  FILLER PIC X(27) VALUE "ESC-BAND-HI 000300000200999".
           05  FILLER PIC X(30) VALUE "AGING SECOND BAND UP TO DAYS".
           05  FILLER PIC X(27) VALUE "ESC-CHASE   000140000100999".
           05  FILLER PIC X(30) VALUE "ESCAGING CHASE LIMIT DAYS".
           05  FILLER PIC X(27) VALUE "PRB-CHASE   000140000100999".
           05  FILLER PIC X(30) VALUE "ERRPRAGE CHASE LIMIT DAYS".
           05  FILLER PIC X(27) VALUE "LOG-KEEP    000300000100999".
           05  FILLER PIC X(30) VALUE "LOGARCH LIVE LOG DAYS KEPT".
           05  FILLER PIC X(27) VALUE "EMP-KEEP    003650000100999".
           05  FILLER PIC X(30) VALUE "EMPARCH TERMINATED DAYS KEPT".
           05  FILLER PIC X(27) VALUE "ROSTER-KEEP 000900000100999".
           05  FILLER PIC X(30) VALUE "OPRROSTM ROSTER DAYS KEPT".
           05  FILLER PIC X(27) VALUE "MANIF-KEEP  000900000100999".
           05  FILLER PIC X(30) VALUE "RPTDLVM MANIFEST DAYS KEPT".
           05  FILLER PIC X(27) VALUE "CAL-WARN    000600000100365".
           05  FILLER PIC X(30) VALUE "BUSCALCK CALENDAR DAYS LEFT".
           05  FILLER PIC X(27) VALUE "AUD-KEEP    007300036509999".
           05  FILLER PIC X(30) VALUE "ADDAUDT AUDIT TRAIL DAYS KEPT".
           05  FILLER PIC X(27) VALUE "DUP-WINDOW  000050000100250".
           05  FILLER PIC X(30) VALUE "ADDEDIT DUPLICATE WINDOW DAYS".
           05  FILLER PIC X(27) VALUE "GEN-KEEP    000100000100250".
           05  FILLER PIC X(30) VALUE "ADDGENR GENERATION DAYS KEPT".
       01  WS-PARM-CATALOGUE REDEFINES WS-PARM-CATALOGUE-LIST.
           05  WS-PARM-CAT-ENTRY OCCURS 15 TIMES.
               10  WS-PC-KEY     PIC X(12).
               10  WS-PC-DEFAULT PIC 9(5).
               10  WS-PC-MIN     PIC 9(5).
               10  WS-PC-MAX     PIC 9(5).
               10  WS-PC-DESC    PIC X(30).
       01  WS-PARM-CAT-COUNT PIC 9(2) VALUE 15.
       01  WS-PARM-CAT-IDX PIC 9(2).
