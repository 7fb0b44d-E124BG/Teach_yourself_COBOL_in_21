      *****************************************************************
      * ERRPRHDR.cpy - working-storage fields for the open-problem
      * table, COPYed alongside ERRPRSEL/ERRPRFD. After a PERFORM
      * LOAD-PROBLEM-TABLE the table holds every problem still open,
      * in problem-number order, with its owner, cause, latest note,
      * the date of its last action and up to five linked error
      * codes; WS-HIGH-PROBLEM-NUMBER holds the highest number ever
      * issued, open or closed. Set WS-FIND-PROBLEM-NUMBER and PERFORM
      * FIND-PROBLEM-ENTRY, or set WS-FIND-PROBLEM-CODE and PERFORM
      * FIND-CODE-PROBLEM; either leaves WS-PROBLEM-IDX on the entry
      * when WS-PROBLEM-FOUND-SWITCH comes back "Y".
      *****************************************************************
       01  WS-ERRPROB-STATUS PIC XX.
       01  WS-PROBLEM-TABLE.
           05  WS-PROBLEM-ENTRY OCCURS 200 TIMES.
               10  WS-PB-NUMBER      PIC 9(5).
               10  WS-PB-TITLE       PIC X(40).
               10  WS-PB-OPENED      PIC 9(8).
               10  WS-PB-OPENED-BY   PIC X(8).
               10  WS-PB-OWNER       PIC X(8).
               10  WS-PB-ASSIGNED    PIC 9(8).
               10  WS-PB-CAUSE       PIC X(40).
               10  WS-PB-NOTE        PIC X(40).
               10  WS-PB-LAST-DATE   PIC 9(8).
               10  WS-PB-CODE-COUNT  PIC 9(1).
               10  WS-PB-CODE        PIC X(4) OCCURS 5 TIMES.
       01  WS-PROBLEM-COUNT PIC 9(3) VALUE 0.
       01  WS-PROBLEM-IDX PIC 9(3).
       01  WS-PROBLEM-SHIFT-IDX PIC 9(3).
       01  WS-PB-CODE-IDX PIC 9(1).
       01  WS-HIGH-PROBLEM-NUMBER PIC 9(5) VALUE 0.
       01  WS-FIND-PROBLEM-NUMBER PIC 9(5).
       01  WS-FIND-PROBLEM-CODE PIC X(4).
       01  WS-PROBLEM-FOUND-SWITCH PIC X.
       01  WS-END-OF-PROBLEM-SWITCH PIC X.
       01  WS-PROBLEM-DROPPED PIC 9(5) VALUE 0.
