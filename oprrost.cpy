      *****************************************************************
      * OPRROST.cpy - operator shift roster record (OPRROST.DAT), one
      * record per operator per shift per business date. Maintained
      * by OPRROSTM; read by HELLO (which shows the rostered crew on
      * the sign-on banner), SHIFTHND (which names the outgoing and
      * incoming crews on the handover) and SECRPT (which reports
      * sign-ons by operators not rostered for the shift). Shift 1
      * runs 06:00-14:00, shift 2 14:00-22:00 and shift 3 22:00-06:00;
      * a shift 3 belongs to the date it starts on. Every entry is
      * stamped with who rostered it and when.
      *****************************************************************
       01  ROSTER-REC.
           05  ROS-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  ROS-SHIFT       PIC X(1).
           05  FILLER          PIC X(1).
           05  ROS-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X(1).
           05  ROS-ENTERED-BY  PIC X(8).
           05  FILLER          PIC X(1).
           05  ROS-ENTRY-DATE  PIC X(8).
