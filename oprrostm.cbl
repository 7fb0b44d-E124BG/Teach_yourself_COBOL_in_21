      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Interactive maintenance for the operator shift roster
      * (OPRROST.DAT). Until now nothing in the system knew who was
      * supposed to be on shift - DAILYCTL.DAT carries one operator
      * for the whole day and SHIFTHND had to be told who was handing
      * over. The roster holds which operators are scheduled on which
      * shift (1, 2 or 3) of which business date. A supervisor can
      * list a date's crews, roster an operator on a shift (the ID
      * must be on the operator master), take one off again, and copy
      * a whole date's crews onto another date so a regular week is
      * not keyed operator by operator. Every entry is stamped with
      * who rostered it and when. Entries more than ninety days old
      * are dropped when the roster is saved - the security report
      * looks back days, not months. Nothing touches the file until
      * the operator saves on exit.
      * The ninety days is the ROSTER-KEEP system parameter
      * (SYSPARM.DAT) once one is set.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRROSTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "OPRROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY oprrost.

      *Read only - an operator can only be rostered under an ID that
      *can actually sign on.
       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-ROSTER-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-ROSTER-SWITCH PIC X VALUE "N".

      *The whole roster is worked on in storage and written back in
      *one piece at save time - three crews a day for ninety days
      *fits many times over.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY OCCURS 1500 TIMES.
               10  WS-RS-DATE       PIC 9(8).
               10  WS-RS-SHIFT      PIC X(1).
               10  WS-RS-OPERATOR   PIC X(8).
               10  WS-RS-ENTERED-BY PIC X(8).
               10  WS-RS-ENTRY-DATE PIC X(8).
       01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
       01  WS-ROSTER-IDX PIC 9(4).
       01  WS-COPY-LIMIT PIC 9(4).
       01  WS-COPY-IDX PIC 9(4).
       01  WS-ENTRY-FOUND-SWITCH PIC X.

      *Entries older than this many days are dropped at save time -
      *ROSTER-KEEP on SYSPARM.DAT, or this built-in figure.
       01  WS-KEEP-DAYS PIC 9(3) VALUE 90.
       01  WS-OLDEST-KEPT-DATE PIC 9(8).
       01  WS-DROPPED-COUNT PIC 9(4) VALUE 0.

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-VALID-ENTRY-SWITCH PIC X.
       01  WS-DATE-IN PIC X(8).
       01  WS-NEW-DATE PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-NEW-SHIFT PIC X(1).
       01  WS-NEW-OPERATOR PIC X(8).
       01  WS-LIST-SHIFT PIC 9(1).
       01  WS-CREW-COUNT PIC 9(3).
       01  WS-COPIED-COUNT PIC 9(3).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.

       LINKAGE SECTION.
       COPY signonlk.

       PROCEDURE DIVISION USING SESSION-LINK.

       PROGRAM-BEGIN.
      *Reachable only through the authorized menu - a loose launch
      *carries no session linkage and is refused, so the sign-on
      *subsystem cannot be walked around from the command line.
           IF ADDRESS OF SESSION-LINK IS EQUAL TO NULL
               DISPLAY "RUN THIS FROM THE MAIN MENU."
               GOBACK
           END-IF.
           IF LNK-TRAINING-MODE IS EQUAL TO "T"
               DISPLAY "*** TRAINING - PRACTICE FILES ONLY ***"
           END-IF.
           DISPLAY "Enter your operator ID.".
           ACCEPT WS-OPERATOR-ID.
           MOVE "OPRROSTM" TO JH-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "ROSTER-KEEP" TO WS-PARM-KEY.
           MOVE WS-KEEP-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-KEEP-DAYS.
           PERFORM LOAD-ROSTER.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATOR MASTER WILL NOT OPEN - STATUS "
                       WS-OPER-STATUS " - NOBODY CAN BE ROSTERED"
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
               DISPLAY "List a date (L), Roster an operator (A),"
                       " Take off (D), Copy a date (C),"
                       " Save and exit (X)? "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-ROSTER-DATE
                   WHEN "A"
                       PERFORM ADD-ROSTER-ENTRY
                   WHEN "D"
                       PERFORM DELETE-ROSTER-ENTRY
                   WHEN "C"
                       PERFORM COPY-ROSTER-DATE
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, A, D, C or X."
               END-EVALUATE
           END-PERFORM.
           IF WS-OPER-STATUS IS EQUAL TO "00"
               CLOSE OPERATOR-MASTER
           END-IF.
           PERFORM SAVE-ROSTER.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "OPRROSTM" TO JS-PROGRAM-NAME.
           MOVE WS-ROSTER-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO ROSTER FILE YET - STARTING AN EMPTY ROSTER."
           ELSE
               PERFORM UNTIL WS-END-OF-ROSTER-SWITCH IS EQUAL TO "Y"
                   READ ROSTER-FILE
                       AT END MOVE "Y" TO WS-END-OF-ROSTER-SWITCH
                       NOT AT END
                           IF WS-ROSTER-COUNT IS LESS THAN 1500
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE ROS-RUN-DATE TO
                                   WS-RS-DATE(WS-ROSTER-COUNT)
                               MOVE ROS-SHIFT TO
                                   WS-RS-SHIFT(WS-ROSTER-COUNT)
                               MOVE ROS-OPERATOR-ID TO
                                   WS-RS-OPERATOR(WS-ROSTER-COUNT)
                               MOVE ROS-ENTERED-BY TO
                                   WS-RS-ENTERED-BY(WS-ROSTER-COUNT)
                               MOVE ROS-ENTRY-DATE TO
                                   WS-RS-ENTRY-DATE(WS-ROSTER-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 1500 ROSTER ENTRIES"
                                       " - EXCESS NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
           DISPLAY "ROSTER ENTRIES ON FILE: " WS-ROSTER-COUNT.

      *A blank date means today. INTEGER-OF-DATE comes back zero for
      *anything that is not a real calendar date.
       GET-VALID-DATE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Business date (YYYYMMDD, blank for today): "
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO WS-NEW-DATE
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   IF WS-DATE-IN IS NUMERIC
                       MOVE WS-DATE-IN TO WS-NEW-DATE
                       IF FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
                               IS GREATER THAN 0
                           MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                       END-IF
                   END-IF
                   IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "Invalid entry - enter a real date."
                   END-IF
               END-IF
           END-PERFORM.

       GET-VALID-SHIFT.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Shift (1, 2 or 3): "
               ACCEPT WS-NEW-SHIFT
               IF WS-NEW-SHIFT IS EQUAL TO "1"
                       OR WS-NEW-SHIFT IS EQUAL TO "2"
                       OR WS-NEW-SHIFT IS EQUAL TO "3"
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   DISPLAY "Invalid entry - enter 1, 2 or 3."
               END-IF
           END-PERFORM.

       GET-OPERATOR.
           DISPLAY "Operator ID: ".
           MOVE SPACES TO WS-NEW-OPERATOR.
           ACCEPT WS-NEW-OPERATOR.

       LIST-ROSTER-DATE.
           PERFORM GET-VALID-DATE.
           DISPLAY "ROSTER FOR " WS-NEW-DATE.
           MOVE 0 TO WS-CREW-COUNT.
           PERFORM VARYING WS-LIST-SHIFT FROM 1 BY 1
                   UNTIL WS-LIST-SHIFT IS GREATER THAN 3
               PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX IS GREATER THAN
                             WS-ROSTER-COUNT
                   IF WS-RS-DATE(WS-ROSTER-IDX) IS EQUAL TO
                           WS-NEW-DATE
                           AND WS-RS-SHIFT(WS-ROSTER-IDX) IS EQUAL TO
                               WS-LIST-SHIFT
                       ADD 1 TO WS-CREW-COUNT
                       DISPLAY "  SHIFT " WS-RS-SHIFT(WS-ROSTER-IDX)
                               "  " WS-RS-OPERATOR(WS-ROSTER-IDX)
                               "  ROSTERED BY "
                               WS-RS-ENTERED-BY(WS-ROSTER-IDX)
                               " ON " WS-RS-ENTRY-DATE(WS-ROSTER-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-CREW-COUNT IS EQUAL TO 0
               DISPLAY "  NOBODY ROSTERED ON THAT DATE."
           END-IF.

       FIND-ROSTER-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
           MOVE 1 TO WS-ROSTER-IDX.
           PERFORM UNTIL WS-ENTRY-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-ROSTER-IDX IS GREATER THAN WS-ROSTER-COUNT
               IF WS-RS-DATE(WS-ROSTER-IDX) IS EQUAL TO WS-NEW-DATE
                       AND WS-RS-SHIFT(WS-ROSTER-IDX) IS EQUAL TO
                           WS-NEW-SHIFT
                       AND WS-RS-OPERATOR(WS-ROSTER-IDX) IS EQUAL TO
                           WS-NEW-OPERATOR
                   MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-ROSTER-IDX
               END-IF
           END-PERFORM.

       ADD-ROSTER-ENTRY.
           IF WS-ROSTER-COUNT IS NOT LESS THAN 1500
               DISPLAY "THE ROSTER IS FULL - TAKE SOMEONE OFF FIRST."
           ELSE
               PERFORM GET-VALID-DATE
               PERFORM GET-VALID-SHIFT
               PERFORM GET-OPERATOR
               PERFORM FIND-ROSTER-ENTRY
               IF WS-ENTRY-FOUND-SWITCH IS EQUAL TO "Y"
                   DISPLAY "ALREADY ROSTERED ON THAT SHIFT."
               ELSE
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
                   IF WS-OPER-STATUS IS EQUAL TO "00"
                       MOVE WS-NEW-OPERATOR TO OPR-ID
                       READ OPERATOR-MASTER
                           INVALID KEY
                               DISPLAY "NOT ON THE OPERATOR MASTER -"
                                       " NOT ROSTERED."
                           NOT INVALID KEY
                               MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                       END-READ
                   END-IF
                   IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                       PERFORM STORE-ROSTER-ENTRY
                       DISPLAY WS-NEW-OPERATOR " ROSTERED ON SHIFT "
                               WS-NEW-SHIFT " OF " WS-NEW-DATE
                   END-IF
               END-IF
           END-IF.

       STORE-ROSTER-ENTRY.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE WS-NEW-DATE TO WS-RS-DATE(WS-ROSTER-COUNT).
           MOVE WS-NEW-SHIFT TO WS-RS-SHIFT(WS-ROSTER-COUNT).
           MOVE WS-NEW-OPERATOR TO WS-RS-OPERATOR(WS-ROSTER-COUNT).
           MOVE WS-OPERATOR-ID TO WS-RS-ENTERED-BY(WS-ROSTER-COUNT).
           MOVE WS-TODAY-DATE TO WS-RS-ENTRY-DATE(WS-ROSTER-COUNT).

       DELETE-ROSTER-ENTRY.
           PERFORM GET-VALID-DATE.
           PERFORM GET-VALID-SHIFT.
           PERFORM GET-OPERATOR.
           PERFORM FIND-ROSTER-ENTRY.
           IF WS-ENTRY-FOUND-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NOT ROSTERED ON THAT SHIFT - NOTHING TAKEN OFF."
           ELSE
               PERFORM UNTIL WS-ROSTER-IDX IS NOT LESS THAN
                       WS-ROSTER-COUNT
                   MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX + 1)
                       TO WS-ROSTER-ENTRY(WS-ROSTER-IDX)
                   ADD 1 TO WS-ROSTER-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-ROSTER-COUNT
               DISPLAY WS-NEW-OPERATOR " TAKEN OFF SHIFT "
                       WS-NEW-SHIFT " OF " WS-NEW-DATE
           END-IF.

      *Every crew on the first date is rostered again on the second,
      *skipping anyone already there. Only the entries that were on
      *file before the copy started are looked at, so copying a date
      *onto itself adds nothing.
       COPY-ROSTER-DATE.
           DISPLAY "Copy the crews FROM which date?".
           PERFORM GET-VALID-DATE.
           MOVE WS-NEW-DATE TO WS-FROM-DATE.
           DISPLAY "Copy them ONTO which date?".
           PERFORM GET-VALID-DATE.
           MOVE 0 TO WS-COPIED-COUNT.
           MOVE WS-ROSTER-COUNT TO WS-COPY-LIMIT.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX IS GREATER THAN WS-COPY-LIMIT
               IF WS-RS-DATE(WS-COPY-IDX) IS EQUAL TO WS-FROM-DATE
                   MOVE WS-RS-SHIFT(WS-COPY-IDX) TO WS-NEW-SHIFT
                   MOVE WS-RS-OPERATOR(WS-COPY-IDX)
                       TO WS-NEW-OPERATOR
                   PERFORM COPY-ONE-ENTRY
               END-IF
           END-PERFORM.
           DISPLAY "ENTRIES COPIED: " WS-COPIED-COUNT.

       COPY-ONE-ENTRY.
           PERFORM FIND-ROSTER-ENTRY.
           IF WS-ENTRY-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-ROSTER-COUNT IS LESS THAN 1500
                   PERFORM STORE-ROSTER-ENTRY
                   ADD 1 TO WS-COPIED-COUNT
               ELSE
                   DISPLAY "THE ROSTER IS FULL - " WS-NEW-OPERATOR
                           " NOT COPIED"
               END-IF
           END-IF.

       SAVE-ROSTER.
           COMPUTE WS-OLDEST-KEPT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-KEEP-DAYS).
           OPEN OUTPUT ROSTER-FILE.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX IS GREATER THAN WS-ROSTER-COUNT
               IF WS-RS-DATE(WS-ROSTER-IDX) IS LESS THAN
                       WS-OLDEST-KEPT-DATE
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   MOVE SPACES TO ROSTER-REC
                   MOVE WS-RS-DATE(WS-ROSTER-IDX) TO ROS-RUN-DATE
                   MOVE WS-RS-SHIFT(WS-ROSTER-IDX) TO ROS-SHIFT
                   MOVE WS-RS-OPERATOR(WS-ROSTER-IDX)
                       TO ROS-OPERATOR-ID
                   MOVE WS-RS-ENTERED-BY(WS-ROSTER-IDX)
                       TO ROS-ENTERED-BY
                   MOVE WS-RS-ENTRY-DATE(WS-ROSTER-IDX)
                       TO ROS-ENTRY-DATE
                   WRITE ROSTER-REC
               END-IF
           END-PERFORM.
           CLOSE ROSTER-FILE.
           COMPUTE WS-ROSTER-COUNT = WS-ROSTER-COUNT - WS-DROPPED-COUNT.
           DISPLAY "ROSTER SAVED - ENTRIES: " WS-ROSTER-COUNT
                   "  OLD ENTRIES DROPPED: " WS-DROPPED-COUNT.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY sysprmr.
