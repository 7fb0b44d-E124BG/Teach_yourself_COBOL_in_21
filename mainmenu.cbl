      * and the terminal rides the CALLs through SESSION-LINK, so the
      * subprograms stamp their run logs and audit trails with the
      * person at THIS terminal, not whoever signed on last anywhere.
      * The number of failures that locks an ID is the MENU-TRIES
      * system parameter (SYSPARM.DAT), three while the file carries
      * none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINMENU.
           COPY alertsel.
           COPY seclogsel.
           COPY signonsel.
           COPY sysprmsel.
           SELECT SESSION-HISTORY-FILE ASSIGN TO "SESSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSHIST-STATUS.
       COPY alertfd.
       COPY seclogfd.
       COPY signonfd.
       COPY sysprmfd.

      *Permanent session history: one line per completed session, so
      *"who was on which terminal at 14:30" is finally answerable.

       01  WS-SIGNON-OK-SWITCH PIC X VALUE "N".
       01  WS-ATTEMPT-COUNT PIC 9(1) VALUE 0.
      *Failed sign-ons that lock an ID - the built-in figure, until
      *MENU-TRIES is set on SYSPARM.DAT.
       01  WS-LOCKOUT-TRIES PIC 9(1) VALUE 3.
       01  WS-ENTERED-ID PIC X(8).
       01  WS-ENTERED-PASSWORD PIC X(8).
       01  WS-OPERATOR-ID PIC X(8).
       COPY alerthdr.
       COPY seclghdr.
       COPY signonhdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "MENU-TRIES" TO WS-PARM-KEY.
           MOVE WS-LOCKOUT-TRIES TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-LOCKOUT-TRIES.
           DISPLAY "Terminal ID: ".
           ACCEPT WS-LNK-TERMINAL-ID.
           IF WS-LNK-TERMINAL-ID IS EQUAL TO SPACES

      *Three tries at the terminal, three bad passwords on one ID and
      *the ID itself is locked until a supervisor unlocks it through
      *OPRADMIN - three unless MENU-TRIES says otherwise. A
      *brand-new installation seeds a SUPERVSR record so there is
      *always one ID that can get in - loudly, so the password gets
      *changed.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPER-STATUS IS EQUAL TO "35"
                       WS-OPER-STATUS
           ELSE
               PERFORM UNTIL WS-SIGNON-OK-SWITCH IS EQUAL TO "Y"
                       OR WS-ATTEMPT-COUNT IS NOT LESS THAN
                           WS-LOCKOUT-TRIES
                   PERFORM TRY-ONE-SIGNON
               END-PERFORM
               CLOSE OPERATOR-MASTER
                   DISPLAY "SIGNED ON: " OPR-ID
               WHEN OTHER
                   ADD 1 TO OPR-FAIL-COUNT
                   IF OPR-FAIL-COUNT IS NOT LESS THAN
                           WS-LOCKOUT-TRIES
                       MOVE "L" TO OPR-LOCKOUT
                       DISPLAY "TOO MANY FAILURES - ID LOCKED."
                       MOVE "LOCKOUT" TO WS-SEC-EVENT
                       NOT AT END
                           IF OAU-OPERATOR IS EQUAL TO
                                   WS-OPERATOR-ID
                                   AND OAU-SUSPENDED IS NOT EQUAL
                                       TO "S"
                                   AND WS-AUTH-COUNT IS LESS THAN 30
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE OAU-OPT-CODE

       COPY alertw.
       COPY seclogw.
       COPY sysprmr.
