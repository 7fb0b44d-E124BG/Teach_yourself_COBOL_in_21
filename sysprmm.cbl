      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Supervisor's screen over the system parameters file
      * (SYSPARM.DAT). The day-to-day settings - the suspense aging
      * threshold, the menu lockout count, the checkpoint interval,
      * the aging bands, the chase limits and the retention periods -
      * used to live in each program's own VALUE clauses, so changing
      * one meant a recompile. The programs now take them from the
      * parameters file at start-up and fall back to their built-in
      * value while the file carries nothing for a key. Only an ID
      * the operator master marks as a supervisor gets past the
      * password check. The supervisor lists the value of every
      * parameter in force today with where it came from and any
      * change already scheduled, changes a parameter from a date
      * (today or later - a date already past is history and is not
      * rewritten), and looks back through the change history. Every
      * change is appended to the parameters file and to the change
      * audit file (SYSPRMAU.DAT) with the old value, the new value,
      * who made it and when; nothing is ever rewritten, so SYSPRMRP
      * can print what was in force on any date. The two aging bands
      * are kept in step - the first must end before the second on
      * the date a change takes effect and on every later date either
      * band is already scheduled to change.
      * Attended only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSPRMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPARM-AUDIT-FILE ASSIGN TO "SYSPRMAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY sysprmsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSPARM-AUDIT-FILE.
       COPY sysprmau.

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY sysprmfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-PASSWORD PIC X(8).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-ANSWER PIC X(1).
       01  WS-VALID-ENTRY-SWITCH PIC X.
       01  WS-KEY-IN PIC X(12).
       01  WS-VALUE-IN PIC X(5).
       01  WS-DATE-IN PIC X(8).
       01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01  WS-SHOWN-COUNT PIC 9(5).

      *The change being keyed: the parameter's catalogue row, the
      *date it takes effect, the value in force on that date before
      *the change and where that value came from (B built-in, F the
      *parameters file), and the new value.
       01  WS-CHG-CAT-IDX PIC 9(2).
       01  WS-CHG-EFFECTIVE PIC 9(8).
       01  WS-CHG-OLD-VALUE PIC 9(5).
       01  WS-CHG-OLD-SOURCE PIC X(1).
       01  WS-CHG-NEW-VALUE PIC 9(5).
       01  WS-PARTNER-VALUE PIC 9(5).
       01  WS-PARTNER-KEY PIC X(12).
       01  WS-PARTNER-DEFAULT PIC 9(5).
       01  WS-OWN-VALUE PIC 9(5).
       01  WS-LOW-VALUE PIC 9(5).
       01  WS-HI-VALUE PIC 9(5).

      *Later dates on which either band already has a change waiting,
      *each checked against the change being keyed.
       01  WS-LATER-TABLE.
           05  WS-LATER-DATE OCCURS 100 TIMES PIC 9(8).
       01  WS-LATER-COUNT PIC 9(3).
       01  WS-LATER-IDX PIC 9(3).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.
       COPY sysprmct.

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
           MOVE "SYSPRMM" TO JH-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR SIGN-OFF - NOTHING CHANGED."
               MOVE "SYSPRMM" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "SPRM" TO ERR-CODE
               MOVE "PARAMETER CHANGE SUPERVISOR NOT VERIFIED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
                   DISPLAY "List parameters (L), Change a parameter"
                           " (C), History of changes (H), Exit (X)? "
                   ACCEPT WS-MENU-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       TO WS-MENU-CHOICE
                   EVALUATE WS-MENU-CHOICE
                       WHEN "L"
                           PERFORM LIST-PARAMETERS
                       WHEN "C"
                           PERFORM CHANGE-PARAMETER
                       WHEN "H"
                           PERFORM LIST-CHANGE-HISTORY
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Enter L, C, H or X."
                   END-EVALUATE
               END-PERFORM
               DISPLAY "PARAMETER CHANGES RECORDED: " WS-CHANGE-COUNT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "SYSPRMM" TO JS-PROGRAM-NAME.
           MOVE WS-CHANGE-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *The operator who signed on must be a supervisor on the
      *operator master, not locked out, and must give the password
      *again - the same check ADDDUPF makes before a force-through.
       VERIFY-SUPERVISOR.
           DISPLAY "Password: ".
           ACCEPT WS-SUPV-PASSWORD.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATOR MASTER WILL NOT OPEN - STATUS "
                       WS-OPER-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH OPERATOR ID."
                   NOT INVALID KEY
                       IF OPR-PASSWORD IS EQUAL TO WS-SUPV-PASSWORD
                               AND OPR-SUPERVISOR IS EQUAL TO "Y"
                               AND OPR-LOCKOUT IS NOT EQUAL TO "L"
                           MOVE "Y" TO WS-SUPV-OK-SWITCH
                       ELSE
                           DISPLAY "NOT VERIFIED AS A SUPERVISOR."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

      *Every catalogued parameter with the value in force today, then
      *whatever the file already holds for a later date.
       LIST-PARAMETERS.
           DISPLAY "PARAMETER    VALUE  IN FORCE TODAY".
           MOVE WS-TODAY-DATE TO WS-PARM-AS-OF.
           PERFORM VARYING WS-PARM-CAT-IDX FROM 1 BY 1
                   UNTIL WS-PARM-CAT-IDX IS GREATER THAN
                         WS-PARM-CAT-COUNT
               MOVE WS-PC-KEY(WS-PARM-CAT-IDX) TO WS-PARM-KEY
               MOVE WS-PC-DEFAULT(WS-PARM-CAT-IDX) TO WS-PARM-VALUE
               PERFORM GET-SYSTEM-PARAMETER
               IF WS-PARM-FOUND-SWITCH IS EQUAL TO "Y"
                   DISPLAY WS-PARM-KEY " " WS-PARM-VALUE
                           "  SINCE " WS-PARM-FOUND-EFFECTIVE
                           " BY " WS-PARM-FOUND-BY
               ELSE
                   DISPLAY WS-PARM-KEY " " WS-PARM-VALUE
                           "  BUILT-IN"
               END-IF
               DISPLAY "             " WS-PC-DESC(WS-PARM-CAT-IDX)
                       "  (" WS-PC-MIN(WS-PARM-CAT-IDX)
                       " TO " WS-PC-MAX(WS-PARM-CAT-IDX) ")"
           END-PERFORM.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ SYSPARM-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF PRM-EFFECTIVE IS GREATER THAN
                                   WS-TODAY-DATE
                               ADD 1 TO WS-SHOWN-COUNT
                               DISPLAY "SCHEDULED " PRM-KEY " "
                                       PRM-VALUE " FROM "
                                       PRM-EFFECTIVE " BY "
                                       PRM-SET-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSPARM-FILE
           END-IF.
           IF WS-SHOWN-COUNT IS EQUAL TO 0
               DISPLAY "  NO CHANGES SCHEDULED."
           END-IF.

      *A change takes effect from a date no earlier than today: what
      *was in force on a day already gone stays what it was. The old
      *value recorded is the one that would have applied on the
      *effective date without this change.
       CHANGE-PARAMETER.
           PERFORM GET-CHANGE-KEY.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               PERFORM GET-CHANGE-EFFECTIVE
               MOVE WS-PC-KEY(WS-CHG-CAT-IDX) TO WS-PARM-KEY
               MOVE WS-PC-DEFAULT(WS-CHG-CAT-IDX) TO WS-PARM-VALUE
               MOVE WS-CHG-EFFECTIVE TO WS-PARM-AS-OF
               PERFORM GET-SYSTEM-PARAMETER
               MOVE WS-PARM-VALUE TO WS-CHG-OLD-VALUE
               IF WS-PARM-FOUND-SWITCH IS EQUAL TO "Y"
                   MOVE "F" TO WS-CHG-OLD-SOURCE
               ELSE
                   MOVE "B" TO WS-CHG-OLD-SOURCE
               END-IF
               DISPLAY "IN FORCE ON " WS-CHG-EFFECTIVE ": "
                       WS-CHG-OLD-VALUE
               PERFORM GET-CHANGE-VALUE
               IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   PERFORM CHECK-BAND-PARTNER
               END-IF
               IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   IF WS-CHG-NEW-VALUE IS EQUAL TO WS-CHG-OLD-VALUE
                       DISPLAY "SAME AS THE VALUE IN FORCE -"
                               " NOTHING CHANGED."
                   ELSE
                       DISPLAY "Set " WS-PC-KEY(WS-CHG-CAT-IDX)
                               " to " WS-CHG-NEW-VALUE " from "
                               WS-CHG-EFFECTIVE " (Y/N)? "
                       ACCEPT WS-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                           TO WS-ANSWER
                       IF WS-ANSWER IS EQUAL TO "Y"
                           PERFORM WRITE-PARAMETER-CHANGE
                           DISPLAY WS-PC-KEY(WS-CHG-CAT-IDX)
                                   " CHANGED."
                       ELSE
                           DISPLAY "NOTHING CHANGED."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GET-CHANGE-KEY.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           DISPLAY "Parameter: ".
           MOVE SPACES TO WS-KEY-IN.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           PERFORM VARYING WS-PARM-CAT-IDX FROM 1 BY 1
                   UNTIL WS-PARM-CAT-IDX IS GREATER THAN
                         WS-PARM-CAT-COUNT
               IF WS-PC-KEY(WS-PARM-CAT-IDX) IS EQUAL TO WS-KEY-IN
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   MOVE WS-PARM-CAT-IDX TO WS-CHG-CAT-IDX
               END-IF
           END-PERFORM.
           IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUCH PARAMETER - LIST SHOWS THEM ALL."
           END-IF.

      *A blank date means today; INTEGER-OF-DATE comes back zero for
      *anything that is not a real calendar date.
       GET-CHANGE-EFFECTIVE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Effective from (YYYYMMDD, blank for today): "
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO WS-CHG-EFFECTIVE
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   IF WS-DATE-IN IS NUMERIC
                       MOVE WS-DATE-IN TO WS-CHG-EFFECTIVE
                       IF FUNCTION INTEGER-OF-DATE(WS-CHG-EFFECTIVE)
                               IS GREATER THAN 0
                               AND WS-CHG-EFFECTIVE IS NOT LESS THAN
                                   WS-TODAY-DATE
                           MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                       END-IF
                   END-IF
                   IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "Invalid entry - enter a real date"
                               " no earlier than today."
                   END-IF
               END-IF
           END-PERFORM.

      *Every catalogued lowest value is at least one, so an entry
      *NUMVAL cannot read (which comes back zero) fails the range.
       GET-CHANGE-VALUE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           DISPLAY "New value (" WS-PC-MIN(WS-CHG-CAT-IDX) " to "
                   WS-PC-MAX(WS-CHG-CAT-IDX) "): ".
           MOVE SPACES TO WS-VALUE-IN.
           ACCEPT WS-VALUE-IN.
           IF WS-VALUE-IN IS NOT EQUAL TO SPACES
               COMPUTE WS-CHG-NEW-VALUE = FUNCTION NUMVAL(WS-VALUE-IN)
               IF WS-CHG-NEW-VALUE IS NOT LESS THAN
                       WS-PC-MIN(WS-CHG-CAT-IDX)
                       AND WS-CHG-NEW-VALUE IS NOT GREATER THAN
                           WS-PC-MAX(WS-CHG-CAT-IDX)
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               END-IF
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "OUTSIDE THE ALLOWED RANGE - NOTHING CHANGED."
           END-IF.

      *The aging reports bucket up to the first band, then up to the
      *second, then over it - the first must end before the second
      *on the date the change takes effect, and on every later date
      *either band already has a change scheduled for.
       CHECK-BAND-PARTNER.
           MOVE SPACES TO WS-PARTNER-KEY.
           IF WS-PC-KEY(WS-CHG-CAT-IDX) IS EQUAL TO "ESC-BAND-LOW"
               MOVE "ESC-BAND-HI" TO WS-PARTNER-KEY
           END-IF.
           IF WS-PC-KEY(WS-CHG-CAT-IDX) IS EQUAL TO "ESC-BAND-HI"
               MOVE "ESC-BAND-LOW" TO WS-PARTNER-KEY
           END-IF.
           IF WS-PARTNER-KEY IS NOT EQUAL TO SPACES
               PERFORM VARYING WS-PARM-CAT-IDX FROM 1 BY 1
                       UNTIL WS-PARM-CAT-IDX IS GREATER THAN
                             WS-PARM-CAT-COUNT
                   IF WS-PC-KEY(WS-PARM-CAT-IDX) IS EQUAL TO
                           WS-PARTNER-KEY
                       MOVE WS-PC-DEFAULT(WS-PARM-CAT-IDX)
                           TO WS-PARTNER-DEFAULT
                   END-IF
               END-PERFORM
               MOVE WS-PARTNER-DEFAULT TO WS-PARM-VALUE
               MOVE WS-PARTNER-KEY TO WS-PARM-KEY
               MOVE WS-CHG-EFFECTIVE TO WS-PARM-AS-OF
               PERFORM GET-SYSTEM-PARAMETER
               MOVE WS-PARM-VALUE TO WS-PARTNER-VALUE
               IF WS-PARTNER-KEY IS EQUAL TO "ESC-BAND-HI"
                       AND WS-CHG-NEW-VALUE IS NOT LESS THAN
                           WS-PARTNER-VALUE
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               END-IF
               IF WS-PARTNER-KEY IS EQUAL TO "ESC-BAND-LOW"
                       AND WS-CHG-NEW-VALUE IS NOT GREATER THAN
                           WS-PARTNER-VALUE
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               END-IF
               IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "THE FIRST BAND MUST END BEFORE THE SECOND"
                           " - " WS-PARTNER-KEY " IS "
                           WS-PARTNER-VALUE " - NOTHING CHANGED."
               ELSE
                   PERFORM CHECK-BAND-LATER-DATES
               END-IF
           END-IF.

      *A change already scheduled after this one - to either band -
      *must still leave the bands in order once this one is made. On
      *each such date the band being changed stands at the new value
      *unless a record of its own dated later still has taken over,
      *and its partner at whatever the file says for that date.
       CHECK-BAND-LATER-DATES.
           MOVE 0 TO WS-LATER-COUNT.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ SYSPARM-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF (PRM-KEY IS EQUAL TO WS-PARTNER-KEY
                                   OR PRM-KEY IS EQUAL TO
                                       WS-PC-KEY(WS-CHG-CAT-IDX))
                                   AND PRM-VALUE IS NUMERIC
                                   AND PRM-EFFECTIVE IS GREATER THAN
                                       WS-CHG-EFFECTIVE
                                   AND WS-LATER-COUNT IS LESS THAN 100
                               ADD 1 TO WS-LATER-COUNT
                               MOVE PRM-EFFECTIVE
                                   TO WS-LATER-DATE(WS-LATER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSPARM-FILE
           END-IF.
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
                   UNTIL WS-LATER-IDX IS GREATER THAN WS-LATER-COUNT
                      OR WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
               MOVE WS-PC-KEY(WS-CHG-CAT-IDX) TO WS-PARM-KEY
               MOVE WS-PC-DEFAULT(WS-CHG-CAT-IDX) TO WS-PARM-VALUE
               MOVE WS-LATER-DATE(WS-LATER-IDX) TO WS-PARM-AS-OF
               PERFORM GET-SYSTEM-PARAMETER
               IF WS-PARM-FOUND-SWITCH IS EQUAL TO "Y"
                       AND WS-PARM-FOUND-EFFECTIVE IS GREATER THAN
                           WS-CHG-EFFECTIVE
                   MOVE WS-PARM-VALUE TO WS-OWN-VALUE
               ELSE
                   MOVE WS-CHG-NEW-VALUE TO WS-OWN-VALUE
               END-IF
               MOVE WS-PARTNER-KEY TO WS-PARM-KEY
               MOVE WS-PARTNER-DEFAULT TO WS-PARM-VALUE
               MOVE WS-LATER-DATE(WS-LATER-IDX) TO WS-PARM-AS-OF
               PERFORM GET-SYSTEM-PARAMETER
               IF WS-PARTNER-KEY IS EQUAL TO "ESC-BAND-HI"
                   MOVE WS-OWN-VALUE TO WS-LOW-VALUE
                   MOVE WS-PARM-VALUE TO WS-HI-VALUE
               ELSE
                   MOVE WS-PARM-VALUE TO WS-LOW-VALUE
                   MOVE WS-OWN-VALUE TO WS-HI-VALUE
               END-IF
               IF WS-LOW-VALUE IS NOT LESS THAN WS-HI-VALUE
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
                   DISPLAY "THE FIRST BAND MUST END BEFORE THE SECOND"
                           " - FROM " WS-LATER-DATE(WS-LATER-IDX)
                           " ESC-BAND-LOW WOULD BE " WS-LOW-VALUE
                           " AND ESC-BAND-HI " WS-HI-VALUE
                           " - NOTHING CHANGED."
               END-IF
           END-PERFORM.

      *The parameter record and its audit line go down together, each
      *appended - neither file is ever rewritten.
       WRITE-PARAMETER-CHANGE.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN EXTEND SYSPARM-FILE.
           IF WS-SYSPARM-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT SYSPARM-FILE
           END-IF.
           MOVE SPACES TO SYSPARM-REC.
           MOVE WS-PC-KEY(WS-CHG-CAT-IDX) TO PRM-KEY.
           MOVE WS-CHG-EFFECTIVE TO PRM-EFFECTIVE.
           MOVE WS-CHG-NEW-VALUE TO PRM-VALUE.
           MOVE WS-OPERATOR-ID TO PRM-SET-BY.
           MOVE WS-TODAY-DATE TO PRM-SET-DATE.
           WRITE SYSPARM-REC.
           CLOSE SYSPARM-FILE.
           OPEN EXTEND SYSPARM-AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT SYSPARM-AUDIT-FILE
           END-IF.
           MOVE SPACES TO SYSPARM-AUDIT-REC.
           MOVE WS-TODAY-DATE TO PRA-DATE.
           MOVE WS-NOW-TIME TO PRA-TIME.
           MOVE WS-OPERATOR-ID TO PRA-CHANGED-BY.
           MOVE WS-PC-KEY(WS-CHG-CAT-IDX) TO PRA-KEY.
           MOVE WS-CHG-EFFECTIVE TO PRA-EFFECTIVE.
           MOVE WS-CHG-OLD-VALUE TO PRA-OLD-VALUE.
           MOVE WS-CHG-OLD-SOURCE TO PRA-OLD-SOURCE.
           MOVE WS-CHG-NEW-VALUE TO PRA-NEW-VALUE.
           WRITE SYSPARM-AUDIT-REC.
           CLOSE SYSPARM-AUDIT-FILE.
           ADD 1 TO WS-CHANGE-COUNT.

       LIST-CHANGE-HISTORY.
           DISPLAY "Parameter (blank for every parameter): ".
           MOVE SPACES TO WS-KEY-IN.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT SYSPARM-AUDIT-FILE.
           IF WS-AUDIT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "  NO PARAMETER HAS EVER BEEN CHANGED."
           ELSE
               DISPLAY "KEYED ON TIME     BY       PARAMETER"
                       "    FROM     OLD   NEW"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ SYSPARM-AUDIT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-KEY-IN IS EQUAL TO SPACES
                                   OR PRA-KEY IS EQUAL TO WS-KEY-IN
                               ADD 1 TO WS-SHOWN-COUNT
                               DISPLAY PRA-DATE " " PRA-TIME(1:6)
                                       " " PRA-CHANGED-BY " "
                                       PRA-KEY " " PRA-EFFECTIVE " "
                                       PRA-OLD-VALUE PRA-OLD-SOURCE
                                       " " PRA-NEW-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSPARM-AUDIT-FILE
               IF WS-SHOWN-COUNT IS EQUAL TO 0
                   DISPLAY "  NO CHANGES RECORDED FOR THAT PARAMETER."
               END-IF
           END-IF.

       COPY sysprmr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
