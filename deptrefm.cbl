      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Supervisor's maintenance screen over the two
      * department reference files - DEPTREF.DAT (the departments
      * that submit transactions, with their GL clearing accounts)
      * and EMPDEPT.DAT (the employee departments). Both used to be
      * edited by hand with no history: when a clearing account
      * changed mid-month ADDGLFD simply started using the new one,
      * and nobody could say afterwards which account applied on
      * which day. Every entry now carries an effective-from and an
      * effective-to date, and a change is never an overwrite: the
      * entry in force is closed the day before the change takes
      * effect and a new entry opens from that day, so the file
      * keeps every account and name a department ever had. ADDEDIT,
      * ADDGLFD, EMPHRIN, PARAGRAPHS and the other readers take the
      * entry in force on their processing date (DEPTEFFR.cpy).
      * The supervisor lists a file's entries, adds a department or
      * changes one from a date (today or later - what applied on a
      * day already gone stays what it was), closes a department
      * after a last day, looks back through the change log
      * (DEPTCHG.DAT - who changed what, when, old and new values)
      * and prints the cross-check report (DEPTXCHK.DAT) of the
      * department codes in force on one file but not on the other.
      * A file too large to hold in storage is listed but not
      * rewritten, so nothing is ever lost off the end of it.
      * Attended only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "EMPDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPDEPT-STATUS.
           SELECT DEPT-CHANGE-LOG ASSIGN TO "DEPTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCHG-STATUS.
           SELECT DEPT-XCHK-FILE ASSIGN TO "DEPTXCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCHK-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REF-FILE.
       COPY deptref.

       FD  EMP-DEPT-FILE.
       COPY empdept.

      *One line per change: when, who, which file, what was done
      *(ADD a new department, CHANGE from a date, CORRECT an entry
      *on its own first day, CLOSE after a last day), the code, the
      *dates of the entry as it now stands, and the account and
      *name before and after.
       FD  DEPT-CHANGE-LOG.
       01  DEPT-CHANGE-REC.
           05  DCL-DATE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  DCL-TIME        PIC 9(6).
           05  FILLER          PIC X(1).
           05  DCL-CHANGED-BY  PIC X(8).
           05  FILLER          PIC X(1).
           05  DCL-FILE        PIC X(7).
           05  FILLER          PIC X(1).
           05  DCL-ACTION      PIC X(7).
           05  FILLER          PIC X(1).
           05  DCL-CODE        PIC X(4).
           05  FILLER          PIC X(1).
           05  DCL-EFF-FROM    PIC X(8).
           05  FILLER          PIC X(1).
           05  DCL-EFF-TO      PIC X(8).
           05  FILLER          PIC X(1).
           05  DCL-OLD-ACCOUNT PIC X(8).
           05  FILLER          PIC X(1).
           05  DCL-NEW-ACCOUNT PIC X(8).
           05  FILLER          PIC X(1).
           05  DCL-OLD-NAME    PIC X(20).
           05  FILLER          PIC X(1).
           05  DCL-NEW-NAME    PIC X(20).

       FD  DEPT-XCHK-FILE.
       01  DEPT-XCHK-REC PIC X(80).

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-DEPTREF-STATUS PIC XX.
       01  WS-EMPDEPT-STATUS PIC XX.
       01  WS-DEPTCHG-STATUS PIC XX.
       01  WS-XCHK-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-PASSWORD PIC X(8).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-FILE-CHOICE PIC X(1).
       01  WS-FILE-NAME PIC X(7).
       01  WS-ANSWER PIC X(1).
       01  WS-VALID-ENTRY-SWITCH PIC X.
       01  WS-CODE-IN PIC X(4).
       01  WS-ACCOUNT-IN PIC X(8).
       01  WS-NAME-IN PIC X(20).
       01  WS-DATE-IN PIC X(8).
       01  WS-DATE-PROMPT PIC X(48).
       01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01  WS-SHOWN-COUNT PIC 9(5).
       01  WS-ENTRY-STATE PIC X(9).

      *The chosen file held in storage while it is listed or changed,
      *in file order; a change rewrites the whole file from here.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 200 TIMES.
               10  WS-EN-CODE    PIC X(4).
               10  WS-EN-ACCOUNT PIC X(8).
               10  WS-EN-NAME    PIC X(20).
               10  WS-EN-FROM    PIC X(8).
               10  WS-EN-TO      PIC X(8).
       01  WS-ENTRY-COUNT PIC 9(3) VALUE 0.
       01  WS-ENTRY-IDX PIC 9(3).
       01  WS-INSERT-IDX PIC 9(3).
       01  WS-SHIFT-IDX PIC 9(3).
       01  WS-TABLE-FULL-SWITCH PIC X.
       01  WS-FILE-FOUND-SWITCH PIC X.

      *The change being keyed: the date it takes effect (or the last
      *day in force, for a close), the entry in force on that date
      *(zero when there is none), the start of any entry already
      *keyed for a later date, and the values before and after.
       01  WS-CHG-DATE PIC 9(8).
       01  WS-CHG-DAY-BEFORE PIC 9(8).
       01  WS-CUR-IDX PIC 9(3).
       01  WS-LATER-FROM PIC X(8).
       01  WS-CHG-ACTION PIC X(7).
       01  WS-CHG-FROM PIC X(8).
       01  WS-CHG-TO PIC X(8).
       01  WS-OLD-ACCOUNT PIC X(8).
       01  WS-OLD-NAME PIC X(20).
       01  WS-NEW-ACCOUNT PIC X(8).
       01  WS-NEW-NAME PIC X(20).

      *Cross-check: the codes in force today on each file.
       01  WS-XR-TABLE.
           05  WS-XR-ENTRY OCCURS 200 TIMES.
               10  WS-XR-CODE PIC X(4).
               10  WS-XR-NAME PIC X(20).
       01  WS-XR-COUNT PIC 9(3) VALUE 0.
       01  WS-XE-TABLE.
           05  WS-XE-ENTRY OCCURS 200 TIMES.
               10  WS-XE-CODE PIC X(4).
               10  WS-XE-NAME PIC X(20).
       01  WS-XE-COUNT PIC 9(3) VALUE 0.
       01  WS-X-IDX PIC 9(3).
       01  WS-X-SUB PIC 9(3).
       01  WS-X-FOUND-SWITCH PIC X.
       01  WS-DEPTREF-ONLY-COUNT PIC 9(3).
       01  WS-EMPDEPT-ONLY-COUNT PIC 9(3).
       01  WS-DEPTREF-ON-HAND PIC X.
       01  WS-EMPDEPT-ON-HAND PIC X.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.

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
           MOVE "DEPTREFM" TO JH-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR SIGN-OFF - NOTHING CHANGED."
               MOVE "DEPTREFM" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "DREF" TO ERR-CODE
               MOVE "DEPARTMENT FILE SUPERVISOR NOT VERIFIED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
                   DISPLAY "List entries (L), Add or change a"
                           " department (A), Close a department (C),"
                   DISPLAY "History of changes (H), Cross-check"
                           " report (R), Exit (X)? "
                   ACCEPT WS-MENU-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       TO WS-MENU-CHOICE
                   EVALUATE WS-MENU-CHOICE
                       WHEN "L"
                           PERFORM LIST-ENTRIES
                       WHEN "A"
                           PERFORM ADD-OR-CHANGE-DEPARTMENT
                       WHEN "C"
                           PERFORM CLOSE-DEPARTMENT
                       WHEN "H"
                           PERFORM LIST-CHANGE-HISTORY
                       WHEN "R"
                           PERFORM WRITE-CROSS-CHECK
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Enter L, A, C, H, R or X."
                   END-EVALUATE
               END-PERFORM
               DISPLAY "DEPARTMENT CHANGES RECORDED: " WS-CHANGE-COUNT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "DEPTREFM" TO JS-PROGRAM-NAME.
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

      *Which of the two files this operation works on; the file is
      *loaded fresh each time, so the table always matches the disk.
       GET-FILE-CHOICE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           DISPLAY "Transaction departments - DEPTREF.DAT (D) or"
                   " employee departments - EMPDEPT.DAT (E)? ".
           ACCEPT WS-FILE-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-FILE-CHOICE) TO WS-FILE-CHOICE.
           EVALUATE WS-FILE-CHOICE
               WHEN "D"
                   MOVE "DEPTREF" TO WS-FILE-NAME
                   PERFORM LOAD-DEPT-REF-ENTRIES
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               WHEN "E"
                   MOVE "EMPDEPT" TO WS-FILE-NAME
                   PERFORM LOAD-EMP-DEPT-ENTRIES
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               WHEN OTHER
                   DISPLAY "Enter D or E."
           END-EVALUATE.

       LOAD-DEPT-REF-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SWITCH.
           MOVE "N" TO WS-FILE-FOUND-SWITCH.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DEPTREF-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FILE-FOUND-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-REF-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-ENTRY-COUNT IS LESS THAN 200
                               ADD 1 TO WS-ENTRY-COUNT
                               MOVE DEPT-CODE
                                   TO WS-EN-CODE(WS-ENTRY-COUNT)
                               MOVE DEPT-GL-ACCOUNT
                                   TO WS-EN-ACCOUNT(WS-ENTRY-COUNT)
                               MOVE DEPT-NAME
                                   TO WS-EN-NAME(WS-ENTRY-COUNT)
                               MOVE DEPT-EFF-FROM
                                   TO WS-EN-FROM(WS-ENTRY-COUNT)
                               MOVE DEPT-EFF-TO
                                   TO WS-EN-TO(WS-ENTRY-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-FULL-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.

       LOAD-EMP-DEPT-ENTRIES.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SWITCH.
           MOVE "N" TO WS-FILE-FOUND-SWITCH.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT EMP-DEPT-FILE.
           IF WS-EMPDEPT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FILE-FOUND-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ EMP-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-ENTRY-COUNT IS LESS THAN 200
                               ADD 1 TO WS-ENTRY-COUNT
                               MOVE EDP-CODE
                                   TO WS-EN-CODE(WS-ENTRY-COUNT)
                               MOVE SPACES
                                   TO WS-EN-ACCOUNT(WS-ENTRY-COUNT)
                               MOVE EDP-NAME
                                   TO WS-EN-NAME(WS-ENTRY-COUNT)
                               MOVE EDP-EFF-FROM
                                   TO WS-EN-FROM(WS-ENTRY-COUNT)
                               MOVE EDP-EFF-TO
                                   TO WS-EN-TO(WS-ENTRY-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-FULL-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

      *The whole file is written back from storage in its own order.
       SAVE-ENTRIES.
           IF WS-FILE-CHOICE IS EQUAL TO "D"
               OPEN OUTPUT DEPT-REF-FILE
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX IS GREATER THAN WS-ENTRY-COUNT
                   MOVE SPACES TO DEPT-REF-REC
                   MOVE WS-EN-CODE(WS-ENTRY-IDX) TO DEPT-CODE
                   MOVE WS-EN-ACCOUNT(WS-ENTRY-IDX) TO DEPT-GL-ACCOUNT
                   MOVE WS-EN-NAME(WS-ENTRY-IDX) TO DEPT-NAME
                   MOVE WS-EN-FROM(WS-ENTRY-IDX) TO DEPT-EFF-FROM
                   MOVE WS-EN-TO(WS-ENTRY-IDX) TO DEPT-EFF-TO
                   WRITE DEPT-REF-REC
               END-PERFORM
               CLOSE DEPT-REF-FILE
           ELSE
               OPEN OUTPUT EMP-DEPT-FILE
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX IS GREATER THAN WS-ENTRY-COUNT
                   MOVE SPACES TO EMP-DEPT-REC
                   MOVE WS-EN-CODE(WS-ENTRY-IDX) TO EDP-CODE
                   MOVE WS-EN-NAME(WS-ENTRY-IDX) TO EDP-NAME
                   MOVE WS-EN-FROM(WS-ENTRY-IDX) TO EDP-EFF-FROM
                   MOVE WS-EN-TO(WS-ENTRY-IDX) TO EDP-EFF-TO
                   WRITE EMP-DEPT-REC
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

      *Every entry on the file with where it stands today; a blank
      *date is an entry from before the files carried dates.
       LIST-ENTRIES.
           PERFORM GET-FILE-CHOICE.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               IF WS-ENTRY-COUNT IS EQUAL TO 0
                   DISPLAY "  " WS-FILE-NAME ".DAT CARRIES NO ENTRIES."
               ELSE
                   DISPLAY "CODE ACCOUNT  NAME                 FROM"
                           "     TO"
                   MOVE WS-TODAY-DATE TO WS-DEPT-AS-OF
                   PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                           UNTIL WS-ENTRY-IDX IS GREATER THAN
                                 WS-ENTRY-COUNT
                       PERFORM SET-ENTRY-STATE
                       DISPLAY WS-EN-CODE(WS-ENTRY-IDX) " "
                               WS-EN-ACCOUNT(WS-ENTRY-IDX) " "
                               WS-EN-NAME(WS-ENTRY-IDX) " "
                               WS-EN-FROM(WS-ENTRY-IDX) " "
                               WS-EN-TO(WS-ENTRY-IDX) " "
                               WS-ENTRY-STATE
                   END-PERFORM
               END-IF
               IF WS-TABLE-FULL-SWITCH IS EQUAL TO "Y"
                   DISPLAY "*** MORE THAN 200 ENTRIES - ONLY THE FIRST"
                           " 200 SHOWN ***"
               END-IF
           END-IF.

       SET-ENTRY-STATE.
           MOVE WS-EN-FROM(WS-ENTRY-IDX) TO WS-DEPT-EFF-FROM.
           MOVE WS-EN-TO(WS-ENTRY-IDX) TO WS-DEPT-EFF-TO.
           PERFORM CHECK-DEPT-IN-FORCE.
           EVALUATE TRUE
               WHEN WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                   MOVE "IN FORCE" TO WS-ENTRY-STATE
               WHEN WS-EN-FROM(WS-ENTRY-IDX) IS NUMERIC
                       AND WS-EN-FROM(WS-ENTRY-IDX) IS GREATER THAN
                           WS-TODAY-DATE
                   MOVE "SCHEDULED" TO WS-ENTRY-STATE
               WHEN OTHER
                   MOVE "ENDED" TO WS-ENTRY-STATE
           END-EVALUATE.

      *A new department, or a new account or name for one from a
      *date: the entry in force on that date is closed the day
      *before and the new entry carries on to wherever the old one
      *was due to end. A change keyed for the first day of the entry
      *in force corrects that entry instead. Nothing is keyed ahead
      *of a change already scheduled for a later date - that one is
      *closed or changed first.
       ADD-OR-CHANGE-DEPARTMENT.
           PERFORM GET-FILE-CHOICE.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               PERFORM CHECK-ROOM-TO-CHANGE
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               PERFORM GET-DEPARTMENT-CODE
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               MOVE "Effective from (YYYYMMDD, blank for today): "
                   TO WS-DATE-PROMPT
               PERFORM GET-DATE-NOT-BEFORE-TODAY
               PERFORM FIND-ENTRY-IN-FORCE
               IF WS-LATER-FROM IS NOT EQUAL TO SPACES
                   DISPLAY "AN ENTRY FOR " WS-CODE-IN
                           " IS ALREADY SCHEDULED FROM "
                           WS-LATER-FROM " - NOTHING CHANGED."
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               END-IF
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               PERFORM GET-NEW-DEPARTMENT-VALUES
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Set " WS-CODE-IN " to " WS-NEW-ACCOUNT " "
                       WS-NEW-NAME " from " WS-CHG-DATE " (Y/N)? "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS EQUAL TO "Y"
                   PERFORM APPLY-DEPARTMENT-CHANGE
                   DISPLAY WS-CODE-IN " " WS-CHG-ACTION
                           " RECORDED ON " WS-FILE-NAME ".DAT."
               ELSE
                   DISPLAY "NOTHING CHANGED."
               END-IF
           END-IF.

      *A file that did not fit in storage would lose its tail when
      *written back, so it is not changed here at all.
       CHECK-ROOM-TO-CHANGE.
           IF WS-TABLE-FULL-SWITCH IS EQUAL TO "Y"
                   OR WS-ENTRY-COUNT IS NOT LESS THAN 200
               DISPLAY "*** " WS-FILE-NAME ".DAT HAS 200 ENTRIES OR"
                       " MORE - IT CANNOT BE CHANGED HERE ***"
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
           END-IF.

       GET-DEPARTMENT-CODE.
           DISPLAY "Department code: ".
           MOVE SPACES TO WS-CODE-IN.
           ACCEPT WS-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
           IF WS-CODE-IN IS EQUAL TO SPACES
               DISPLAY "NO CODE KEYED - NOTHING CHANGED."
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
           END-IF.

      *A blank date means today; INTEGER-OF-DATE comes back zero for
      *anything that is not a real calendar date.
       GET-DATE-NOT-BEFORE-TODAY.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY WS-DATE-PROMPT
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO WS-CHG-DATE
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   IF WS-DATE-IN IS NUMERIC
                       MOVE WS-DATE-IN TO WS-CHG-DATE
                       IF FUNCTION INTEGER-OF-DATE(WS-CHG-DATE)
                               IS GREATER THAN 0
                               AND WS-CHG-DATE IS NOT LESS THAN
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

      *The entry for the code in force on WS-CHG-DATE, and the start
      *of any entry for the code that only begins after it.
       FIND-ENTRY-IN-FORCE.
           MOVE WS-CHG-DATE TO WS-DEPT-AS-OF.
           MOVE 0 TO WS-CUR-IDX.
           MOVE SPACES TO WS-LATER-FROM.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX IS GREATER THAN WS-ENTRY-COUNT
               IF WS-EN-CODE(WS-ENTRY-IDX) IS EQUAL TO WS-CODE-IN
                   MOVE WS-EN-FROM(WS-ENTRY-IDX) TO WS-DEPT-EFF-FROM
                   MOVE WS-EN-TO(WS-ENTRY-IDX) TO WS-DEPT-EFF-TO
                   PERFORM CHECK-DEPT-IN-FORCE
                   IF WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                       MOVE WS-ENTRY-IDX TO WS-CUR-IDX
                   END-IF
                   IF WS-EN-FROM(WS-ENTRY-IDX) IS NUMERIC
                           AND WS-EN-FROM(WS-ENTRY-IDX) IS GREATER
                               THAN WS-CHG-DATE
                       MOVE WS-EN-FROM(WS-ENTRY-IDX) TO WS-LATER-FROM
                   END-IF
               END-IF
           END-PERFORM.

      *A blank answer keeps what the entry in force already says; a
      *transaction department needs a clearing account to post to.
       GET-NEW-DEPARTMENT-VALUES.
           MOVE SPACES TO WS-OLD-ACCOUNT.
           MOVE SPACES TO WS-OLD-NAME.
           IF WS-CUR-IDX IS GREATER THAN 0
               MOVE WS-EN-ACCOUNT(WS-CUR-IDX) TO WS-OLD-ACCOUNT
               MOVE WS-EN-NAME(WS-CUR-IDX) TO WS-OLD-NAME
               DISPLAY "IN FORCE ON " WS-CHG-DATE ": " WS-OLD-ACCOUNT
                       " " WS-OLD-NAME
           ELSE
               DISPLAY "NO ENTRY IN FORCE ON " WS-CHG-DATE
                       " - A NEW DEPARTMENT."
           END-IF.
           MOVE WS-OLD-ACCOUNT TO WS-NEW-ACCOUNT.
           MOVE WS-OLD-NAME TO WS-NEW-NAME.
           IF WS-FILE-CHOICE IS EQUAL TO "D"
               DISPLAY "GL clearing account (blank keeps it): "
               MOVE SPACES TO WS-ACCOUNT-IN
               ACCEPT WS-ACCOUNT-IN
               IF WS-ACCOUNT-IN IS NOT EQUAL TO SPACES
                   MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-IN)
                       TO WS-NEW-ACCOUNT
               END-IF
           END-IF.
           DISPLAY "Department name (blank keeps it): ".
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN IS NOT EQUAL TO SPACES
               MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NEW-NAME
           END-IF.
           EVALUATE TRUE
               WHEN WS-FILE-CHOICE IS EQUAL TO "D"
                       AND WS-NEW-ACCOUNT IS EQUAL TO SPACES
                   DISPLAY "A TRANSACTION DEPARTMENT NEEDS A CLEARING"
                           " ACCOUNT - NOTHING CHANGED."
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               WHEN WS-NEW-NAME IS EQUAL TO SPACES
                   DISPLAY "A DEPARTMENT NEEDS A NAME - NOTHING"
                           " CHANGED."
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               WHEN WS-CUR-IDX IS GREATER THAN 0
                       AND WS-NEW-ACCOUNT IS EQUAL TO WS-OLD-ACCOUNT
                       AND WS-NEW-NAME IS EQUAL TO WS-OLD-NAME
                   DISPLAY "SAME AS THE ENTRY IN FORCE - NOTHING"
                           " CHANGED."
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
           END-EVALUATE.

       APPLY-DEPARTMENT-CHANGE.
           MOVE WS-CHG-DATE TO WS-CHG-FROM.
           EVALUATE TRUE
               WHEN WS-CUR-IDX IS EQUAL TO 0
                   MOVE "ADD" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-TO
                   PERFORM INSERT-NEW-ENTRY
               WHEN WS-EN-FROM(WS-CUR-IDX) IS EQUAL TO WS-CHG-FROM
                   MOVE "CORRECT" TO WS-CHG-ACTION
                   MOVE WS-EN-TO(WS-CUR-IDX) TO WS-CHG-TO
                   MOVE WS-NEW-ACCOUNT TO WS-EN-ACCOUNT(WS-CUR-IDX)
                   MOVE WS-NEW-NAME TO WS-EN-NAME(WS-CUR-IDX)
               WHEN OTHER
                   MOVE "CHANGE" TO WS-CHG-ACTION
                   MOVE WS-EN-TO(WS-CUR-IDX) TO WS-CHG-TO
                   COMPUTE WS-CHG-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-CHG-DATE) - 1)
                   MOVE WS-CHG-DAY-BEFORE TO WS-EN-TO(WS-CUR-IDX)
                   PERFORM INSERT-NEW-ENTRY
           END-EVALUATE.
           PERFORM SAVE-ENTRIES.
           PERFORM WRITE-DEPT-CHANGE-LOG.

      *Placed straight after the code's last entry, so a code's
      *history reads together down the file.
       INSERT-NEW-ENTRY.
           COMPUTE WS-INSERT-IDX = WS-ENTRY-COUNT + 1.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX IS GREATER THAN WS-ENTRY-COUNT
               IF WS-EN-CODE(WS-ENTRY-IDX) IS EQUAL TO WS-CODE-IN
                   COMPUTE WS-INSERT-IDX = WS-ENTRY-IDX + 1
               END-IF
           END-PERFORM.
           MOVE WS-ENTRY-COUNT TO WS-SHIFT-IDX.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM UNTIL WS-SHIFT-IDX IS LESS THAN WS-INSERT-IDX
               MOVE WS-ENTRY(WS-SHIFT-IDX)
                   TO WS-ENTRY(WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM.
           MOVE WS-CODE-IN TO WS-EN-CODE(WS-INSERT-IDX).
           MOVE WS-NEW-ACCOUNT TO WS-EN-ACCOUNT(WS-INSERT-IDX).
           MOVE WS-NEW-NAME TO WS-EN-NAME(WS-INSERT-IDX).
           MOVE WS-CHG-FROM TO WS-EN-FROM(WS-INSERT-IDX).
           MOVE WS-CHG-TO TO WS-EN-TO(WS-INSERT-IDX).

      *The department stops being in force after the last day keyed.
      *A department with a change already scheduled past that day is
      *refused - the scheduled entry would otherwise reopen it.
       CLOSE-DEPARTMENT.
           PERFORM GET-FILE-CHOICE.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               PERFORM CHECK-ROOM-TO-CHANGE
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               PERFORM GET-DEPARTMENT-CODE
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               MOVE "Last day in force (YYYYMMDD, blank for today): "
                   TO WS-DATE-PROMPT
               PERFORM GET-DATE-NOT-BEFORE-TODAY
               PERFORM FIND-ENTRY-IN-FORCE
               EVALUATE TRUE
                   WHEN WS-CUR-IDX IS EQUAL TO 0
                       DISPLAY "NO ENTRY FOR " WS-CODE-IN
                               " IN FORCE ON " WS-CHG-DATE
                               " - NOTHING CHANGED."
                       MOVE "N" TO WS-VALID-ENTRY-SWITCH
                   WHEN WS-LATER-FROM IS NOT EQUAL TO SPACES
                       DISPLAY "AN ENTRY FOR " WS-CODE-IN
                               " IS ALREADY SCHEDULED FROM "
                               WS-LATER-FROM " - NOTHING CHANGED."
                       MOVE "N" TO WS-VALID-ENTRY-SWITCH
                   WHEN WS-EN-TO(WS-CUR-IDX) IS EQUAL TO WS-CHG-DATE
                       DISPLAY WS-CODE-IN " ALREADY ENDS ON "
                               WS-CHG-DATE " - NOTHING CHANGED."
                       MOVE "N" TO WS-VALID-ENTRY-SWITCH
               END-EVALUATE
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Close " WS-CODE-IN " "
                       WS-EN-NAME(WS-CUR-IDX) " after "
                       WS-CHG-DATE " (Y/N)? "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS EQUAL TO "Y"
                   MOVE "CLOSE" TO WS-CHG-ACTION
                   MOVE WS-EN-ACCOUNT(WS-CUR-IDX) TO WS-OLD-ACCOUNT
                   MOVE WS-EN-NAME(WS-CUR-IDX) TO WS-OLD-NAME
                   MOVE WS-OLD-ACCOUNT TO WS-NEW-ACCOUNT
                   MOVE WS-OLD-NAME TO WS-NEW-NAME
                   MOVE WS-EN-FROM(WS-CUR-IDX) TO WS-CHG-FROM
                   MOVE WS-CHG-DATE TO WS-CHG-TO
                   MOVE WS-CHG-DATE TO WS-EN-TO(WS-CUR-IDX)
                   PERFORM SAVE-ENTRIES
                   PERFORM WRITE-DEPT-CHANGE-LOG
                   DISPLAY WS-CODE-IN " CLOSED ON " WS-FILE-NAME
                           ".DAT."
               ELSE
                   DISPLAY "NOTHING CHANGED."
               END-IF
           END-IF.

       WRITE-DEPT-CHANGE-LOG.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN EXTEND DEPT-CHANGE-LOG.
           IF WS-DEPTCHG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT DEPT-CHANGE-LOG
           END-IF.
           MOVE SPACES TO DEPT-CHANGE-REC.
           MOVE WS-TODAY-DATE TO DCL-DATE.
           MOVE WS-NOW-TIME(1:6) TO DCL-TIME.
           MOVE WS-OPERATOR-ID TO DCL-CHANGED-BY.
           MOVE WS-FILE-NAME TO DCL-FILE.
           MOVE WS-CHG-ACTION TO DCL-ACTION.
           MOVE WS-CODE-IN TO DCL-CODE.
           MOVE WS-CHG-FROM TO DCL-EFF-FROM.
           MOVE WS-CHG-TO TO DCL-EFF-TO.
           MOVE WS-OLD-ACCOUNT TO DCL-OLD-ACCOUNT.
           MOVE WS-NEW-ACCOUNT TO DCL-NEW-ACCOUNT.
           MOVE WS-OLD-NAME TO DCL-OLD-NAME.
           MOVE WS-NEW-NAME TO DCL-NEW-NAME.
           WRITE DEPT-CHANGE-REC.
           CLOSE DEPT-CHANGE-LOG.
           ADD 1 TO WS-CHANGE-COUNT.

       LIST-CHANGE-HISTORY.
           DISPLAY "Department code (blank for every department): ".
           MOVE SPACES TO WS-CODE-IN.
           ACCEPT WS-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT DEPT-CHANGE-LOG.
           IF WS-DEPTCHG-STATUS IS NOT EQUAL TO "00"
               DISPLAY "  NO DEPARTMENT HAS EVER BEEN CHANGED HERE."
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-CHANGE-LOG
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-CODE-IN IS EQUAL TO SPACES
                                   OR DCL-CODE IS EQUAL TO WS-CODE-IN
                               ADD 1 TO WS-SHOWN-COUNT
                               DISPLAY DCL-DATE " " DCL-TIME " "
                                       DCL-CHANGED-BY " " DCL-FILE " "
                                       DCL-ACTION " " DCL-CODE
                                       " FROM " DCL-EFF-FROM
                                       " TO " DCL-EFF-TO
                               DISPLAY "    WAS " DCL-OLD-ACCOUNT " "
                                       DCL-OLD-NAME "  NOW "
                                       DCL-NEW-ACCOUNT " "
                                       DCL-NEW-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-CHANGE-LOG
               IF WS-SHOWN-COUNT IS EQUAL TO 0
                   DISPLAY "  NO CHANGES RECORDED FOR THAT CODE."
               END-IF
           END-IF.

      *The codes in force today on each file, and every code one
      *carries that the other does not - a transaction department
      *with no employee department behind it, or an employee
      *department that cannot submit work.
       WRITE-CROSS-CHECK.
           MOVE WS-TODAY-DATE TO WS-DEPT-AS-OF.
           MOVE "D" TO WS-FILE-CHOICE.
           PERFORM LOAD-DEPT-REF-ENTRIES.
           MOVE WS-FILE-FOUND-SWITCH TO WS-DEPTREF-ON-HAND.
           MOVE 0 TO WS-XR-COUNT.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX IS GREATER THAN WS-ENTRY-COUNT
               PERFORM SET-ENTRY-STATE
               IF WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                   ADD 1 TO WS-XR-COUNT
                   MOVE WS-EN-CODE(WS-ENTRY-IDX)
                       TO WS-XR-CODE(WS-XR-COUNT)
                   MOVE WS-EN-NAME(WS-ENTRY-IDX)
                       TO WS-XR-NAME(WS-XR-COUNT)
               END-IF
           END-PERFORM.
           MOVE "E" TO WS-FILE-CHOICE.
           PERFORM LOAD-EMP-DEPT-ENTRIES.
           MOVE WS-FILE-FOUND-SWITCH TO WS-EMPDEPT-ON-HAND.
           MOVE 0 TO WS-XE-COUNT.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX IS GREATER THAN WS-ENTRY-COUNT
               PERFORM SET-ENTRY-STATE
               IF WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                   ADD 1 TO WS-XE-COUNT
                   MOVE WS-EN-CODE(WS-ENTRY-IDX)
                       TO WS-XE-CODE(WS-XE-COUNT)
                   MOVE WS-EN-NAME(WS-ENTRY-IDX)
                       TO WS-XE-NAME(WS-XE-COUNT)
               END-IF
           END-PERFORM.
           OPEN OUTPUT DEPT-XCHK-FILE.
           MOVE SPACES TO DEPT-XCHK-REC.
           STRING "DEPARTMENT CODE CROSS-CHECK - IN FORCE ON "
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           IF WS-DEPTREF-ON-HAND IS NOT EQUAL TO "Y"
               MOVE "NO DEPTREF.DAT ON HAND." TO DEPT-XCHK-REC
               PERFORM WRITE-XCHK-LINE
           END-IF.
           IF WS-EMPDEPT-ON-HAND IS NOT EQUAL TO "Y"
               MOVE "NO EMPDEPT.DAT ON HAND." TO DEPT-XCHK-REC
               PERFORM WRITE-XCHK-LINE
           END-IF.
           MOVE SPACES TO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           MOVE "ON DEPTREF.DAT (TRANSACTIONS) BUT NOT ON EMPDEPT.DAT:"
               TO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           MOVE 0 TO WS-DEPTREF-ONLY-COUNT.
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX IS GREATER THAN WS-XR-COUNT
               MOVE "N" TO WS-X-FOUND-SWITCH
               PERFORM VARYING WS-X-SUB FROM 1 BY 1
                       UNTIL WS-X-SUB IS GREATER THAN WS-XE-COUNT
                   IF WS-XE-CODE(WS-X-SUB) IS EQUAL TO
                           WS-XR-CODE(WS-X-IDX)
                       MOVE "Y" TO WS-X-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-X-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-DEPTREF-ONLY-COUNT
                   MOVE SPACES TO DEPT-XCHK-REC
                   STRING "  " WS-XR-CODE(WS-X-IDX) "  "
                          WS-XR-NAME(WS-X-IDX) DELIMITED BY SIZE
                          INTO DEPT-XCHK-REC
                   PERFORM WRITE-XCHK-LINE
               END-IF
           END-PERFORM.
           IF WS-DEPTREF-ONLY-COUNT IS EQUAL TO 0
               MOVE "  NONE." TO DEPT-XCHK-REC
               PERFORM WRITE-XCHK-LINE
           END-IF.
           MOVE SPACES TO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           MOVE "ON EMPDEPT.DAT (EMPLOYEES) BUT NOT ON DEPTREF.DAT:"
               TO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           MOVE 0 TO WS-EMPDEPT-ONLY-COUNT.
           PERFORM VARYING WS-X-IDX FROM 1 BY 1
                   UNTIL WS-X-IDX IS GREATER THAN WS-XE-COUNT
               MOVE "N" TO WS-X-FOUND-SWITCH
               PERFORM VARYING WS-X-SUB FROM 1 BY 1
                       UNTIL WS-X-SUB IS GREATER THAN WS-XR-COUNT
                   IF WS-XR-CODE(WS-X-SUB) IS EQUAL TO
                           WS-XE-CODE(WS-X-IDX)
                       MOVE "Y" TO WS-X-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-X-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-EMPDEPT-ONLY-COUNT
                   MOVE SPACES TO DEPT-XCHK-REC
                   STRING "  " WS-XE-CODE(WS-X-IDX) "  "
                          WS-XE-NAME(WS-X-IDX) DELIMITED BY SIZE
                          INTO DEPT-XCHK-REC
                   PERFORM WRITE-XCHK-LINE
               END-IF
           END-PERFORM.
           IF WS-EMPDEPT-ONLY-COUNT IS EQUAL TO 0
               MOVE "  NONE." TO DEPT-XCHK-REC
               PERFORM WRITE-XCHK-LINE
           END-IF.
           MOVE SPACES TO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           MOVE SPACES TO DEPT-XCHK-REC.
           STRING "DEPTREF CODES " WS-XR-COUNT DELIMITED BY SIZE
                  "  EMPDEPT CODES " WS-XE-COUNT DELIMITED BY SIZE
                  "  DEPTREF ONLY " WS-DEPTREF-ONLY-COUNT
                  DELIMITED BY SIZE
                  "  EMPDEPT ONLY " WS-EMPDEPT-ONLY-COUNT
                  DELIMITED BY SIZE
                  INTO DEPT-XCHK-REC.
           PERFORM WRITE-XCHK-LINE.
           CLOSE DEPT-XCHK-FILE.

       WRITE-XCHK-LINE.
           WRITE DEPT-XCHK-REC.
           DISPLAY DEPT-XCHK-REC.

       COPY depteffr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
