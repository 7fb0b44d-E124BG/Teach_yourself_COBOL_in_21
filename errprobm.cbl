      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Interactive maintenance for problem records raised
      * against recurring errors. The triage report shows a code
      * spiking or coming back day after day, but until now nothing
      * recorded that somebody had taken the fault on. A problem is
      * opened here with a title and the error code behind it (the
      * code must be on ERRCODES.DAT and not already under another
      * open problem), assigned to an owner on the operator master,
      * linked to further codes with the same cause (up to five),
      * updated with the root cause and progress notes as they come
      * in, and closed with the date the fix went in and what it was.
      * Every action is appended to the problem journal (ERRPROB.DAT)
      * the moment it is taken, stamped with who took it and when -
      * nothing is rewritten, so the journal is the problem's whole
      * history. ERRTRIAG annotates each code with its open problem
      * and ERRPRAGE reports weekly on how long problems stay open.
      * Attended only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRPROBM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-CODE-FILE ASSIGN TO "ERRCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRCODE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY errprsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ERR-CODE-FILE.
       COPY errcodes.

      *Read only - a problem can only be owned by an ID that can
      *actually sign on.
       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY errprfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-ERRCODE-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

      *Codes a problem may be raised against.
       01  WS-REF-TABLE.
           05  WS-RF-CODE PIC X(4) OCCURS 50 TIMES.
       01  WS-REF-COUNT PIC 9(2) VALUE 0.
       01  WS-REF-IDX PIC 9(2).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-ANSWER PIC X(1).
       01  WS-VALID-ENTRY-SWITCH PIC X.
       01  WS-NUMBER-IN PIC X(5).
       01  WS-DATE-IN PIC X(8).
       01  WS-NEW-CODE PIC X(4).
       01  WS-NEW-OWNER PIC X(8).
       01  WS-NEW-TEXT PIC X(40).
       01  WS-NOTE-TEXT PIC X(40).
       01  WS-FIX-DATE PIC 9(8).
       01  WS-ACTION-COUNT PIC 9(5) VALUE 0.

      *The action about to be appended to the journal.
       01  WS-ACT-NUMBER PIC 9(5).
       01  WS-ACT-ACTION PIC X(6).
       01  WS-ACT-CODE PIC X(4).
       01  WS-ACT-OWNER PIC X(8).
       01  WS-ACT-FIX-DATE PIC 9(8).
       01  WS-ACT-TEXT PIC X(40).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY errprhdr.

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
           MOVE "ERRPROBM" TO JH-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CODE-REFERENCE.
           PERFORM LOAD-PROBLEM-TABLE.
           DISPLAY "OPEN PROBLEMS ON FILE: " WS-PROBLEM-COUNT.
           IF WS-PROBLEM-DROPPED IS GREATER THAN 0
               DISPLAY "PROBLEM TABLE FULL - " WS-PROBLEM-DROPPED
                       " OPEN PROBLEMS NOT LOADED"
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATOR MASTER WILL NOT OPEN - STATUS "
                       WS-OPER-STATUS " - NOBODY CAN BE ASSIGNED"
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
               DISPLAY "List open problems (L), Open a problem (O),"
                       " Assign (A), Add a code (C),"
               DISPLAY "Update cause or notes (U), Close as fixed (F),"
                       " Exit (X)? "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-OPEN-PROBLEMS
                   WHEN "O"
                       PERFORM OPEN-PROBLEM
                   WHEN "A"
                       PERFORM ASSIGN-PROBLEM
                   WHEN "C"
                       PERFORM ADD-PROBLEM-CODE
                   WHEN "U"
                       PERFORM UPDATE-PROBLEM
                   WHEN "F"
                       PERFORM CLOSE-PROBLEM
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, O, A, C, U, F or X."
               END-EVALUATE
           END-PERFORM.
           IF WS-OPER-STATUS IS EQUAL TO "00"
               CLOSE OPERATOR-MASTER
           END-IF.
           DISPLAY "PROBLEM ACTIONS RECORDED: " WS-ACTION-COUNT.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "ERRPROBM" TO JS-PROGRAM-NAME.
           MOVE WS-ACTION-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       LOAD-CODE-REFERENCE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ERR-CODE-FILE.
           IF WS-ERRCODE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO ERRCODES.DAT - NO CODE CAN BE TAKEN ON"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ERR-CODE-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-REF-COUNT IS LESS THAN 50
                               ADD 1 TO WS-REF-COUNT
                               MOVE ERC-CODE
                                   TO WS-RF-CODE(WS-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERR-CODE-FILE
           END-IF.

       LIST-OPEN-PROBLEMS.
           IF WS-PROBLEM-COUNT IS EQUAL TO 0
               DISPLAY "  NO OPEN PROBLEMS."
           END-IF.
           PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                   UNTIL WS-PROBLEM-IDX IS GREATER THAN
                         WS-PROBLEM-COUNT
               DISPLAY "  PROBLEM " WS-PB-NUMBER(WS-PROBLEM-IDX)
                       "  " WS-PB-TITLE(WS-PROBLEM-IDX)
               DISPLAY "    OPENED " WS-PB-OPENED(WS-PROBLEM-IDX)
                       " BY " WS-PB-OPENED-BY(WS-PROBLEM-IDX)
                       "  OWNER " WS-PB-OWNER(WS-PROBLEM-IDX)
                       "  LAST ACTION "
                       WS-PB-LAST-DATE(WS-PROBLEM-IDX)
               DISPLAY "    CODES " WS-PB-CODE(WS-PROBLEM-IDX, 1)
                       " " WS-PB-CODE(WS-PROBLEM-IDX, 2)
                       " " WS-PB-CODE(WS-PROBLEM-IDX, 3)
                       " " WS-PB-CODE(WS-PROBLEM-IDX, 4)
                       " " WS-PB-CODE(WS-PROBLEM-IDX, 5)
               IF WS-PB-CAUSE(WS-PROBLEM-IDX) IS NOT EQUAL TO SPACES
                   DISPLAY "    CAUSE " WS-PB-CAUSE(WS-PROBLEM-IDX)
               END-IF
               IF WS-PB-NOTE(WS-PROBLEM-IDX) IS NOT EQUAL TO SPACES
                   DISPLAY "    NOTE  " WS-PB-NOTE(WS-PROBLEM-IDX)
               END-IF
           END-PERFORM.

      *A number that is not an open problem leaves the found switch
      *at "N" and the caller does nothing.
       GET-OPEN-PROBLEM.
           DISPLAY "Problem number: ".
           MOVE SPACES TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN.
           COMPUTE WS-FIND-PROBLEM-NUMBER =
               FUNCTION NUMVAL(WS-NUMBER-IN).
           PERFORM FIND-PROBLEM-ENTRY.
           IF WS-PROBLEM-FOUND-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO OPEN PROBLEM WITH THAT NUMBER."
           END-IF.

      *The code must be on the error-reference file and must not
      *already be under an open problem - one fault, one owner.
       GET-NEW-CODE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           DISPLAY "Error code: ".
           MOVE SPACES TO WS-NEW-CODE.
           ACCEPT WS-NEW-CODE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX IS GREATER THAN WS-REF-COUNT
               IF WS-RF-CODE(WS-REF-IDX) IS EQUAL TO WS-NEW-CODE
                       AND WS-NEW-CODE IS NOT EQUAL TO SPACES
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               END-IF
           END-PERFORM.
           IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NOT ON ERRCODES.DAT - NOTHING RECORDED."
           ELSE
               MOVE WS-NEW-CODE TO WS-FIND-PROBLEM-CODE
               PERFORM FIND-CODE-PROBLEM
               IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
                   DISPLAY "ALREADY UNDER OPEN PROBLEM "
                           WS-PB-NUMBER(WS-PROBLEM-IDX)
                           " - NOTHING RECORDED."
               END-IF
           END-IF.

       GET-NEW-OWNER.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           DISPLAY "Owner operator ID: ".
           MOVE SPACES TO WS-NEW-OWNER.
           ACCEPT WS-NEW-OWNER.
           IF WS-OPER-STATUS IS EQUAL TO "00"
                   AND WS-NEW-OWNER IS NOT EQUAL TO SPACES
               MOVE WS-NEW-OWNER TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "NOT ON THE OPERATOR MASTER -"
                               " NOT ASSIGNED."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               END-READ
           END-IF.

       OPEN-PROBLEM.
           IF WS-PROBLEM-COUNT IS NOT LESS THAN 200
               DISPLAY "TOO MANY OPEN PROBLEMS - CLOSE SOME FIRST."
           ELSE
               DISPLAY "Title: "
               MOVE SPACES TO WS-NEW-TEXT
               ACCEPT WS-NEW-TEXT
               IF WS-NEW-TEXT IS EQUAL TO SPACES
                   DISPLAY "A PROBLEM NEEDS A TITLE - NOTHING OPENED."
               ELSE
                   PERFORM GET-NEW-CODE
                   IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                       ADD 1 TO WS-HIGH-PROBLEM-NUMBER
                           GIVING WS-ACT-NUMBER
                       MOVE "OPEN" TO WS-ACT-ACTION
                       MOVE WS-NEW-CODE TO WS-ACT-CODE
                       MOVE SPACES TO WS-ACT-OWNER
                       MOVE 0 TO WS-ACT-FIX-DATE
                       MOVE WS-NEW-TEXT TO WS-ACT-TEXT
                       PERFORM WRITE-PROBLEM-ACTION
                       DISPLAY "PROBLEM " WS-ACT-NUMBER " OPENED."
                       DISPLAY "Assign an owner now (Y/N)? "
                       ACCEPT WS-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                           TO WS-ANSWER
                       IF WS-ANSWER IS EQUAL TO "Y"
                           PERFORM ASSIGN-NEW-OWNER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ASSIGN-PROBLEM.
           PERFORM GET-OPEN-PROBLEM.
           IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE WS-PB-NUMBER(WS-PROBLEM-IDX) TO WS-ACT-NUMBER
               PERFORM ASSIGN-NEW-OWNER
           END-IF.

       ASSIGN-NEW-OWNER.
           PERFORM GET-NEW-OWNER.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               MOVE "ASSIGN" TO WS-ACT-ACTION
               MOVE SPACES TO WS-ACT-CODE
               MOVE WS-NEW-OWNER TO WS-ACT-OWNER
               MOVE 0 TO WS-ACT-FIX-DATE
               MOVE SPACES TO WS-ACT-TEXT
               PERFORM WRITE-PROBLEM-ACTION
               DISPLAY "PROBLEM " WS-ACT-NUMBER " ASSIGNED TO "
                       WS-NEW-OWNER
           END-IF.

       ADD-PROBLEM-CODE.
           PERFORM GET-OPEN-PROBLEM.
           IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE WS-PB-NUMBER(WS-PROBLEM-IDX) TO WS-ACT-NUMBER
               IF WS-PB-CODE-COUNT(WS-PROBLEM-IDX) IS NOT LESS THAN 5
                   DISPLAY "FIVE CODES ALREADY LINKED - NO MORE."
               ELSE
                   PERFORM GET-NEW-CODE
                   IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                       MOVE "CODE" TO WS-ACT-ACTION
                       MOVE WS-NEW-CODE TO WS-ACT-CODE
                       MOVE SPACES TO WS-ACT-OWNER
                       MOVE 0 TO WS-ACT-FIX-DATE
                       MOVE SPACES TO WS-ACT-TEXT
                       PERFORM WRITE-PROBLEM-ACTION
                       DISPLAY WS-NEW-CODE " LINKED TO PROBLEM "
                               WS-ACT-NUMBER
                   END-IF
               END-IF
           END-IF.

       UPDATE-PROBLEM.
           PERFORM GET-OPEN-PROBLEM.
           IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE WS-PB-NUMBER(WS-PROBLEM-IDX) TO WS-ACT-NUMBER
               DISPLAY "Root cause (blank to leave as it is): "
               MOVE SPACES TO WS-NEW-TEXT
               ACCEPT WS-NEW-TEXT
               DISPLAY "Progress note (blank for none): "
               MOVE SPACES TO WS-NOTE-TEXT
               ACCEPT WS-NOTE-TEXT
               MOVE SPACES TO WS-ACT-CODE
               MOVE SPACES TO WS-ACT-OWNER
               MOVE 0 TO WS-ACT-FIX-DATE
               IF WS-NEW-TEXT IS NOT EQUAL TO SPACES
                   MOVE "CAUSE" TO WS-ACT-ACTION
                   MOVE WS-NEW-TEXT TO WS-ACT-TEXT
                   PERFORM WRITE-PROBLEM-ACTION
               END-IF
               IF WS-NOTE-TEXT IS NOT EQUAL TO SPACES
                   MOVE "NOTE" TO WS-ACT-ACTION
                   MOVE WS-NOTE-TEXT TO WS-ACT-TEXT
                   PERFORM WRITE-PROBLEM-ACTION
               END-IF
               IF WS-NEW-TEXT IS EQUAL TO SPACES
                       AND WS-NOTE-TEXT IS EQUAL TO SPACES
                   DISPLAY "NOTHING ENTERED - NOTHING RECORDED."
               ELSE
                   DISPLAY "PROBLEM " WS-ACT-NUMBER " UPDATED."
               END-IF
           END-IF.

      *The fix date is when the fix went in, which can be before the
      *problem is closed but not after today. A blank date means
      *today; INTEGER-OF-DATE comes back zero for anything that is
      *not a real calendar date.
       CLOSE-PROBLEM.
           PERFORM GET-OPEN-PROBLEM.
           IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE WS-PB-NUMBER(WS-PROBLEM-IDX) TO WS-ACT-NUMBER
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
               PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   DISPLAY "Date the fix went in"
                           " (YYYYMMDD, blank for today): "
                   MOVE SPACES TO WS-DATE-IN
                   ACCEPT WS-DATE-IN
                   IF WS-DATE-IN IS EQUAL TO SPACES
                       MOVE WS-TODAY-DATE TO WS-FIX-DATE
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   ELSE
                       IF WS-DATE-IN IS NUMERIC
                           MOVE WS-DATE-IN TO WS-FIX-DATE
                           IF FUNCTION INTEGER-OF-DATE(WS-FIX-DATE)
                                   IS GREATER THAN 0
                                   AND WS-FIX-DATE IS NOT GREATER
                                       THAN WS-TODAY-DATE
                               MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                           END-IF
                       END-IF
                       IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                           DISPLAY "Invalid entry - enter a real date"
                                   " no later than today."
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "What was fixed: "
               MOVE SPACES TO WS-NEW-TEXT
               ACCEPT WS-NEW-TEXT
               IF WS-NEW-TEXT IS EQUAL TO SPACES
                   DISPLAY "DESCRIBE THE FIX - PROBLEM LEFT OPEN."
               ELSE
                   MOVE "CLOSE" TO WS-ACT-ACTION
                   MOVE SPACES TO WS-ACT-CODE
                   MOVE SPACES TO WS-ACT-OWNER
                   MOVE WS-FIX-DATE TO WS-ACT-FIX-DATE
                   MOVE WS-NEW-TEXT TO WS-ACT-TEXT
                   PERFORM WRITE-PROBLEM-ACTION
                   DISPLAY "PROBLEM " WS-ACT-NUMBER " CLOSED."
               END-IF
           END-IF.

      *Each action goes on the journal as it is taken and is folded
      *into the table the same way a later load will fold it.
       WRITE-PROBLEM-ACTION.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN EXTEND ERR-PROBLEM-FILE.
           IF WS-ERRPROB-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ERR-PROBLEM-FILE
           END-IF.
           MOVE SPACES TO ERR-PROBLEM-REC.
           MOVE WS-ACT-NUMBER TO PRB-NUMBER.
           MOVE WS-ACT-ACTION TO PRB-ACTION.
           MOVE WS-TODAY-DATE TO PRB-DATE.
           MOVE WS-NOW-TIME TO PRB-TIME.
           MOVE WS-OPERATOR-ID TO PRB-BY.
           MOVE WS-ACT-CODE TO PRB-CODE.
           MOVE WS-ACT-OWNER TO PRB-OWNER.
           MOVE WS-ACT-FIX-DATE TO PRB-FIX-DATE.
           MOVE WS-ACT-TEXT TO PRB-TEXT.
           PERFORM FOLD-ONE-PROBLEM-ACTION.
           WRITE ERR-PROBLEM-REC.
           CLOSE ERR-PROBLEM-FILE.
           ADD 1 TO WS-ACTION-COUNT.

       COPY errprr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
