      * answer, resequence the list, and delete a question, with every
      * added or changed question stamped with who entered it and
      * when. Nothing touches the file until the operator saves on
      * exit. The named checklists (YESNOCKL.DAT) are kept here too:
      * each checklist's code, name and schedule - daily, chosen
      * weekdays, first or last business day of the month, or the
      * eve of a holiday - and which checklists each question
      * belongs to, so YESNO01 asks only what is due that day. A
      * question can be a free-text "explain" question instead of a
      * yes/no one, and a yes/no question can name up to three
      * follow-ups, asked only when it gets a chosen answer - one
      * level deep, so a follow-up never has follow-ups of its own.
      * Every question and checklist can be given the employee
      * department (EMPDEPT.DAT) that owns it, which is who ESCAGING
      * chases its escalations with.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YESNOQM.
           SELECT YESNO-QVH-FILE ASSIGN TO "YESNOQVH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QVH-STATUS.
           SELECT YESNO-CHECKLIST-FILE ASSIGN TO "YESNOCKL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "EMPDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPDEPT-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
       FD  YESNO-QVH-FILE.
       COPY yesnoqvh.

       FD  YESNO-CHECKLIST-FILE.
       COPY yesnockl.

       FD  EMP-DEPT-FILE.
       COPY empdept.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
               10  WS-QT-ENTERED-BY PIC X(8).
               10  WS-QT-ENTRY-DATE PIC X(8).
               10  WS-QT-VERSION    PIC 9(3).
               10  WS-QT-CHECKLIST  PIC X(4) OCCURS 4 TIMES.
               10  WS-QT-TYPE       PIC X(1).
               10  WS-QT-FOLLOW-ON  PIC X(1).
               10  WS-QT-FOLLOWUP   PIC X(4) OCCURS 3 TIMES.
               10  WS-QT-OWNER-DEPT PIC X(4).
       01  WS-QUESTION-COUNT PIC 9(3) VALUE 0.
       01  WS-QSTN-IDX PIC 9(3).
       01  WS-HOLD-ENTRY.
           05  WS-HE-ENTERED-BY PIC X(8).
           05  WS-HE-ENTRY-DATE PIC X(8).
           05  WS-HE-VERSION    PIC 9(3).
           05  WS-HE-CHECKLIST  PIC X(4) OCCURS 4 TIMES.
           05  WS-HE-TYPE       PIC X(1).
           05  WS-HE-FOLLOW-ON  PIC X(1).
           05  WS-HE-FOLLOWUP   PIC X(4) OCCURS 3 TIMES.
           05  WS-HE-OWNER-DEPT PIC X(4).
       01  WS-QVH-STATUS PIC XX.

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-CODE-FOUND-SWITCH PIC X.
       01  WS-VALID-ENTRY-SWITCH PIC X.

      *The checklist definitions, worked on in storage and saved with
      *the questions.
       01  WS-CHECKLIST-STATUS PIC XX.
       01  WS-END-OF-CKL-SWITCH PIC X VALUE "N".
       01  WS-CHECKLIST-FILE-SWITCH PIC X VALUE "N".
       01  WS-CHECKLIST-TABLE.
           05  WS-CHECKLIST-ENTRY OCCURS 20 TIMES.
               10  WS-CK-CODE       PIC X(4).
               10  WS-CK-SCHEDULE   PIC X(1).
               10  WS-CK-WEEKDAYS   PIC X(7).
               10  WS-CK-NAME       PIC X(30).
               10  WS-CK-EFFECTIVE  PIC 9(8).
               10  WS-CK-ENTERED-BY PIC X(8).
               10  WS-CK-OWNER-DEPT PIC X(4).
       01  WS-CHECKLIST-COUNT PIC 9(2) VALUE 0.
       01  WS-CKL-IDX PIC 9(2).
       01  WS-CKL-SLOT PIC 9(1).
       01  WS-CKL-FOUND-SWITCH PIC X.
       01  WS-DAY-IDX PIC 9(1).
       01  WS-CKL-MENU-CHOICE PIC X(1).
       01  WS-PICKED-CHECKLIST PIC 9(2).
       01  WS-NEW-SCHEDULE PIC X(1).
       01  WS-NEW-WEEKDAYS PIC X(7).
       01  WS-NEW-NAME PIC X(30).
       01  WS-NEW-MEMBERSHIP.
           05  WS-NM-CODE PIC X(4) OCCURS 4 TIMES.
       01  WS-MEMBER-COUNT PIC 9(3).

      *Follow-up maintenance.
       01  WS-NEW-TYPE PIC X(1).
       01  WS-NEW-FOLLOW-ON PIC X(1).
       01  WS-NEW-FOLLOWUPS.
           05  WS-NF-CODE PIC X(4) OCCURS 3 TIMES.
       01  WS-FU-SLOT PIC 9(1).
       01  WS-REFERENCE-COUNT PIC 9(3).

      *Owning departments, checked against the employee department
      *list the first time one is entered.
       01  WS-EMPDEPT-STATUS PIC XX.
       01  WS-END-OF-DEPT-SWITCH PIC X VALUE "N".
       01  WS-DEPT-LOADED-SWITCH PIC X VALUE "N".
       01  WS-DEPT-TABLE.
           05  WS-DP-CODE PIC X(4) OCCURS 50 TIMES.
       01  WS-DEPT-COUNT PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX PIC 9(2).
       01  WS-NEW-OWNER PIC X(4).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.

       LINKAGE SECTION.
       COPY signonlk.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-QUESTION-LIST.
           PERFORM LOAD-CHECKLIST-LIST.
           PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
               DISPLAY "List (L), Add (A), Change (C),"
                       " Resequence (R), Delete (D),"
                       " Checklists (K), Memberships (M),"
                       " Follow-ups (F), Owner (O),"
                       " Save and exit (X)? "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       PERFORM RESEQUENCE-QUESTION
                   WHEN "D"
                       PERFORM DELETE-QUESTION
                   WHEN "K"
                       PERFORM MAINTAIN-CHECKLISTS
                   WHEN "M"
                       PERFORM SET-QUESTION-MEMBERSHIP
                   WHEN "F"
                       PERFORM SET-QUESTION-FOLLOWUPS
                   WHEN "O"
                       PERFORM SET-QUESTION-OWNER
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, A, C, R, D, K, M, F, O or X."
               END-EVALUATE
           END-PERFORM.
           PERFORM SAVE-QUESTION-LIST.
           PERFORM SAVE-CHECKLIST-LIST.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
                                   MOVE 1 TO
                                     WS-QT-VERSION(WS-QUESTION-COUNT)
                               END-IF
                               PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                                       UNTIL WS-CKL-SLOT IS GREATER
                                             THAN 4
                                   MOVE QST-CHECKLIST(WS-CKL-SLOT) TO
                                     WS-QT-CHECKLIST(WS-QUESTION-COUNT,
                                                     WS-CKL-SLOT)
                               END-PERFORM
                               MOVE QST-ANSWER-TYPE TO
                                   WS-QT-TYPE(WS-QUESTION-COUNT)
                               MOVE QST-FOLLOWUP-ON TO
                                   WS-QT-FOLLOW-ON(WS-QUESTION-COUNT)
                               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                                       UNTIL WS-FU-SLOT IS GREATER
                                             THAN 3
                                   MOVE QST-FOLLOWUP(WS-FU-SLOT) TO
                                     WS-QT-FOLLOWUP(WS-QUESTION-COUNT,
                                                    WS-FU-SLOT)
                               END-PERFORM
                               MOVE QST-OWNER-DEPT TO
                                 WS-QT-OWNER-DEPT(WS-QUESTION-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 100 QUESTIONS - "
                                       "EXCESS NOT LOADED"
                           " " WS-QT-VERSION(WS-QSTN-IDX)
                           " " WS-QT-EXPECTED(WS-QSTN-IDX)
                           "  " WS-QT-TEXT(WS-QSTN-IDX)
                   IF WS-QT-CHECKLIST(WS-QSTN-IDX, 1) IS NOT EQUAL TO
                           SPACES
                       DISPLAY "            CHECKLISTS: "
                               WS-QT-CHECKLIST(WS-QSTN-IDX, 1) " "
                               WS-QT-CHECKLIST(WS-QSTN-IDX, 2) " "
                               WS-QT-CHECKLIST(WS-QSTN-IDX, 3) " "
                               WS-QT-CHECKLIST(WS-QSTN-IDX, 4)
                   END-IF
                   IF WS-QT-TYPE(WS-QSTN-IDX) IS EQUAL TO "T"
                       DISPLAY "            FREE-TEXT ANSWER"
                   END-IF
                   IF WS-QT-FOLLOW-ON(WS-QSTN-IDX) IS NOT EQUAL TO
                           SPACE
                       DISPLAY "            FOLLOW-UPS ON "
                               WS-QT-FOLLOW-ON(WS-QSTN-IDX) ": "
                               WS-QT-FOLLOWUP(WS-QSTN-IDX, 1) " "
                               WS-QT-FOLLOWUP(WS-QSTN-IDX, 2) " "
                               WS-QT-FOLLOWUP(WS-QSTN-IDX, 3)
                   END-IF
                   IF WS-QT-OWNER-DEPT(WS-QSTN-IDX) IS NOT EQUAL TO
                           SPACES
                       DISPLAY "            OWNING DEPARTMENT: "
                               WS-QT-OWNER-DEPT(WS-QSTN-IDX)
                   END-IF
                   ADD 1 TO WS-QSTN-IDX
               END-PERFORM
           END-IF.

      *The unattended survey applies answers purely on the question
      *code - a duplicate code would let one answer satisfy two
      *different questions, so an add is refused outright. A missed
      *checklist is escalated under its own code alongside the
      *questions', so checklist codes are kept out of the way too.
       CHECK-CODE-UNIQUE.
           PERFORM FIND-QUESTION-CODE.
           PERFORM FIND-CHECKLIST-CODE.
           IF WS-CKL-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE "Y" TO WS-CODE-FOUND-SWITCH
           END-IF.
           IF WS-NEW-CODE IS EQUAL TO SPACES
               MOVE "Y" TO WS-CODE-FOUND-SWITCH
           END-IF.

      *WS-CODE-FOUND-SWITCH comes back "Y", and WS-QSTN-IDX pointing
      *at it, when a question carries the code in WS-NEW-CODE.
       FIND-QUESTION-CODE.
           MOVE "N" TO WS-CODE-FOUND-SWITCH.
           MOVE 1 TO WS-QSTN-IDX.
           PERFORM UNTIL WS-CODE-FOUND-SWITCH IS EQUAL TO "Y"
               END-IF
           END-PERFORM.

      *WS-CKL-FOUND-SWITCH comes back "Y", and WS-CKL-IDX pointing at
      *it, when a checklist carries the code in WS-NEW-CODE.
       FIND-CHECKLIST-CODE.
           MOVE "N" TO WS-CKL-FOUND-SWITCH.
           MOVE 1 TO WS-CKL-IDX.
           PERFORM UNTIL WS-CKL-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-CKL-IDX IS GREATER THAN WS-CHECKLIST-COUNT
               IF WS-CK-CODE(WS-CKL-IDX) IS EQUAL TO WS-NEW-CODE
                   MOVE "Y" TO WS-CKL-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-CKL-IDX
               END-IF
           END-PERFORM.

       GET-VALID-EXPECTED.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               END-IF
           END-PERFORM.

      *A free-text question has nothing to expect - it never
      *escalates.
       GET-VALID-ANSWER-TYPE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Answer type - Y yes/no or T free text: "
               MOVE SPACES TO WS-NEW-TYPE
               ACCEPT WS-NEW-TYPE
               MOVE FUNCTION UPPER-CASE(WS-NEW-TYPE) TO WS-NEW-TYPE
               IF WS-NEW-TYPE IS EQUAL TO "Y" OR "T"
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   DISPLAY "Enter Y or T."
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-NEW-EXPECTED.
           IF WS-NEW-TYPE IS EQUAL TO "Y"
               PERFORM GET-VALID-EXPECTED
           END-IF.

       ADD-QUESTION.
           IF WS-QUESTION-COUNT IS NOT LESS THAN 100
               DISPLAY "THE LIST IS FULL - DELETE SOMETHING FIRST."
               MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
               PERFORM CHECK-CODE-UNIQUE
               IF WS-CODE-FOUND-SWITCH IS EQUAL TO "Y"
                   DISPLAY "CODE BLANK OR ALREADY IN USE - NOT ADDED."
               ELSE
                   PERFORM GET-VALID-ANSWER-TYPE
                   DISPLAY "Question text: "
                   ACCEPT WS-NEW-TEXT
                   ADD 1 TO WS-QUESTION-COUNT
                   MOVE WS-TODAY-DATE
                       TO WS-QT-ENTRY-DATE(WS-QUESTION-COUNT)
                   MOVE 1 TO WS-QT-VERSION(WS-QUESTION-COUNT)
                   PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                           UNTIL WS-CKL-SLOT IS GREATER THAN 4
                       MOVE SPACES TO
                           WS-QT-CHECKLIST(WS-QUESTION-COUNT,
                                           WS-CKL-SLOT)
                   END-PERFORM
                   MOVE WS-NEW-TYPE TO WS-QT-TYPE(WS-QUESTION-COUNT)
                   MOVE SPACE TO WS-QT-FOLLOW-ON(WS-QUESTION-COUNT)
                   PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                           UNTIL WS-FU-SLOT IS GREATER THAN 3
                       MOVE SPACES TO
                           WS-QT-FOLLOWUP(WS-QUESTION-COUNT,
                                          WS-FU-SLOT)
                   END-PERFORM
                   MOVE SPACES TO WS-QT-OWNER-DEPT(WS-QUESTION-COUNT)
                   DISPLAY "QUESTION ADDED AS NUMBER "
                           WS-QUESTION-COUNT
               END-IF
      *first banks the superseded version on the version history,
      *then bumps the version and restamps the entry, so the trends
      *report can tell a reworded question from a behavior change.
      *The answer type stays as it was added.
       CHANGE-QUESTION.
           PERFORM LIST-QUESTIONS.
           PERFORM GET-PICKED-ENTRY.
           IF WS-PICKED-ENTRY IS GREATER THAN 0
               MOVE SPACE TO WS-NEW-EXPECTED
               IF WS-QT-TYPE(WS-PICKED-ENTRY) IS NOT EQUAL TO "T"
                   PERFORM GET-VALID-EXPECTED
               END-IF
               DISPLAY "Question text: "
               ACCEPT WS-NEW-TEXT
               PERFORM BANK-SUPERSEDED-VERSION

      *The deleted question's current wording is banked on the
      *version history first, so the month-end trends can still show
      *the text its recorded answers were given to. A question still
      *named as another's follow-up is not deleted.
       DELETE-QUESTION.
           PERFORM LIST-QUESTIONS.
           PERFORM GET-PICKED-ENTRY.
           IF WS-PICKED-ENTRY IS GREATER THAN 0
               MOVE WS-QT-CODE(WS-PICKED-ENTRY) TO WS-NEW-CODE
               PERFORM COUNT-FOLLOWUP-REFERENCES
               IF WS-REFERENCE-COUNT IS GREATER THAN 0
                   DISPLAY "QUESTION IS A FOLLOW-UP OF "
                           WS-REFERENCE-COUNT
                           " OTHERS - TAKE IT OFF THEM FIRST (F)."
                   MOVE 0 TO WS-PICKED-ENTRY
               END-IF
           END-IF.
           IF WS-PICKED-ENTRY IS GREATER THAN 0
               PERFORM BANK-SUPERSEDED-VERSION
               MOVE WS-PICKED-ENTRY TO WS-QSTN-IDX
               MOVE WS-QT-ENTERED-BY(WS-QSTN-IDX) TO QST-ENTERED-BY
               MOVE WS-QT-ENTRY-DATE(WS-QSTN-IDX) TO QST-ENTRY-DATE
               MOVE WS-QT-VERSION(WS-QSTN-IDX) TO QST-VERSION
               PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                       UNTIL WS-CKL-SLOT IS GREATER THAN 4
                   MOVE WS-QT-CHECKLIST(WS-QSTN-IDX, WS-CKL-SLOT)
                       TO QST-CHECKLIST(WS-CKL-SLOT)
               END-PERFORM
               MOVE WS-QT-TYPE(WS-QSTN-IDX) TO QST-ANSWER-TYPE
               MOVE WS-QT-FOLLOW-ON(WS-QSTN-IDX) TO QST-FOLLOWUP-ON
               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                       UNTIL WS-FU-SLOT IS GREATER THAN 3
                   MOVE WS-QT-FOLLOWUP(WS-QSTN-IDX, WS-FU-SLOT)
                       TO QST-FOLLOWUP(WS-FU-SLOT)
               END-PERFORM
               MOVE WS-QT-OWNER-DEPT(WS-QSTN-IDX) TO QST-OWNER-DEPT
               WRITE YESNO-QUESTION-REC
               ADD 1 TO WS-QSTN-IDX
           END-PERFORM.
           DISPLAY "QUESTION LIST SAVED - QUESTIONS: "
                   WS-QUESTION-COUNT.

       LOAD-CHECKLIST-LIST.
           OPEN INPUT YESNO-CHECKLIST-FILE.
           IF WS-CHECKLIST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CHECKLIST-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-CKL-SWITCH IS EQUAL TO "Y"
                   READ YESNO-CHECKLIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-CKL-SWITCH
                       NOT AT END
                           IF WS-CHECKLIST-COUNT IS LESS THAN 20
                               ADD 1 TO WS-CHECKLIST-COUNT
                               MOVE CKL-CODE TO
                                   WS-CK-CODE(WS-CHECKLIST-COUNT)
                               MOVE CKL-SCHEDULE TO
                                   WS-CK-SCHEDULE(WS-CHECKLIST-COUNT)
                               MOVE CKL-WEEKDAYS TO
                                   WS-CK-WEEKDAYS(WS-CHECKLIST-COUNT)
                               MOVE CKL-NAME TO
                                   WS-CK-NAME(WS-CHECKLIST-COUNT)
                               MOVE CKL-EFFECTIVE TO
                                   WS-CK-EFFECTIVE(WS-CHECKLIST-COUNT)
                               MOVE CKL-ENTERED-BY TO
                                 WS-CK-ENTERED-BY(WS-CHECKLIST-COUNT)
                               MOVE CKL-OWNER-DEPT TO
                                 WS-CK-OWNER-DEPT(WS-CHECKLIST-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 20 CHECKLISTS - "
                                       "EXCESS NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YESNO-CHECKLIST-FILE
           END-IF.
           DISPLAY "CHECKLISTS ON FILE: " WS-CHECKLIST-COUNT.

      *No checklist file is written until the first checklist is
      *defined - until then YESNO01 runs every question as one list.
       SAVE-CHECKLIST-LIST.
           IF WS-CHECKLIST-COUNT IS GREATER THAN 0
                   OR WS-CHECKLIST-FILE-SWITCH IS EQUAL TO "Y"
               OPEN OUTPUT YESNO-CHECKLIST-FILE
               PERFORM VARYING WS-CKL-IDX FROM 1 BY 1
                       UNTIL WS-CKL-IDX IS GREATER THAN
                             WS-CHECKLIST-COUNT
                   MOVE SPACES TO YESNO-CHECKLIST-REC
                   MOVE WS-CK-CODE(WS-CKL-IDX) TO CKL-CODE
                   MOVE WS-CK-SCHEDULE(WS-CKL-IDX) TO CKL-SCHEDULE
                   MOVE WS-CK-WEEKDAYS(WS-CKL-IDX) TO CKL-WEEKDAYS
                   MOVE WS-CK-NAME(WS-CKL-IDX) TO CKL-NAME
                   MOVE WS-CK-EFFECTIVE(WS-CKL-IDX) TO CKL-EFFECTIVE
                   MOVE WS-CK-ENTERED-BY(WS-CKL-IDX) TO CKL-ENTERED-BY
                   MOVE WS-CK-OWNER-DEPT(WS-CKL-IDX) TO CKL-OWNER-DEPT
                   WRITE YESNO-CHECKLIST-REC
               END-PERFORM
               CLOSE YESNO-CHECKLIST-FILE
               DISPLAY "CHECKLISTS SAVED - CHECKLISTS: "
                       WS-CHECKLIST-COUNT
           END-IF.

       MAINTAIN-CHECKLISTS.
           MOVE SPACE TO WS-CKL-MENU-CHOICE.
           PERFORM UNTIL WS-CKL-MENU-CHOICE IS EQUAL TO "X"
               DISPLAY "Checklists - List (L), Add (A), Change (C),"
                       " Delete (D), Back to questions (X)? "
               ACCEPT WS-CKL-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CKL-MENU-CHOICE)
                   TO WS-CKL-MENU-CHOICE
               EVALUATE WS-CKL-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-CHECKLISTS
                   WHEN "A"
                       PERFORM ADD-CHECKLIST
                   WHEN "C"
                       PERFORM CHANGE-CHECKLIST
                   WHEN "D"
                       PERFORM DELETE-CHECKLIST
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, A, C, D or X."
               END-EVALUATE
           END-PERFORM.

       LIST-CHECKLISTS.
           IF WS-CHECKLIST-COUNT IS EQUAL TO 0
               DISPLAY "NO CHECKLISTS DEFINED - EVERY QUESTION IS"
                       " ASKED ON EVERY RUN."
           ELSE
               DISPLAY "NO. CODE SCH DAYS    SINCE    OWNR NAME"
               PERFORM VARYING WS-CKL-IDX FROM 1 BY 1
                       UNTIL WS-CKL-IDX IS GREATER THAN
                             WS-CHECKLIST-COUNT
                   DISPLAY WS-CKL-IDX "  " WS-CK-CODE(WS-CKL-IDX)
                           "  " WS-CK-SCHEDULE(WS-CKL-IDX)
                           "  " WS-CK-WEEKDAYS(WS-CKL-IDX)
                           " " WS-CK-EFFECTIVE(WS-CKL-IDX)
                           " " WS-CK-OWNER-DEPT(WS-CKL-IDX)
                           " " WS-CK-NAME(WS-CKL-IDX)
               END-PERFORM
               DISPLAY "SCH: D DAILY, W WEEKDAYS (MON FIRST), F FIRST"
                       " / L LAST BUSINESS DAY, H HOLIDAY EVE"
           END-IF.

       GET-PICKED-CHECKLIST.
           MOVE 0 TO WS-PICKED-CHECKLIST.
           DISPLAY "Which checklist number? ".
           ACCEPT WS-PICKED-CHECKLIST.
           IF WS-PICKED-CHECKLIST IS NOT NUMERIC
               MOVE 0 TO WS-PICKED-CHECKLIST
           END-IF.
           IF WS-PICKED-CHECKLIST IS EQUAL TO 0
                   OR WS-PICKED-CHECKLIST IS GREATER THAN
                      WS-CHECKLIST-COUNT
               DISPLAY "NO SUCH CHECKLIST NUMBER."
               MOVE 0 TO WS-PICKED-CHECKLIST
           END-IF.

      *The schedule, and for a weekday schedule the days it runs -
      *seven Y/N flags, Monday first.
       GET-VALID-SCHEDULE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Schedule - D daily, W weekdays, F first or"
                       " L last business day of month, H holiday eve: "
               MOVE SPACES TO WS-NEW-SCHEDULE
               ACCEPT WS-NEW-SCHEDULE
               MOVE FUNCTION UPPER-CASE(WS-NEW-SCHEDULE)
                   TO WS-NEW-SCHEDULE
               IF WS-NEW-SCHEDULE IS EQUAL TO "D" OR "W" OR "F"
                       OR "L" OR "H"
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   DISPLAY "Enter D, W, F, L or H."
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NEW-WEEKDAYS.
           IF WS-NEW-SCHEDULE IS EQUAL TO "W"
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
               PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   DISPLAY "Days it runs, seven Y/N Monday first"
                           " (e.g. YYYYYNN): "
                   MOVE SPACES TO WS-NEW-WEEKDAYS
                   ACCEPT WS-NEW-WEEKDAYS
                   MOVE FUNCTION UPPER-CASE(WS-NEW-WEEKDAYS)
                       TO WS-NEW-WEEKDAYS
                   PERFORM CHECK-WEEKDAY-FLAGS
               END-PERFORM
           END-IF.

       CHECK-WEEKDAY-FLAGS.
           MOVE "Y" TO WS-VALID-ENTRY-SWITCH.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN 7
               IF WS-NEW-WEEKDAYS(WS-DAY-IDX:1) IS NOT EQUAL TO "Y"
                       AND WS-NEW-WEEKDAYS(WS-DAY-IDX:1)
                           IS NOT EQUAL TO "N"
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               END-IF
           END-PERFORM.
           IF WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               MOVE 0 TO WS-MEMBER-COUNT
               INSPECT WS-NEW-WEEKDAYS TALLYING WS-MEMBER-COUNT
                   FOR ALL "Y"
               IF WS-MEMBER-COUNT IS EQUAL TO 0
                   MOVE "N" TO WS-VALID-ENTRY-SWITCH
               END-IF
           END-IF.
           IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "Enter seven Y or N, at least one Y."
           END-IF.

       ADD-CHECKLIST.
           IF WS-CHECKLIST-COUNT IS NOT LESS THAN 20
               DISPLAY "THE CHECKLIST LIST IS FULL - DELETE ONE FIRST."
           ELSE
               DISPLAY "Checklist code (4 characters): "
               MOVE SPACES TO WS-NEW-CODE
               ACCEPT WS-NEW-CODE
               MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
               PERFORM CHECK-CODE-UNIQUE
               IF WS-CODE-FOUND-SWITCH IS EQUAL TO "Y"
                   DISPLAY "CODE BLANK OR ALREADY IN USE BY A QUESTION"
                           " OR CHECKLIST - NOT ADDED."
               ELSE
                   DISPLAY "Checklist name: "
                   MOVE SPACES TO WS-NEW-NAME
                   ACCEPT WS-NEW-NAME
                   PERFORM GET-VALID-SCHEDULE
                   PERFORM GET-VALID-OWNER
                   ADD 1 TO WS-CHECKLIST-COUNT
                   MOVE WS-NEW-CODE TO WS-CK-CODE(WS-CHECKLIST-COUNT)
                   MOVE WS-NEW-NAME TO WS-CK-NAME(WS-CHECKLIST-COUNT)
                   MOVE WS-NEW-SCHEDULE
                       TO WS-CK-SCHEDULE(WS-CHECKLIST-COUNT)
                   MOVE WS-NEW-WEEKDAYS
                       TO WS-CK-WEEKDAYS(WS-CHECKLIST-COUNT)
                   MOVE WS-TODAY-DATE
                       TO WS-CK-EFFECTIVE(WS-CHECKLIST-COUNT)
                   MOVE WS-OPERATOR-ID
                       TO WS-CK-ENTERED-BY(WS-CHECKLIST-COUNT)
                   MOVE WS-NEW-OWNER
                       TO WS-CK-OWNER-DEPT(WS-CHECKLIST-COUNT)
                   DISPLAY "CHECKLIST " WS-NEW-CODE " ADDED - GIVE IT"
                           " QUESTIONS WITH MEMBERSHIPS (M)."
               END-IF
           END-IF.

      *A new name, schedule or owner; the code stays, since the
      *questions' memberships and the run records key on it.
       CHANGE-CHECKLIST.
           PERFORM LIST-CHECKLISTS.
           PERFORM GET-PICKED-CHECKLIST.
           IF WS-PICKED-CHECKLIST IS GREATER THAN 0
               DISPLAY "Checklist name (blank to keep): "
               MOVE SPACES TO WS-NEW-NAME
               ACCEPT WS-NEW-NAME
               IF WS-NEW-NAME IS NOT EQUAL TO SPACES
                   MOVE WS-NEW-NAME TO WS-CK-NAME(WS-PICKED-CHECKLIST)
               END-IF
               PERFORM GET-VALID-SCHEDULE
               MOVE WS-NEW-SCHEDULE
                   TO WS-CK-SCHEDULE(WS-PICKED-CHECKLIST)
               MOVE WS-NEW-WEEKDAYS
                   TO WS-CK-WEEKDAYS(WS-PICKED-CHECKLIST)
               PERFORM GET-VALID-OWNER
               MOVE WS-NEW-OWNER
                   TO WS-CK-OWNER-DEPT(WS-PICKED-CHECKLIST)
               MOVE WS-OPERATOR-ID
                   TO WS-CK-ENTERED-BY(WS-PICKED-CHECKLIST)
               DISPLAY "CHECKLIST " WS-CK-CODE(WS-PICKED-CHECKLIST)
                       " CHANGED."
           END-IF.

      *A checklist that still has questions is not deleted - dropping
      *the memberships silently would put those questions on every
      *run.
       DELETE-CHECKLIST.
           PERFORM LIST-CHECKLISTS.
           PERFORM GET-PICKED-CHECKLIST.
           IF WS-PICKED-CHECKLIST IS GREATER THAN 0
               MOVE 0 TO WS-MEMBER-COUNT
               PERFORM VARYING WS-QSTN-IDX FROM 1 BY 1
                       UNTIL WS-QSTN-IDX IS GREATER THAN
                             WS-QUESTION-COUNT
                   PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                           UNTIL WS-CKL-SLOT IS GREATER THAN 4
                       IF WS-QT-CHECKLIST(WS-QSTN-IDX, WS-CKL-SLOT)
                               IS EQUAL TO
                               WS-CK-CODE(WS-PICKED-CHECKLIST)
                           ADD 1 TO WS-MEMBER-COUNT
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-MEMBER-COUNT IS GREATER THAN 0
                   DISPLAY "CHECKLIST STILL HAS " WS-MEMBER-COUNT
                           " QUESTIONS - MOVE THEM FIRST (M)."
               ELSE
                   MOVE WS-PICKED-CHECKLIST TO WS-CKL-IDX
                   PERFORM UNTIL WS-CKL-IDX IS NOT LESS THAN
                           WS-CHECKLIST-COUNT
                       MOVE WS-CHECKLIST-ENTRY(WS-CKL-IDX + 1)
                           TO WS-CHECKLIST-ENTRY(WS-CKL-IDX)
                       ADD 1 TO WS-CKL-IDX
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CHECKLIST-COUNT
                   DISPLAY "CHECKLIST DELETED."
               END-IF
           END-IF.

      *Replaces the checklists a question belongs to - up to four,
      *each one that is defined. Giving none puts the question on
      *every run.
       SET-QUESTION-MEMBERSHIP.
           IF WS-CHECKLIST-COUNT IS EQUAL TO 0
               DISPLAY "NO CHECKLISTS DEFINED - ADD ONE FIRST (K)."
           ELSE
               PERFORM LIST-QUESTIONS
               PERFORM GET-PICKED-ENTRY
           END-IF.
           IF WS-CHECKLIST-COUNT IS GREATER THAN 0
                   AND WS-PICKED-ENTRY IS GREATER THAN 0
               PERFORM LIST-CHECKLISTS
               MOVE SPACES TO WS-NEW-MEMBERSHIP
               MOVE 1 TO WS-CKL-SLOT
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
               PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   DISPLAY "Checklist code " WS-CKL-SLOT
                           " of 4 (blank to finish): "
                   MOVE SPACES TO WS-NEW-CODE
                   ACCEPT WS-NEW-CODE
                   MOVE FUNCTION UPPER-CASE(WS-NEW-CODE)
                       TO WS-NEW-CODE
                   IF WS-NEW-CODE IS EQUAL TO SPACES
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   ELSE
                       PERFORM FIND-CHECKLIST-CODE
                       IF WS-CKL-FOUND-SWITCH IS NOT EQUAL TO "Y"
                           DISPLAY "NO CHECKLIST " WS-NEW-CODE "."
                       ELSE
                           MOVE WS-NEW-CODE TO WS-NM-CODE(WS-CKL-SLOT)
                           IF WS-CKL-SLOT IS EQUAL TO 4
                               MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                           ELSE
                               ADD 1 TO WS-CKL-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                       UNTIL WS-CKL-SLOT IS GREATER THAN 4
                   MOVE WS-NM-CODE(WS-CKL-SLOT)
                       TO WS-QT-CHECKLIST(WS-PICKED-ENTRY, WS-CKL-SLOT)
               END-PERFORM
               IF WS-NM-CODE(1) IS EQUAL TO SPACES
                   DISPLAY "QUESTION " WS-PICKED-ENTRY " IS IN NO"
                           " CHECKLIST - ASKED ON EVERY RUN."
               ELSE
                   DISPLAY "QUESTION " WS-PICKED-ENTRY
                           " MEMBERSHIPS SET."
               END-IF
           END-IF.

      *How many questions name the code in WS-NEW-CODE as a
      *follow-up.
       COUNT-FOLLOWUP-REFERENCES.
           MOVE 0 TO WS-REFERENCE-COUNT.
           PERFORM VARYING WS-QSTN-IDX FROM 1 BY 1
                   UNTIL WS-QSTN-IDX IS GREATER THAN WS-QUESTION-COUNT
               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                       UNTIL WS-FU-SLOT IS GREATER THAN 3
                   IF WS-QT-FOLLOWUP(WS-QSTN-IDX, WS-FU-SLOT)
                           IS EQUAL TO WS-NEW-CODE
                       ADD 1 TO WS-REFERENCE-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Replaces a yes/no question's follow-ups: the answer that calls
      *for them and up to three question codes. A blank answer takes
      *them all off. Follow-ups go one level deep - a question that
      *is itself a follow-up gets none, and one that has follow-ups
      *cannot be made one.
       SET-QUESTION-FOLLOWUPS.
           PERFORM LIST-QUESTIONS.
           PERFORM GET-PICKED-ENTRY.
           IF WS-PICKED-ENTRY IS GREATER THAN 0
               MOVE WS-QT-CODE(WS-PICKED-ENTRY) TO WS-NEW-CODE
               PERFORM COUNT-FOLLOWUP-REFERENCES
               IF WS-QT-TYPE(WS-PICKED-ENTRY) IS EQUAL TO "T"
                   DISPLAY "A FREE-TEXT QUESTION HAS NO FOLLOW-UPS."
                   MOVE 0 TO WS-PICKED-ENTRY
               ELSE
                   IF WS-REFERENCE-COUNT IS GREATER THAN 0
                       DISPLAY "QUESTION IS ITSELF A FOLLOW-UP - IT"
                               " CANNOT HAVE ITS OWN."
                       MOVE 0 TO WS-PICKED-ENTRY
                   END-IF
               END-IF
           END-IF.
           IF WS-PICKED-ENTRY IS GREATER THAN 0
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
               PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   DISPLAY "Ask follow-ups on answer Y or N"
                           " (blank for none): "
                   MOVE SPACES TO WS-NEW-FOLLOW-ON
                   ACCEPT WS-NEW-FOLLOW-ON
                   MOVE FUNCTION UPPER-CASE(WS-NEW-FOLLOW-ON)
                       TO WS-NEW-FOLLOW-ON
                   IF WS-NEW-FOLLOW-ON IS EQUAL TO "Y" OR "N" OR " "
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   ELSE
                       DISPLAY "Enter Y, N or leave blank."
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-NEW-FOLLOWUPS
               MOVE 1 TO WS-FU-SLOT
               MOVE "N" TO WS-VALID-ENTRY-SWITCH
               IF WS-NEW-FOLLOW-ON IS EQUAL TO SPACE
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               END-IF
               PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
                   DISPLAY "Follow-up question code " WS-FU-SLOT
                           " of 3 (blank to finish): "
                   MOVE SPACES TO WS-NEW-CODE
                   ACCEPT WS-NEW-CODE
                   MOVE FUNCTION UPPER-CASE(WS-NEW-CODE)
                       TO WS-NEW-CODE
                   IF WS-NEW-CODE IS EQUAL TO SPACES
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   ELSE
                       PERFORM CHECK-FOLLOWUP-CODE
                   END-IF
               END-PERFORM
               IF WS-NF-CODE(1) IS EQUAL TO SPACES
                   MOVE SPACE TO WS-NEW-FOLLOW-ON
               END-IF
               MOVE WS-NEW-FOLLOW-ON
                   TO WS-QT-FOLLOW-ON(WS-PICKED-ENTRY)
               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                       UNTIL WS-FU-SLOT IS GREATER THAN 3
                   MOVE WS-NF-CODE(WS-FU-SLOT)
                       TO WS-QT-FOLLOWUP(WS-PICKED-ENTRY, WS-FU-SLOT)
               END-PERFORM
               IF WS-NEW-FOLLOW-ON IS EQUAL TO SPACE
                   DISPLAY "QUESTION " WS-PICKED-ENTRY
                           " HAS NO FOLLOW-UPS."
               ELSE
                   DISPLAY "QUESTION " WS-PICKED-ENTRY
                           " FOLLOW-UPS SET."
               END-IF
           END-IF.

      *A follow-up must be another question on the list with no
      *follow-ups of its own.
       CHECK-FOLLOWUP-CODE.
           PERFORM FIND-QUESTION-CODE.
           IF WS-CODE-FOUND-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO QUESTION " WS-NEW-CODE "."
           ELSE
               IF WS-QSTN-IDX IS EQUAL TO WS-PICKED-ENTRY
                   DISPLAY "A QUESTION CANNOT FOLLOW ITSELF."
               ELSE
                   IF WS-QT-FOLLOW-ON(WS-QSTN-IDX) IS NOT EQUAL TO
                           SPACE
                       DISPLAY "QUESTION " WS-NEW-CODE " HAS"
                               " FOLLOW-UPS OF ITS OWN."
                   ELSE
                       MOVE WS-NEW-CODE TO WS-NF-CODE(WS-FU-SLOT)
                       IF WS-FU-SLOT IS EQUAL TO 3
                           MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                       ELSE
                           ADD 1 TO WS-FU-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *The department whose head is chased for a question's
      *escalations. Blank leaves the question with no owner, and its
      *escalations on the unassigned list.
       SET-QUESTION-OWNER.
           PERFORM LIST-QUESTIONS.
           PERFORM GET-PICKED-ENTRY.
           IF WS-PICKED-ENTRY IS GREATER THAN 0
               PERFORM GET-VALID-OWNER
               MOVE WS-NEW-OWNER TO WS-QT-OWNER-DEPT(WS-PICKED-ENTRY)
               IF WS-NEW-OWNER IS EQUAL TO SPACES
                   DISPLAY "QUESTION " WS-PICKED-ENTRY
                           " HAS NO OWNING DEPARTMENT."
               ELSE
                   DISPLAY "QUESTION " WS-PICKED-ENTRY
                           " OWNED BY " WS-NEW-OWNER "."
               END-IF
           END-IF.

       GET-VALID-OWNER.
           IF WS-DEPT-LOADED-SWITCH IS EQUAL TO "N"
               PERFORM LOAD-EMP-DEPT-LIST
           END-IF.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Owning department (blank for none): "
               MOVE SPACES TO WS-NEW-OWNER
               ACCEPT WS-NEW-OWNER
               MOVE FUNCTION UPPER-CASE(WS-NEW-OWNER) TO WS-NEW-OWNER
               IF WS-NEW-OWNER IS EQUAL TO SPACES
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-IDX IS GREATER THAN
                                 WS-DEPT-COUNT
                       IF WS-DP-CODE(WS-DEPT-IDX) IS EQUAL TO
                               WS-NEW-OWNER
                           MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                       END-IF
                   END-PERFORM
                   IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "DEPARTMENT NOT ON THE REFERENCE LIST."
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-EMP-DEPT-LIST.
           MOVE "Y" TO WS-DEPT-LOADED-SWITCH.
           OPEN INPUT EMP-DEPT-FILE.
           IF WS-EMPDEPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "*** NO EMPDEPT.DAT - NO OWNING DEPARTMENT CAN"
                       " BE GIVEN THIS SESSION ***"
           ELSE
               PERFORM UNTIL WS-END-OF-DEPT-SWITCH IS EQUAL TO "Y"
                   READ EMP-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-DEPT-SWITCH
                       NOT AT END
                           MOVE EDP-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE EDP-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-DEPT-COUNT IS LESS THAN 50
                                   AND WS-DEPT-IN-FORCE-SWITCH IS
                                       EQUAL TO "Y"
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE EDP-CODE
                                   TO WS-DP-CODE(WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY depteffr.
