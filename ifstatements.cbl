           SELECT YESNO-HISTORY-FILE ASSIGN TO "YESNOHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT YESNO-CHECKLIST-FILE ASSIGN TO "YESNOCKL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-STATUS.
           SELECT YESNO-CKLRUN-FILE ASSIGN TO "YESNOCRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKLRUN-STATUS.
           COPY buscalsel.
           COPY signonsel.
           COPY joblogsel.
           COPY errlogsel.
      *operator's ID, so an answer can never be silently applied to
      *whatever question came next. The bare three-byte layout is the
      *original unattended answer file, still honored when no question
      *file is present. The answers to a question's follow-ups come
      *straight after its own answer, and a free-text question's
      *answer is carried in TRN-TEXT instead of TRN-ANSWER.
       FD  YESNO-TRANS-FILE.
       01  YESNO-TRANS-REC.
           05  TRN-QUESTION-CODE PIC X(4).
           05  TRN-OPERATOR-ID   PIC X(8).
           05  FILLER            PIC X(1).
           05  TRN-ANSWER        PIC X(3).
           05  FILLER            PIC X(1).
           05  TRN-TEXT          PIC X(60).
       01  YESNO-TRANS-BARE.
           05  TRN-BARE-ANSWER PIC X(3).
           05  FILLER          PIC X(14).
       01  YESNO-SUPV-REC PIC X(100).

      *One escalation per against-expectation answer, appended as an
      *OPEN record with the operator's follow-up answers on it.
       FD  YESNO-ESCAL-FILE.
       COPY yesnoesc.

      *Permanent survey response history, the layout YESNOMTH reads
      *for the month-end trends.
       FD  YESNO-HISTORY-FILE.
       COPY yesnohst.

      *The named checklists and their schedules, and the record of
      *each checklist run - the shared layouts YESNOQM maintains and
      *ESCAGING checks for missed runs.
       FD  YESNO-CHECKLIST-FILE.
       COPY yesnockl.

       FD  YESNO-CKLRUN-FILE.
       COPY yesnocrn.

       COPY buscalfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  WS-QSTN-ANSWERED-SWITCH PIC X.

      *Checklists due today and how many of each one's questions the
      *pass asked. With no checklist file every question is asked, as
      *before checklists existed.
       01  WS-CHECKLIST-STATUS PIC XX.
       01  WS-CKLRUN-STATUS PIC XX.
       01  WS-END-OF-CKL-SWITCH PIC X VALUE "N".
       01  WS-CHECKLISTS-DEFINED-SWITCH PIC X VALUE "N".
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 20 TIMES.
               10  WS-DUE-CODE  PIC X(4).
               10  WS-DUE-ASKED PIC 9(3).
       01  WS-DUE-COUNT PIC 9(2) VALUE 0.
       01  WS-DUE-IDX PIC 9(2).
       01  WS-CKL-SLOT PIC 9(1).
       01  WS-QSTN-DUE-SWITCH PIC X.
       01  WS-IN-CHECKLIST-SWITCH PIC X.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-MODE PIC X(1).

      *Follow-up questions. The whole question file is held here so
      *a follow-up can be asked the moment its parent's answer calls
      *for it, wherever it sits on the file; the codes named as
      *anyone's follow-up are skipped on the main pass. The parent is
      *set aside while its follow-ups are asked, and their answers
      *gather into the note carried onto its escalation.
       01  WS-FQ-TABLE.
           05  WS-FQ-ENTRY OCCURS 100 TIMES.
               10  WS-FQ-CODE PIC X(4).
               10  WS-FQ-REC  PIC X(113).
       01  WS-FQ-COUNT PIC 9(3) VALUE 0.
       01  WS-FQ-IDX PIC 9(3).
       01  WS-FU-TABLE.
           05  WS-FU-CODE PIC X(4) OCCURS 300 TIMES.
       01  WS-FU-COUNT PIC 9(3) VALUE 0.
       01  WS-FU-IDX PIC 9(3).
       01  WS-FU-SLOT PIC 9(1).
       01  WS-FU-FOUND-SWITCH PIC X.
       01  WS-PARENT-QUESTION PIC X(113).
       01  WS-PARENT-FOLLOWUPS.
           05  WS-PARENT-FOLLOWUP PIC X(4) OCCURS 3 TIMES.
       01  WS-PARENT-ANSWER PIC X(3).
       01  WS-PARENT-OPERATOR PIC X(8).
       01  WS-PARENT-DATE PIC 9(8).
       01  WS-PARENT-TIME PIC 9(8).
       01  WS-TEXT-ANSWER PIC X(60).
       01  WS-FOLLOWUP-NOTE PIC X(60).
       01  WS-FOLLOWUP-PIECE PIC X(66).
       01  WS-NOTE-WORK PIC X(60).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.
       COPY buscalhdr.
       COPY cklschhdr.

       LINKAGE SECTION.
       COPY signonlk.
           END-IF.
           PERFORM WRITE-JOB-HEADER-LOG.
           IF WS-QUESTION-STATUS IS EQUAL TO "00"
               PERFORM LOAD-DUE-CHECKLISTS
               PERFORM LOAD-FOLLOWUP-QUESTIONS
               IF WS-SURVEY-MODE-SWITCH IS EQUAL TO "U"
                   PERFORM RUN-UNATTENDED-SURVEY
               ELSE
           OPEN OUTPUT YESNO-SUPV-FILE.
           PERFORM READ-NEXT-QUESTION.
           PERFORM UNTIL WS-END-OF-QSTN-SWITCH IS EQUAL TO "Y"
               PERFORM CHECK-QUESTION-DUE
               IF WS-QSTN-DUE-SWITCH IS EQUAL TO "Y"
                   ADD 1 TO WS-QSTN-SEQ
                   PERFORM ASK-ONE-QUESTION
                   PERFORM ASK-FOLLOWUP-QUESTIONS
                   PERFORM CHECK-EXPECTED-ANSWER
               END-IF
               PERFORM READ-NEXT-QUESTION
           END-PERFORM.
           CLOSE YESNO-QUESTION-FILE.
           CLOSE YESNO-SUMMARY-FILE.
           CLOSE YESNO-SUPV-FILE.
           MOVE "A" TO WS-RUN-MODE.
           PERFORM WRITE-CHECKLIST-RUNS.
           IF WS-SUPV-EXCEPTION-COUNT IS GREATER THAN 0
               DISPLAY "ANSWERS AGAINST EXPECTATION: "
                       WS-SUPV-EXCEPTION-COUNT
           READ YESNO-QUESTION-FILE
               AT END MOVE "Y" TO WS-END-OF-QSTN-SWITCH.

       ASK-ONE-QUESTION.
           MOVE SPACES TO WS-TEXT-ANSWER.
           DISPLAY YESNO-QUESTION-REC(1:60).
           IF QST-ANSWER-TYPE IS EQUAL TO "T"
               PERFORM GET-TEXT-INPUT
           ELSE
               PERFORM GET-USER-INPUT
               PERFORM CONVERT-LOWERCASE-TO-UPPER
               PERFORM DISPLAY-ANSWER
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-SUMMARY-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

      *Holds every question for the follow-up lookups and notes each
      *code named as a follow-up, then reopens the file for the main
      *pass.
       LOAD-FOLLOWUP-QUESTIONS.
           PERFORM READ-NEXT-QUESTION.
           PERFORM UNTIL WS-END-OF-QSTN-SWITCH IS EQUAL TO "Y"
               IF WS-FQ-COUNT IS LESS THAN 100
                   ADD 1 TO WS-FQ-COUNT
                   MOVE QST-CODE TO WS-FQ-CODE(WS-FQ-COUNT)
                   MOVE YESNO-QUESTION-REC TO WS-FQ-REC(WS-FQ-COUNT)
               END-IF
               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                       UNTIL WS-FU-SLOT IS GREATER THAN 3
                   IF QST-FOLLOWUP(WS-FU-SLOT) IS NOT EQUAL TO SPACES
                           AND WS-FU-COUNT IS LESS THAN 300
                       ADD 1 TO WS-FU-COUNT
                       MOVE QST-FOLLOWUP(WS-FU-SLOT)
                           TO WS-FU-CODE(WS-FU-COUNT)
                   END-IF
               END-PERFORM
               PERFORM READ-NEXT-QUESTION
           END-PERFORM.
           CLOSE YESNO-QUESTION-FILE.
           OPEN INPUT YESNO-QUESTION-FILE.
           MOVE "N" TO WS-END-OF-QSTN-SWITCH.

      *A parent answered the way that calls for its follow-ups has
      *them asked straight away - attended from the keyboard,
      *unattended from the next answer records - and is then put back
      *so its own expectation check sees its own answer.
       ASK-FOLLOWUP-QUESTIONS.
           MOVE SPACES TO WS-FOLLOWUP-NOTE.
           IF QST-FOLLOWUP-ON IS NOT EQUAL TO SPACE
                   AND YES-OR-NO IS EQUAL TO QST-FOLLOWUP-ON
               MOVE YESNO-QUESTION-REC TO WS-PARENT-QUESTION
               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                       UNTIL WS-FU-SLOT IS GREATER THAN 3
                   MOVE QST-FOLLOWUP(WS-FU-SLOT)
                       TO WS-PARENT-FOLLOWUP(WS-FU-SLOT)
               END-PERFORM
               MOVE YES-OR-NO TO WS-PARENT-ANSWER
               MOVE WS-OPERATOR-ID TO WS-PARENT-OPERATOR
               MOVE WS-CURRENT-DATE TO WS-PARENT-DATE
               MOVE WS-CURRENT-TIME TO WS-PARENT-TIME
               PERFORM VARYING WS-FU-SLOT FROM 1 BY 1
                       UNTIL WS-FU-SLOT IS GREATER THAN 3
                   IF WS-PARENT-FOLLOWUP(WS-FU-SLOT) IS NOT EQUAL TO
                           SPACES
                       PERFORM ASK-ONE-FOLLOWUP
                   END-IF
               END-PERFORM
               MOVE WS-PARENT-QUESTION TO YESNO-QUESTION-REC
               MOVE WS-PARENT-ANSWER TO YES-OR-NO
               MOVE WS-PARENT-OPERATOR TO WS-OPERATOR-ID
               MOVE WS-PARENT-DATE TO WS-CURRENT-DATE
               MOVE WS-PARENT-TIME TO WS-CURRENT-TIME
           END-IF.

       ASK-ONE-FOLLOWUP.
           MOVE "N" TO WS-FU-FOUND-SWITCH.
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX IS GREATER THAN WS-FQ-COUNT
                      OR WS-FU-FOUND-SWITCH IS EQUAL TO "Y"
               IF WS-FQ-CODE(WS-FQ-IDX) IS EQUAL TO
                       WS-PARENT-FOLLOWUP(WS-FU-SLOT)
                   MOVE "Y" TO WS-FU-FOUND-SWITCH
                   MOVE WS-FQ-REC(WS-FQ-IDX) TO YESNO-QUESTION-REC
               END-IF
           END-PERFORM.
           IF WS-FU-FOUND-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "FOLLOW-UP " WS-PARENT-FOLLOWUP(WS-FU-SLOT)
                       " IS NOT ON THE QUESTION FILE - NOT ASKED"
               MOVE "YESNO01" TO ERR-PROGRAM-NAME
               MOVE WS-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE SPACES TO ERR-MESSAGE
               STRING "FOLLOW-UP " WS-PARENT-FOLLOWUP(WS-FU-SLOT)
                      " NOT ON QUESTION FILE"
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               ADD 1 TO WS-QSTN-SEQ
               IF WS-SURVEY-MODE-SWITCH IS EQUAL TO "U"
                   PERFORM MATCH-ANSWER-TO-QUESTION
               ELSE
                   PERFORM ASK-ONE-QUESTION
                   MOVE "Y" TO WS-QSTN-ANSWERED-SWITCH
               END-IF
               IF WS-QSTN-ANSWERED-SWITCH IS EQUAL TO "Y"
                   PERFORM ADD-TO-FOLLOWUP-NOTE
               END-IF
           END-IF.

      *Each follow-up answer joins the note as CODE: answer - the
      *operator's own words for a free-text follow-up.
       ADD-TO-FOLLOWUP-NOTE.
           MOVE SPACES TO WS-FOLLOWUP-PIECE.
           IF QST-ANSWER-TYPE IS EQUAL TO "T"
               STRING QST-CODE ": " WS-TEXT-ANSWER
                      DELIMITED BY SIZE
                      INTO WS-FOLLOWUP-PIECE
           ELSE
               STRING QST-CODE ": " YES-OR-NO
                      DELIMITED BY SIZE
                      INTO WS-FOLLOWUP-PIECE
           END-IF.
           IF WS-FOLLOWUP-NOTE IS EQUAL TO SPACES
               MOVE WS-FOLLOWUP-PIECE TO WS-FOLLOWUP-NOTE
           ELSE
               MOVE SPACES TO WS-NOTE-WORK
               STRING WS-FOLLOWUP-NOTE DELIMITED BY "  "
                      "; " DELIMITED BY SIZE
                      WS-FOLLOWUP-PIECE DELIMITED BY "  "
                      INTO WS-NOTE-WORK
               MOVE WS-NOTE-WORK TO WS-FOLLOWUP-NOTE
           END-IF.

      *Unattended survey: each question is answered by the next
      *transaction carrying its question code. A transaction for the
      *wrong question, or a question whose answer never arrives, is
           OPEN OUTPUT YESNO-SUPV-FILE.
           PERFORM READ-NEXT-QUESTION.
           PERFORM UNTIL WS-END-OF-QSTN-SWITCH IS EQUAL TO "Y"
               PERFORM CHECK-QUESTION-DUE
               IF WS-QSTN-DUE-SWITCH IS EQUAL TO "Y"
                   ADD 1 TO WS-QSTN-SEQ
                   PERFORM MATCH-ANSWER-TO-QUESTION
                   IF WS-QSTN-ANSWERED-SWITCH IS EQUAL TO "Y"
                       PERFORM ASK-FOLLOWUP-QUESTIONS
                       PERFORM CHECK-EXPECTED-ANSWER
                   END-IF
               END-IF
               PERFORM READ-NEXT-QUESTION
           END-PERFORM.
      *Transactions left after the last question have nothing to
           DISPLAY "ANSWERS APPLIED   : " WS-ANSWERED-COUNT.
           DISPLAY "EXCEPTIONS KICKED : " WS-EXCEPTION-COUNT.
           DISPLAY "AGAINST EXPECTED  : " WS-SUPV-EXCEPTION-COUNT.
           MOVE "U" TO WS-RUN-MODE.
           PERFORM WRITE-CHECKLIST-RUNS.

      *Works out which named checklists are due today from their
      *schedules and the business calendar. A schedule that needs the
      *calendar on a day missing from it is not run, and says so -
      *ESCAGING will report it missed.
       LOAD-DUE-CHECKLISTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT YESNO-CHECKLIST-FILE.
           IF WS-CHECKLIST-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-CHECKLISTS-DEFINED-SWITCH
               MOVE WS-RUN-DATE TO WS-CKS-FLOOR-DATE
               PERFORM LOAD-CHECKLIST-CALENDAR
               PERFORM UNTIL WS-END-OF-CKL-SWITCH IS EQUAL TO "Y"
                   READ YESNO-CHECKLIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-CKL-SWITCH
                       NOT AT END PERFORM CHECK-ONE-CHECKLIST
                   END-READ
               END-PERFORM
               CLOSE YESNO-CHECKLIST-FILE
               IF WS-DUE-COUNT IS EQUAL TO 0
                   DISPLAY "NO CHECKLISTS DUE TODAY - ONLY QUESTIONS"
                           " IN NO CHECKLIST ARE ASKED"
               END-IF
           END-IF.

       CHECK-ONE-CHECKLIST.
           MOVE WS-RUN-DATE TO WS-CKS-DATE.
           MOVE CKL-SCHEDULE TO WS-CKS-SCHEDULE.
           MOVE CKL-WEEKDAYS TO WS-CKS-WEEKDAYS.
           PERFORM CHECK-CHECKLIST-DUE.
           IF WS-CKS-UNKNOWN-SWITCH IS EQUAL TO "Y"
               DISPLAY "*** TODAY IS NOT ON THE BUSINESS CALENDAR - "
                       "CHECKLIST " CKL-CODE " NOT RUN ***"
               MOVE "YESNO01" TO ERR-PROGRAM-NAME
               MOVE WS-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE SPACES TO ERR-MESSAGE
               STRING "NO CALENDAR DAY - CHECKLIST " CKL-CODE
                      " NOT RUN"
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.
           IF WS-CKS-DUE-SWITCH IS EQUAL TO "Y"
               IF WS-DUE-COUNT IS LESS THAN 20
                   ADD 1 TO WS-DUE-COUNT
                   MOVE CKL-CODE TO WS-DUE-CODE(WS-DUE-COUNT)
                   MOVE 0 TO WS-DUE-ASKED(WS-DUE-COUNT)
                   DISPLAY "CHECKLIST DUE TODAY: " CKL-CODE " "
                           CKL-NAME
               ELSE
                   DISPLAY "MORE THAN 20 CHECKLISTS DUE - "
                           CKL-CODE " NOT RUN"
               END-IF
           END-IF.

      *A question is asked when one of its checklists is due today,
      *and counts toward each of them; a question in no checklist is
      *asked on every run. A follow-up is asked only after its
      *parent, never on the main pass.
       CHECK-QUESTION-DUE.
           MOVE "Y" TO WS-QSTN-DUE-SWITCH.
           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX IS GREATER THAN WS-FU-COUNT
               IF WS-FU-CODE(WS-FU-IDX) IS EQUAL TO QST-CODE
                   MOVE "N" TO WS-QSTN-DUE-SWITCH
               END-IF
           END-PERFORM.
           IF WS-QSTN-DUE-SWITCH IS EQUAL TO "Y"
                   AND WS-CHECKLISTS-DEFINED-SWITCH IS EQUAL TO "Y"
               MOVE "N" TO WS-IN-CHECKLIST-SWITCH
               PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                       UNTIL WS-CKL-SLOT IS GREATER THAN 4
                   IF QST-CHECKLIST(WS-CKL-SLOT) IS NOT EQUAL TO SPACES
                       MOVE "Y" TO WS-IN-CHECKLIST-SWITCH
                   END-IF
               END-PERFORM
               IF WS-IN-CHECKLIST-SWITCH IS EQUAL TO "Y"
                   MOVE "N" TO WS-QSTN-DUE-SWITCH
                   PERFORM VARYING WS-CKL-SLOT FROM 1 BY 1
                           UNTIL WS-CKL-SLOT IS GREATER THAN 4
                       PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                               UNTIL WS-DUE-IDX IS GREATER THAN
                                     WS-DUE-COUNT
                           IF WS-DUE-CODE(WS-DUE-IDX) IS EQUAL TO
                                   QST-CHECKLIST(WS-CKL-SLOT)
                               MOVE "Y" TO WS-QSTN-DUE-SWITCH
                               ADD 1 TO WS-DUE-ASKED(WS-DUE-IDX)
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF.

      *One run record per checklist due today, so ESCAGING can tell
      *a checklist that was run from one that was missed.
       WRITE-CHECKLIST-RUNS.
           IF WS-DUE-COUNT IS GREATER THAN 0
               OPEN EXTEND YESNO-CKLRUN-FILE
               IF WS-CKLRUN-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT YESNO-CKLRUN-FILE
               END-IF
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX IS GREATER THAN WS-DUE-COUNT
                   MOVE SPACES TO YESNO-CKLRUN-REC
                   MOVE WS-RUN-DATE TO CRN-DATE
                   MOVE WS-DUE-CODE(WS-DUE-IDX) TO CRN-CODE
                   MOVE JH-OPERATOR-ID TO CRN-OPERATOR-ID
                   MOVE WS-RUN-MODE TO CRN-MODE
                   MOVE WS-DUE-ASKED(WS-DUE-IDX) TO CRN-ASKED
                   WRITE YESNO-CKLRUN-REC
               END-PERFORM
               CLOSE YESNO-CKLRUN-FILE
           END-IF.

       MATCH-ANSWER-TO-QUESTION.
           MOVE "N" TO WS-QSTN-ANSWERED-SWITCH.
           END-IF.

      *The answering operator, not the scheduler, goes on the audit
      *trail for an unattended survey answer. The expectation check
      *waits until the question's follow-ups are in.
       APPLY-MATCHED-ANSWER.
           MOVE TRN-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-TEXT-ANSWER.
           IF QST-ANSWER-TYPE IS EQUAL TO "T"
               MOVE "TXT" TO YES-OR-NO
               MOVE TRN-TEXT TO WS-TEXT-ANSWER
               DISPLAY "EXPLANATION RECORDED."
           ELSE
               MOVE TRN-ANSWER TO YES-OR-NO
               PERFORM CONVERT-LOWERCASE-TO-UPPER
               PERFORM DISPLAY-ANSWER
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-SUMMARY-RECORD.
           PERFORM WRITE-HISTORY-RECORD.
           ADD 1 TO WS-ANSWERED-COUNT.

      *Every survey response also lands on the permanent history file
           MOVE QST-CODE TO HST-QUESTION-CODE.
           MOVE WS-OPERATOR-ID TO HST-OPERATOR-ID.
           MOVE YES-OR-NO TO HST-ANSWER.
           MOVE WS-TEXT-ANSWER TO HST-TEXT.
           IF QST-VERSION IS NUMERIC
               MOVE QST-VERSION TO HST-QST-VERSION
           ELSE
      *supervisor exception report with the operator and the audit
      *date and time just written, and opens an escalation record so
      *the follow-up is itself tracked to closure. Questions with no
      *expected answer on file never escalate. The follow-up answers
      *go on the line beneath and onto the escalation record.
       CHECK-EXPECTED-ANSWER.
           IF QST-EXPECTED-ANSWER IS NOT EQUAL TO SPACE
                   AND YES-OR-NO IS NOT EQUAL TO QST-EXPECTED-ANSWER
                      QST-TEXT          DELIMITED BY SIZE
                      INTO YESNO-SUPV-REC
               WRITE YESNO-SUPV-REC
               IF WS-FOLLOWUP-NOTE IS NOT EQUAL TO SPACES
                   MOVE SPACES TO YESNO-SUPV-REC
                   STRING "     FOLLOW-UP: " WS-FOLLOWUP-NOTE
                          DELIMITED BY SIZE
                          INTO YESNO-SUPV-REC
                   WRITE YESNO-SUPV-REC
               END-IF
               PERFORM WRITE-ESCALATION-RECORD
           END-IF.

           MOVE WS-CURRENT-DATE TO ESC-DATE.
           MOVE WS-CURRENT-TIME TO ESC-TIME.
           MOVE WS-OPERATOR-ID TO ESC-OPERATOR-ID.
           MOVE WS-FOLLOWUP-NOTE TO ESC-FOLLOWUP-NOTE.
           WRITE YESNO-ESCAL-REC.
           CLOSE YESNO-ESCAL-FILE.

           DISPLAY "Please enter Y, N, YES, NO, 1 or 0.".
           ACCEPT YES-OR-NO.

       GET-TEXT-INPUT.
           DISPLAY "Please explain (up to 60 characters).".
           ACCEPT WS-TEXT-ANSWER.
           MOVE "TXT" TO YES-OR-NO.

      *Normalizes full words and digit shortcuts (and a couple of common
      *typos) down to a plain Y/N so DISPLAY-ANSWER never has to see them.
       CONVERT-LOWERCASE-TO-UPPER.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
       COPY cklschr.
       COPY retcode.
