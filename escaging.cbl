      * counts per question code so a checklist item that escalates
      * night after night stands out. Anything older than the chase
      * limit ends the run with a warning return code so the nightly
      * stream flags it. Before the escalations are aged, every named
      * checklist (YESNOCKL.DAT) is checked against its schedule over
      * the last month: a day it was due but YESNO01 never ran it
      * (no YESNOCRN.DAT run record) opens an escalation of its own,
      * under the checklist's code and dated the day it was missed,
      * which ages, chases and is closed in ESCCLOSE like any other.
      * A day the schedule could not be judged because the business
      * calendar does not carry it is escalated the same way, with
      * the note "CALENDAR GAP", unless the checklist was run anyway.
      * The operator's answers to the escalated question's follow-ups
      * are printed under each open escalation, so whoever chases it
      * starts from the explanation.
      * The report is printed as a separate chase list per owner.
      * Each code belongs to the department that owns its question
      * (YESNOQST.DAT) or its checklist (YESNOCKL.DAT), and is
      * chased with that department's head on the employee master
      * (EMPMAST.DAT) - its manager where no head is marked. An
      * owner on leave or terminated hands the code up the
      * EMP-REPORTS-TO chain to the first active employee, and the
      * list says whom it was reassigned from. Codes whose
      * department has nobody marked, or no department at all, are
      * listed last as unassigned.
      * The two aging bands and the chase limit the prompt offers
      * are the ESC-BAND-LOW, ESC-BAND-HI and ESC-CHASE system
      * parameters (SYSPARM.DAT) - 7, 30 and 14 days while the file
      * carries none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCAGING.
               FILE STATUS IS WS-ESCAL-STATUS.
           SELECT ESC-AGING-FILE ASSIGN TO "YESNOESG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YESNO-CHECKLIST-FILE ASSIGN TO "YESNOCKL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-STATUS.
           SELECT YESNO-CKLRUN-FILE ASSIGN TO "YESNOCRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKLRUN-STATUS.
           SELECT YESNO-QUESTION-FILE ASSIGN TO "YESNOQST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUESTION-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           COPY buscalsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
      *The escalation layout YESNO01 appends and ESCCLOSE closes.
       FD  YESNO-ESCAL-FILE.
       COPY yesnoesc.

       FD  ESC-AGING-FILE.
       01  ESC-AGING-REC PIC X(100).

       FD  YESNO-CHECKLIST-FILE.
       COPY yesnockl.

       FD  YESNO-CKLRUN-FILE.
       COPY yesnocrn.

       FD  YESNO-QUESTION-FILE.
       COPY yesnoqst.

       FD  EMPLOYEE-MASTER.
       COPY empmast.

       COPY buscalfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-ESCAL-STATUS PIC XX.
               10  WS-ET-CODE        PIC X(4).
               10  WS-ET-TOTAL-OPENS PIC 9(5).
               10  WS-ET-OPEN-COUNT  PIC 9(2).
               10  WS-ET-OWNER-ID    PIC X(6).
               10  WS-ET-OWNER-FROM  PIC X(6).
               10  WS-ET-OPEN-SLOT OCCURS 20 TIMES.
                   15  WS-ET-OPEN-DATE PIC 9(8).
                   15  WS-ET-OPEN-OPER PIC X(8).
                   15  WS-ET-OPEN-NOTE PIC X(60).
       01  WS-ESCAL-CODE-COUNT PIC 9(2) VALUE 0.
       01  WS-ESCAL-IDX PIC 9(2).
       01  WS-SLOT-IDX PIC 9(2).
       01  WS-CODE-FOUND-SWITCH PIC X.

      *Aging limits: the buckets the suspense report uses, plus the
      *chase limit that turns the run yellow - built-in figures, until
      *ESC-BAND-LOW, ESC-BAND-HI and ESC-CHASE are set on SYSPARM.DAT.
       01  WS-CHASE-LIMIT PIC 9(3) VALUE 14.
       01  WS-BAND-LOW PIC 9(3) VALUE 7.
       01  WS-BAND-HIGH PIC 9(3) VALUE 30.
       01  WS-BAND-MID-START PIC 9(3).
       01  WS-LIMIT-IN PIC X(3).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-OPEN-INT PIC 9(7).
       01  WS-DAYS-OPEN PIC S9(5).
       01  WS-DAYS-OPEN-ED PIC -(4)9.
       01  WS-BUCKET-FIRST PIC 9(5) VALUE 0.
       01  WS-BUCKET-SECOND PIC 9(5) VALUE 0.
       01  WS-BUCKET-OVER PIC 9(5) VALUE 0.
       01  WS-OPEN-TOTAL PIC 9(5) VALUE 0.
       01  WS-OVER-LIMIT-COUNT PIC 9(5) VALUE 0.

      *Missed-checklist sweep: the checklists, the runs and the
      *missed-run escalations already on file inside the look-back,
      *so a rerun never escalates the same missed day twice.
       01  WS-CHECKLIST-STATUS PIC XX.
       01  WS-CKLRUN-STATUS PIC XX.
       01  WS-END-OF-SWEEP-SWITCH PIC X.
       01  WS-CKL-LOOKBACK PIC 9(3) VALUE 31.
       01  WS-SWEEP-START-INT PIC 9(7).
       01  WS-SWEEP-START-DATE PIC 9(8).
       01  WS-SWEEP-DAY-INT PIC 9(7).
       01  WS-SWEEP-DATE PIC 9(8).
       01  WS-SWEEP-CODE PIC X(4).
       01  WS-CHECKLIST-TABLE.
           05  WS-CHECKLIST-ENTRY OCCURS 20 TIMES.
               10  WS-CK-CODE      PIC X(4).
               10  WS-CK-SCHEDULE  PIC X(1).
               10  WS-CK-WEEKDAYS  PIC X(7).
               10  WS-CK-EFFECTIVE PIC 9(8).
               10  WS-CK-OWNER-DEPT PIC X(4).
       01  WS-CHECKLIST-COUNT PIC 9(2) VALUE 0.
       01  WS-CKL-IDX PIC 9(2).
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 1000 TIMES.
               10  WS-RN-DATE PIC 9(8).
               10  WS-RN-CODE PIC X(4).
       01  WS-RUN-COUNT PIC 9(4) VALUE 0.
       01  WS-RUN-IDX PIC 9(4).
       01  WS-FOUND-SWITCH PIC X.
       01  WS-MISSED-OPERATOR PIC X(8) VALUE "NOT RUN".
       01  WS-MISSED-COUNT PIC 9(5) VALUE 0.
       01  WS-ESCAL-OPEN-SWITCH PIC X VALUE "N".

      *Owners: the department owning each question, the head (or
      *failing that the manager) of each department, and the owners
      *the codes resolved to, in the order the chase lists print.
       01  WS-QUESTION-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-QUESTION-OWNER-TABLE.
           05  WS-QUESTION-OWNER OCCURS 100 TIMES.
               10  WS-QO-CODE PIC X(4).
               10  WS-QO-DEPT PIC X(4).
       01  WS-QUESTION-OWNER-COUNT PIC 9(3) VALUE 0.
       01  WS-QO-IDX PIC 9(3).
       01  WS-HEAD-TABLE.
           05  WS-HEAD-ENTRY OCCURS 50 TIMES.
               10  WS-HD-DEPT PIC X(4).
               10  WS-HD-ID   PIC X(6).
               10  WS-HD-ROLE PIC X(1).
       01  WS-HEAD-COUNT PIC 9(2) VALUE 0.
       01  WS-HEAD-IDX PIC 9(2).
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 50 TIMES.
               10  WS-OW-ID   PIC X(6).
               10  WS-OW-NAME PIC X(10).
               10  WS-OW-DEPT PIC X(4).
       01  WS-OWNER-COUNT PIC 9(2) VALUE 0.
       01  WS-OWNER-IDX PIC 9(2).
       01  WS-OWNER-DEPT PIC X(4).
       01  WS-CANDIDATE-ID PIC X(6).
       01  WS-CLIMB-LEVEL PIC 9(2).
       01  WS-CLIMB-LIMIT PIC 9(2) VALUE 10.
       01  WS-OWNER-SETTLED-SWITCH PIC X.
       01  WS-UNASSIGNED-COUNT PIC 9(2) VALUE 0.
       01  WS-REPORT-OWNER-ID PIC X(6).
       01  WS-OWNER-OPEN-START PIC 9(5).
       01  WS-OWNER-OVER-START PIC 9(5).
       01  WS-OWNER-OPEN PIC 9(5).
       01  WS-OWNER-OVER PIC 9(5).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.
       COPY buscalhdr.
       COPY cklschhdr.

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM GET-AGING-PARAMETERS.
           DISPLAY "Chase limit in days (blank for " WS-CHASE-LIMIT
                   ")? ".
           ACCEPT WS-LIMIT-IN.
           IF WS-LIMIT-IN IS NUMERIC
               MOVE WS-LIMIT-IN TO WS-CHASE-LIMIT
           END-IF.
           PERFORM ESCALATE-MISSED-CHECKLISTS.
           OPEN INPUT YESNO-ESCAL-FILE.
           IF WS-ESCAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO ESCALATION FILE ON HAND - NOTHING OPEN."
           ELSE
               PERFORM TALLY-ESCALATIONS
               PERFORM ASSIGN-ESCALATION-OWNERS
               PERFORM WRITE-AGING-REPORT
           END-IF.

           END-IF.
           GOBACK.

      *A second band that does not reach past the first would leave
      *the middle bucket meaningless; the pair falls back to the
      *built-in bands rather than report on it.
       GET-AGING-PARAMETERS.
           MOVE "ESC-CHASE" TO WS-PARM-KEY.
           MOVE WS-CHASE-LIMIT TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-CHASE-LIMIT.
           MOVE "ESC-BAND-LOW" TO WS-PARM-KEY.
           MOVE WS-BAND-LOW TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-BAND-LOW.
           MOVE "ESC-BAND-HI" TO WS-PARM-KEY.
           MOVE WS-BAND-HIGH TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-BAND-HIGH.
           IF WS-BAND-HIGH IS NOT GREATER THAN WS-BAND-LOW
               MOVE 7 TO WS-BAND-LOW
               MOVE 30 TO WS-BAND-HIGH
           END-IF.
           COMPUTE WS-BAND-MID-START = WS-BAND-LOW + 1.

       TALLY-ESCALATIONS.
           PERFORM UNTIL WS-END-OF-ESCAL-SWITCH IS EQUAL TO "Y"
               READ YESNO-ESCAL-FILE
                           (WS-ESCAL-IDX WS-SLOT-IDX)
                       MOVE ESC-OPERATOR-ID TO WS-ET-OPEN-OPER
                           (WS-ESCAL-IDX WS-SLOT-IDX)
                       MOVE ESC-FOLLOWUP-NOTE TO WS-ET-OPEN-NOTE
                           (WS-ESCAL-IDX WS-SLOT-IDX)
                   ELSE
                       DISPLAY "MORE THAN 20 OPEN FOR "
                               ESC-QUESTION-CODE " - EXCESS NOT AGED"
                  " DAYS" DELIMITED BY SIZE
                  INTO ESC-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX IS GREATER THAN WS-OWNER-COUNT
               MOVE SPACES TO ESC-AGING-REC
               STRING "CHASE LIST FOR " WS-OW-ID(WS-OWNER-IDX)
                      DELIMITED BY SIZE
                      " " WS-OW-NAME(WS-OWNER-IDX) DELIMITED BY SIZE
                      "  DEPT " WS-OW-DEPT(WS-OWNER-IDX)
                      DELIMITED BY SIZE
                      INTO ESC-AGING-REC
               MOVE WS-OW-ID(WS-OWNER-IDX) TO WS-REPORT-OWNER-ID
               PERFORM REPORT-ONE-OWNER
           END-PERFORM.
           IF WS-UNASSIGNED-COUNT IS GREATER THAN 0
               MOVE SPACES TO ESC-AGING-REC
               MOVE "CHASE LIST - UNASSIGNED (NO OWNER ON THE MASTER)"
                   TO ESC-AGING-REC
               MOVE SPACES TO WS-REPORT-OWNER-ID
               PERFORM REPORT-ONE-OWNER
           END-IF.
           MOVE SPACES TO ESC-AGING-REC.
           STRING "OPEN " WS-OPEN-TOTAL DELIMITED BY SIZE
                  "  0-" WS-BAND-LOW DELIMITED BY SIZE
                  " DAYS " WS-BUCKET-FIRST DELIMITED BY SIZE
                  "  " WS-BAND-MID-START DELIMITED BY SIZE
                  "-" WS-BAND-HIGH DELIMITED BY SIZE
                  " DAYS " WS-BUCKET-SECOND DELIMITED BY SIZE
                  "  OVER " WS-BAND-HIGH DELIMITED BY SIZE
                  " " WS-BUCKET-OVER DELIMITED BY SIZE
                  "  PAST CHASE LIMIT " DELIMITED BY SIZE
                  WS-OVER-LIMIT-COUNT DELIMITED BY SIZE
                  INTO ESC-AGING-REC.
               PERFORM WRITE-ERROR-LOG
           END-IF.

      *One owner's chase list: the heading already in the print line,
      *every code resolved to the owner, and the owner's own totals.
       REPORT-ONE-OWNER.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-OPEN-TOTAL TO WS-OWNER-OPEN-START.
           MOVE WS-OVER-LIMIT-COUNT TO WS-OWNER-OVER-START.
           MOVE 1 TO WS-ESCAL-IDX.
           PERFORM UNTIL WS-ESCAL-IDX IS GREATER THAN
                   WS-ESCAL-CODE-COUNT
               IF WS-ET-OWNER-ID(WS-ESCAL-IDX) IS EQUAL TO
                       WS-REPORT-OWNER-ID
                   PERFORM REPORT-ONE-CODE
               END-IF
               ADD 1 TO WS-ESCAL-IDX
           END-PERFORM.
           COMPUTE WS-OWNER-OPEN = WS-OPEN-TOTAL - WS-OWNER-OPEN-START.
           COMPUTE WS-OWNER-OVER =
               WS-OVER-LIMIT-COUNT - WS-OWNER-OVER-START.
           MOVE SPACES TO ESC-AGING-REC.
           STRING "  OWNER TOTAL OPEN " WS-OWNER-OPEN DELIMITED BY SIZE
                  "  PAST CHASE LIMIT " WS-OWNER-OVER
                  DELIMITED BY SIZE
                  INTO ESC-AGING-REC.
           PERFORM WRITE-AGING-LINE.

      *A code with opens night after night stands out by its repeat
      *count even when the supervisor keeps closing them.
       REPORT-ONE-CODE.
                      DELIMITED BY SIZE
                      INTO ESC-AGING-REC
               PERFORM WRITE-AGING-LINE
               IF WS-ET-OWNER-FROM(WS-ESCAL-IDX) IS NOT EQUAL TO
                       SPACES
                   MOVE SPACES TO ESC-AGING-REC
                   STRING "  REASSIGNED FROM "
                          WS-ET-OWNER-FROM(WS-ESCAL-IDX)
                          DELIMITED BY SIZE
                          " - ON LEAVE OR TERMINATED"
                          DELIMITED BY SIZE
                          INTO ESC-AGING-REC
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-IF.
           MOVE 1 TO WS-SLOT-IDX.
           PERFORM UNTIL WS-SLOT-IDX IS GREATER THAN
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPEN-INT.
           MOVE WS-DAYS-OPEN TO WS-DAYS-OPEN-ED.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN IS NOT GREATER THAN WS-BAND-LOW
                   ADD 1 TO WS-BUCKET-FIRST
               WHEN WS-DAYS-OPEN IS NOT GREATER THAN WS-BAND-HIGH
                   ADD 1 TO WS-BUCKET-SECOND
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER
           END-EVALUATE.
                      INTO ESC-AGING-REC
           END-IF.
           PERFORM WRITE-AGING-LINE.
           IF WS-ET-OPEN-NOTE(WS-ESCAL-IDX WS-SLOT-IDX)
                   IS NOT EQUAL TO SPACES
               MOVE SPACES TO ESC-AGING-REC
               STRING "                FOLLOW-UP: "
                      WS-ET-OPEN-NOTE(WS-ESCAL-IDX WS-SLOT-IDX)
                      DELIMITED BY SIZE
                      INTO ESC-AGING-REC
               PERFORM WRITE-AGING-LINE
           END-IF.

       WRITE-AGING-LINE.
           WRITE ESC-AGING-REC.
           DISPLAY ESC-AGING-REC.

      *Each day of the look-back up to yesterday - today's checklists
      *can still be run - is checked for every checklist defined by
      *then. The runs and the missed-run escalations already on file
      *are both taken into the run table: either one means the day
      *needs nothing more.
       ESCALATE-MISSED-CHECKLISTS.
           PERFORM LOAD-SWEEP-CHECKLISTS.
           IF WS-CHECKLIST-COUNT IS GREATER THAN 0
               COMPUTE WS-SWEEP-START-INT =
                   WS-TODAY-INT - WS-CKL-LOOKBACK
               COMPUTE WS-SWEEP-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SWEEP-START-INT)
               PERFORM LOAD-SWEEP-RUNS
               PERFORM LOAD-SWEEP-ESCALATIONS
               MOVE WS-SWEEP-START-DATE TO WS-CKS-FLOOR-DATE
               PERFORM LOAD-CHECKLIST-CALENDAR
               PERFORM VARYING WS-SWEEP-DAY-INT
                       FROM WS-SWEEP-START-INT BY 1
                       UNTIL WS-SWEEP-DAY-INT IS NOT LESS THAN
                             WS-TODAY-INT
                   COMPUTE WS-SWEEP-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-SWEEP-DAY-INT)
                   PERFORM VARYING WS-CKL-IDX FROM 1 BY 1
                           UNTIL WS-CKL-IDX IS GREATER THAN
                                 WS-CHECKLIST-COUNT
                       IF WS-CK-EFFECTIVE(WS-CKL-IDX) IS NOT GREATER
                               THAN WS-SWEEP-DATE
                           PERFORM CHECK-ONE-MISSED-DAY
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-ESCAL-OPEN-SWITCH IS EQUAL TO "Y"
                   CLOSE YESNO-ESCAL-FILE
               END-IF
               DISPLAY "CHECKLISTS DUE BUT NOT RUN - ESCALATED NOW: "
                       WS-MISSED-COUNT
           END-IF.

       LOAD-SWEEP-CHECKLISTS.
           OPEN INPUT YESNO-CHECKLIST-FILE.
           IF WS-CHECKLIST-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-SWEEP-SWITCH
               PERFORM UNTIL WS-END-OF-SWEEP-SWITCH IS EQUAL TO "Y"
                   READ YESNO-CHECKLIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-SWEEP-SWITCH
                       NOT AT END
                           IF WS-CHECKLIST-COUNT IS LESS THAN 20
                               ADD 1 TO WS-CHECKLIST-COUNT
                               MOVE CKL-CODE TO
                                   WS-CK-CODE(WS-CHECKLIST-COUNT)
                               MOVE CKL-SCHEDULE TO
                                   WS-CK-SCHEDULE(WS-CHECKLIST-COUNT)
                               MOVE CKL-WEEKDAYS TO
                                   WS-CK-WEEKDAYS(WS-CHECKLIST-COUNT)
                               MOVE CKL-EFFECTIVE TO
                                   WS-CK-EFFECTIVE(WS-CHECKLIST-COUNT)
                               MOVE CKL-OWNER-DEPT TO
                                   WS-CK-OWNER-DEPT(WS-CHECKLIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YESNO-CHECKLIST-FILE
           END-IF.

       LOAD-SWEEP-RUNS.
           OPEN INPUT YESNO-CKLRUN-FILE.
           IF WS-CKLRUN-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-SWEEP-SWITCH
               PERFORM UNTIL WS-END-OF-SWEEP-SWITCH IS EQUAL TO "Y"
                   READ YESNO-CKLRUN-FILE
                       AT END MOVE "Y" TO WS-END-OF-SWEEP-SWITCH
                       NOT AT END
                           IF CRN-DATE IS NOT LESS THAN
                                   WS-SWEEP-START-DATE
                               MOVE CRN-DATE TO WS-SWEEP-DATE
                               MOVE CRN-CODE TO WS-SWEEP-CODE
                               PERFORM STORE-SWEEP-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YESNO-CKLRUN-FILE
           END-IF.

       LOAD-SWEEP-ESCALATIONS.
           OPEN INPUT YESNO-ESCAL-FILE.
           IF WS-ESCAL-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-SWEEP-SWITCH
               PERFORM UNTIL WS-END-OF-SWEEP-SWITCH IS EQUAL TO "Y"
                   READ YESNO-ESCAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-SWEEP-SWITCH
                       NOT AT END
                           IF ESC-STATUS IS EQUAL TO "OPEN  "
                                   AND ESC-OPERATOR-ID IS EQUAL TO
                                       WS-MISSED-OPERATOR
                                   AND ESC-DATE IS NOT LESS THAN
                                       WS-SWEEP-START-DATE
                               MOVE ESC-DATE TO WS-SWEEP-DATE
                               MOVE ESC-QUESTION-CODE TO WS-SWEEP-CODE
                               PERFORM STORE-SWEEP-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YESNO-ESCAL-FILE
           END-IF.

       STORE-SWEEP-RUN.
           IF WS-RUN-COUNT IS LESS THAN 1000
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-SWEEP-DATE TO WS-RN-DATE(WS-RUN-COUNT)
               MOVE WS-SWEEP-CODE TO WS-RN-CODE(WS-RUN-COUNT)
           END-IF.

      *A day the schedule needed the calendar for but the calendar
      *does not carry was skipped by YESNO01 as not known to be due;
      *unless it was run anyway, it is escalated as a calendar gap so
      *the checklist does not drop out of sight.
       CHECK-ONE-MISSED-DAY.
           MOVE WS-SWEEP-DATE TO WS-CKS-DATE.
           MOVE WS-CK-SCHEDULE(WS-CKL-IDX) TO WS-CKS-SCHEDULE.
           MOVE WS-CK-WEEKDAYS(WS-CKL-IDX) TO WS-CKS-WEEKDAYS.
           PERFORM CHECK-CHECKLIST-DUE.
           IF WS-CKS-DUE-SWITCH IS EQUAL TO "Y"
                   OR WS-CKS-UNKNOWN-SWITCH IS EQUAL TO "Y"
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX IS GREATER THAN WS-RUN-COUNT
                          OR WS-FOUND-SWITCH IS EQUAL TO "Y"
                   IF WS-RN-DATE(WS-RUN-IDX) IS EQUAL TO WS-SWEEP-DATE
                           AND WS-RN-CODE(WS-RUN-IDX) IS EQUAL TO
                               WS-CK-CODE(WS-CKL-IDX)
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   PERFORM WRITE-MISSED-ESCALATION
               END-IF
           END-IF.

       WRITE-MISSED-ESCALATION.
           IF WS-ESCAL-OPEN-SWITCH IS NOT EQUAL TO "Y"
               OPEN EXTEND YESNO-ESCAL-FILE
               IF WS-ESCAL-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT YESNO-ESCAL-FILE
               END-IF
               MOVE "Y" TO WS-ESCAL-OPEN-SWITCH
           END-IF.
           MOVE SPACES TO YESNO-ESCAL-REC.
           MOVE "OPEN  " TO ESC-STATUS.
           MOVE WS-CK-CODE(WS-CKL-IDX) TO ESC-QUESTION-CODE.
           MOVE WS-SWEEP-DATE TO ESC-DATE.
           MOVE 0 TO ESC-TIME.
           MOVE WS-MISSED-OPERATOR TO ESC-OPERATOR-ID.
           IF WS-CKS-UNKNOWN-SWITCH IS EQUAL TO "Y"
               MOVE "CALENDAR GAP - DAY NOT ON BUSCAL.DAT, NOT RUN"
                   TO ESC-FOLLOWUP-NOTE
           END-IF.
           WRITE YESNO-ESCAL-REC.
           ADD 1 TO WS-MISSED-COUNT.
           IF WS-CKS-UNKNOWN-SWITCH IS EQUAL TO "Y"
               DISPLAY "CHECKLIST " WS-CK-CODE(WS-CKL-IDX)
                       " " WS-SWEEP-DATE " NOT ON CALENDAR - NOT RUN"
                       " - ESCALATED AS CALENDAR GAP"
           ELSE
               DISPLAY "CHECKLIST " WS-CK-CODE(WS-CKL-IDX)
                       " DUE " WS-SWEEP-DATE " BUT NOT RUN - ESCALATED"
           END-IF.

      *Every code tallied is given its owner before anything prints.
      *Without the employee master nobody can be named, and the whole
      *report comes out as the unassigned list.
       ASSIGN-ESCALATION-OWNERS.
           PERFORM LOAD-QUESTION-OWNERS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EMPMAST.DAT WILL NOT OPEN - STATUS "
                       WS-EMP-STATUS " - ESCALATIONS UNASSIGNED"
               MOVE "ESCAGING" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "EMPLOYEE MASTER WILL NOT OPEN" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
               PERFORM VARYING WS-ESCAL-IDX FROM 1 BY 1
                       UNTIL WS-ESCAL-IDX IS GREATER THAN
                             WS-ESCAL-CODE-COUNT
                   MOVE SPACES TO WS-ET-OWNER-ID(WS-ESCAL-IDX)
                   MOVE SPACES TO WS-ET-OWNER-FROM(WS-ESCAL-IDX)
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-PERFORM
           ELSE
               PERFORM LOAD-DEPARTMENT-HEADS
               PERFORM VARYING WS-ESCAL-IDX FROM 1 BY 1
                       UNTIL WS-ESCAL-IDX IS GREATER THAN
                             WS-ESCAL-CODE-COUNT
                   PERFORM RESOLVE-CODE-OWNER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       LOAD-QUESTION-OWNERS.
           OPEN INPUT YESNO-QUESTION-FILE.
           IF WS-QUESTION-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-SWEEP-SWITCH
               PERFORM UNTIL WS-END-OF-SWEEP-SWITCH IS EQUAL TO "Y"
                   READ YESNO-QUESTION-FILE
                       AT END MOVE "Y" TO WS-END-OF-SWEEP-SWITCH
                       NOT AT END
                           IF WS-QUESTION-OWNER-COUNT IS LESS THAN 100
                               ADD 1 TO WS-QUESTION-OWNER-COUNT
                               MOVE QST-CODE TO
                                 WS-QO-CODE(WS-QUESTION-OWNER-COUNT)
                               MOVE QST-OWNER-DEPT TO
                                 WS-QO-DEPT(WS-QUESTION-OWNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YESNO-QUESTION-FILE
           END-IF.

      *One pass of the master by key. A department head displaces a
      *manager already found for the department; otherwise the first
      *one found stands.
       LOAD-DEPARTMENT-HEADS.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "10" TO WS-EMP-STATUS
           END-START.
           MOVE "N" TO WS-END-OF-SWEEP-SWITCH.
           IF WS-EMP-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO WS-END-OF-SWEEP-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-SWEEP-SWITCH IS EQUAL TO "Y"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-SWEEP-SWITCH
                   NOT AT END
                       IF EMP-MGR-ROLE IS EQUAL TO "H"
                               OR EMP-MGR-ROLE IS EQUAL TO "M"
                           PERFORM STORE-DEPARTMENT-HEAD
                       END-IF
               END-READ
           END-PERFORM.

       STORE-DEPARTMENT-HEAD.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX IS GREATER THAN WS-HEAD-COUNT
                      OR WS-FOUND-SWITCH IS EQUAL TO "Y"
               IF WS-HD-DEPT(WS-HEAD-IDX) IS EQUAL TO EMP-DEPT
                   MOVE "Y" TO WS-FOUND-SWITCH
                   IF EMP-MGR-ROLE IS EQUAL TO "H"
                           AND WS-HD-ROLE(WS-HEAD-IDX) IS NOT EQUAL
                               TO "H"
                       MOVE EMP-ID TO WS-HD-ID(WS-HEAD-IDX)
                       MOVE EMP-MGR-ROLE TO WS-HD-ROLE(WS-HEAD-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   AND WS-HEAD-COUNT IS LESS THAN 50
               ADD 1 TO WS-HEAD-COUNT
               MOVE EMP-DEPT TO WS-HD-DEPT(WS-HEAD-COUNT)
               MOVE EMP-ID TO WS-HD-ID(WS-HEAD-COUNT)
               MOVE EMP-MGR-ROLE TO WS-HD-ROLE(WS-HEAD-COUNT)
           END-IF.

      *The owning department comes from the question, or for a
      *missed-run escalation from the checklist; its head is the
      *first candidate.
       RESOLVE-CODE-OWNER.
           MOVE SPACES TO WS-ET-OWNER-FROM(WS-ESCAL-IDX).
           MOVE SPACES TO WS-OWNER-DEPT.
           PERFORM VARYING WS-QO-IDX FROM 1 BY 1
                   UNTIL WS-QO-IDX IS GREATER THAN
                         WS-QUESTION-OWNER-COUNT
               IF WS-QO-CODE(WS-QO-IDX) IS EQUAL TO
                       WS-ET-CODE(WS-ESCAL-IDX)
                   MOVE WS-QO-DEPT(WS-QO-IDX) TO WS-OWNER-DEPT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CKL-IDX FROM 1 BY 1
                   UNTIL WS-CKL-IDX IS GREATER THAN WS-CHECKLIST-COUNT
               IF WS-CK-CODE(WS-CKL-IDX) IS EQUAL TO
                       WS-ET-CODE(WS-ESCAL-IDX)
                   MOVE WS-CK-OWNER-DEPT(WS-CKL-IDX) TO WS-OWNER-DEPT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CANDIDATE-ID.
           IF WS-OWNER-DEPT IS NOT EQUAL TO SPACES
               PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                       UNTIL WS-HEAD-IDX IS GREATER THAN WS-HEAD-COUNT
                   IF WS-HD-DEPT(WS-HEAD-IDX) IS EQUAL TO
                           WS-OWNER-DEPT
                       MOVE WS-HD-ID(WS-HEAD-IDX) TO WS-CANDIDATE-ID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CANDIDATE-ID IS NOT EQUAL TO SPACES
               PERFORM CLIMB-TO-ACTIVE-OWNER
           END-IF.
           MOVE WS-CANDIDATE-ID TO WS-ET-OWNER-ID(WS-ESCAL-IDX).
           IF WS-CANDIDATE-ID IS EQUAL TO SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

      *An owner on leave or terminated passes the code to the next
      *level up. The climb gives up - leaving the code unassigned -
      *at a break in the chain, a loop back to the same person, or
      *after ten levels, which no real chain comes near.
       CLIMB-TO-ACTIVE-OWNER.
           MOVE 0 TO WS-CLIMB-LEVEL.
           MOVE "N" TO WS-OWNER-SETTLED-SWITCH.
           PERFORM UNTIL WS-OWNER-SETTLED-SWITCH IS EQUAL TO "Y"
               MOVE WS-CANDIDATE-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-CANDIDATE-ID
                       MOVE "Y" TO WS-OWNER-SETTLED-SWITCH
                   NOT INVALID KEY
                       IF EMP-STATUS IS EQUAL TO "L"
                               OR EMP-STATUS IS EQUAL TO "T"
                           IF WS-ET-OWNER-FROM(WS-ESCAL-IDX) IS EQUAL
                                   TO SPACES
                               MOVE EMP-ID TO
                                   WS-ET-OWNER-FROM(WS-ESCAL-IDX)
                           END-IF
                           ADD 1 TO WS-CLIMB-LEVEL
                           IF EMP-REPORTS-TO IS EQUAL TO SPACES
                                   OR EMP-REPORTS-TO IS EQUAL TO EMP-ID
                                   OR WS-CLIMB-LEVEL IS GREATER THAN
                                      WS-CLIMB-LIMIT
                               MOVE SPACES TO WS-CANDIDATE-ID
                               MOVE "Y" TO WS-OWNER-SETTLED-SWITCH
                           ELSE
                               MOVE EMP-REPORTS-TO TO WS-CANDIDATE-ID
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-OWNER-SETTLED-SWITCH
                           PERFORM REGISTER-OWNER
                       END-IF
               END-READ
           END-PERFORM.

       REGISTER-OWNER.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX IS GREATER THAN WS-OWNER-COUNT
               IF WS-OW-ID(WS-OWNER-IDX) IS EQUAL TO EMP-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-OWNER-COUNT IS LESS THAN 50
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE EMP-ID TO WS-OW-ID(WS-OWNER-COUNT)
                   MOVE EMP-NAME TO WS-OW-NAME(WS-OWNER-COUNT)
                   MOVE EMP-DEPT TO WS-OW-DEPT(WS-OWNER-COUNT)
               ELSE
                   DISPLAY "MORE THAN 50 OWNERS - " EMP-ID
                           " LISTED AS UNASSIGNED"
                   MOVE SPACES TO WS-CANDIDATE-ID
               END-IF
           END-IF.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY cklschr.
       COPY sysprmr.
