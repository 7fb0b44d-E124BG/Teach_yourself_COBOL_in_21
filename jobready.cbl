      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Stream readiness checker. After a failure in the
      * night the operator had to work out from the JCL which steps
      * were still safe to run by hand and which had to wait - the
      * COND= chain knows, but only while the stream is running.
      * JOBDEP.DAT now records each job's predecessors, earliest start
      * and must-finish-by time; this program pairs those with the
      * night's starts on RUNLOG.DAT and completions on JOBSTAT.DAT
      * and lists every job as complete, ready, waiting on a named
      * predecessor, waiting for its start time, failed (started but
      * never completed - the same pairing RUNCHK makes) or blocked
      * behind a failure, and flags each one late against its
      * deadline. A batch night runs from noon to noon, so a stream
      * that crosses midnight reads as one night. Every deadline miss
      * drops one LATEJOB alert on ALERTBOX.DAT - once per job per
      * night however often the check is rerun - and anything failed,
      * blocked or late ends the run with a warning return code. Runs
      * from the operator console through MAINMENU, or standalone.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBREADY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEP-FILE ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-STATUS.
           SELECT READY-REPORT-FILE ASSIGN TO "JOBREADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY alertsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEP-FILE.
       COPY jobdep.

       FD  READY-REPORT-FILE.
       01  READY-REPORT-REC PIC X(80).

       COPY alertfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-JOBDEP-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
       01  WS-NIGHT-IN PIC X(8).
       01  WS-NIGHT-DATE PIC 9(8).
       01  WS-NIGHT-INT PIC 9(7).
       01  WS-NOW-POS PIC S9(5).

      *A point in the night is held as minutes since the noon that
      *opens it, 0 through 1439; -1 is before the night began and
      *1440 after it ended.
       01  WS-POS-DATE PIC 9(8).
       01  WS-POS PIC S9(7).
       01  WS-TIME-WORK PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05  WS-TW-HH PIC 9(2).
           05  WS-TW-MM PIC 9(2).
           05  WS-TW-SS PIC 9(2).
           05  WS-TW-CC PIC 9(2).
       01  WS-HHMM-WORK PIC 9(4).
       01  WS-HHMM-SPLIT REDEFINES WS-HHMM-WORK.
           05  WS-HM-HH PIC 9(2).
           05  WS-HM-MM PIC 9(2).

      *Tokens of one log line as the shared writers cut them.
       01  WS-TOKEN-NAME PIC X(12).
       01  WS-TOKEN-DATE PIC X(8).
       01  WS-TOKEN-TIME PIC X(8).

      *One row per JOBDEP.DAT record, in file order. State is C
      *complete, F failed, B blocked, W waiting on a predecessor,
      *T waiting for its start time, R ready, or L caught in a
      *predecessor loop; blank until settled. Late is M for a
      *deadline missed with the job still outstanding, F for a job
      *that finished after it.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JB-NAME        PIC X(12).
               10  WS-JB-STREAM      PIC X(8).
               10  WS-JB-EARLY-HHMM  PIC 9(4).
               10  WS-JB-DUE-HHMM    PIC 9(4).
               10  WS-JB-EARLIEST    PIC S9(5).
               10  WS-JB-DEADLINE    PIC S9(5).
               10  WS-JB-PRED        PIC X(12) OCCURS 4 TIMES.
               10  WS-JB-START       PIC S9(5).
               10  WS-JB-START-TIME  PIC X(8).
               10  WS-JB-DONE        PIC S9(5).
               10  WS-JB-DONE-TIME   PIC X(8).
               10  WS-JB-STATE       PIC X.
               10  WS-JB-CAUSE       PIC X(12).
               10  WS-JB-LATE        PIC X.
       01  WS-JOB-COUNT PIC 9(2) VALUE 0.
       01  WS-JOB-IDX PIC 9(2).
       01  WS-FIND-IDX PIC 9(2).
       01  WS-PRED-IDX PIC 9.
       01  WS-JOB-FOUND-SWITCH PIC X.
       01  WS-LOOKUP-NAME PIC X(12).

       01  WS-CHANGED-SWITCH PIC X.
       01  WS-UNSETTLED-SWITCH PIC X.
       01  WS-BLOCK-NAME PIC X(12).
       01  WS-WAIT-NAME PIC X(12).
       01  WS-LAST-STREAM PIC X(8).

      *LATEJOB alerts already on the outbox, so a rerun of the check
      *does not raise the same deadline miss twice.
       01  WS-RAISED-TABLE.
           05  WS-RAISED-SUMMARY PIC X(40) OCCURS 200 TIMES.
       01  WS-RAISED-COUNT PIC 9(3) VALUE 0.
       01  WS-RAISED-IDX PIC 9(3).
       01  WS-RAISED-SWITCH PIC X.

       01  WS-READY-COUNT PIC 9(3) VALUE 0.
       01  WS-WAITING-COUNT PIC 9(3) VALUE 0.
       01  WS-BLOCKED-COUNT PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(3) VALUE 0.
       01  WS-COMPLETE-COUNT PIC 9(3) VALUE 0.
       01  WS-LATE-COUNT PIC 9(3) VALUE 0.
       01  WS-ALERT-COUNT PIC 9(3) VALUE 0.

       COPY alerthdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.

       LINKAGE SECTION.
       COPY signonlk.

       PROCEDURE DIVISION USING SESSION-LINK.

       PROGRAM-BEGIN.
           MOVE "JOBREADY" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM CHOOSE-BATCH-NIGHT.
           PERFORM LOAD-JOB-DEPENDENCIES.
           IF WS-JOB-COUNT IS EQUAL TO 0
               DISPLAY "NO JOB DEPENDENCIES ON FILE - NOTHING TO CHECK."
               MOVE "JOBREADY" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "JOB DEPENDENCY FILE MISSING OR EMPTY"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               PERFORM GATHER-NIGHTS-STARTS
               PERFORM GATHER-NIGHTS-COMPLETIONS
               PERFORM SETTLE-JOB-STATES
               PERFORM LOAD-RAISED-ALERTS
               PERFORM WRITE-READINESS-REPORT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "JOBREADY" TO JS-PROGRAM-NAME.
           MOVE WS-JOB-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           IF WS-FAILED-COUNT IS GREATER THAN 0
                   OR WS-BLOCKED-COUNT IS GREATER THAN 0
                   OR WS-LATE-COUNT IS GREATER THAN 0
               PERFORM SET-WARNING-RC
           END-IF.
           GOBACK.

      *Before noon the night still running is the one that began
      *yesterday; the operator may name an earlier night instead.
       CHOOSE-BATCH-NIGHT.
           MOVE WS-TODAY-DATE TO WS-NIGHT-DATE.
           IF WS-NOW-TIME IS LESS THAN 12000000
               COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-IF.
           DISPLAY "Batch night to check (YYYYMMDD, blank for "
                   WS-NIGHT-DATE ")? ".
           MOVE SPACES TO WS-NIGHT-IN.
           ACCEPT WS-NIGHT-IN.
           IF WS-NIGHT-IN IS NUMERIC
               MOVE WS-NIGHT-IN TO WS-NIGHT-DATE
           ELSE
               IF WS-NIGHT-IN IS NOT EQUAL TO SPACES
                   DISPLAY "NOT A DATE - CHECKING NIGHT OF "
                           WS-NIGHT-DATE
               END-IF
           END-IF.
           COMPUTE WS-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE).
           MOVE WS-TODAY-DATE TO WS-POS-DATE.
           MOVE WS-NOW-TIME TO WS-TIME-WORK.
           PERFORM POSITION-IN-NIGHT.
           IF WS-POS IS LESS THAN 0
               MOVE -1 TO WS-NOW-POS
           ELSE
               IF WS-POS IS GREATER THAN 1439
                   MOVE 1440 TO WS-NOW-POS
               ELSE
                   MOVE WS-POS TO WS-NOW-POS
               END-IF
           END-IF.

      *Minutes from the opening noon to WS-POS-DATE at the clock
      *reading in WS-TIME-WORK; outside 0-1439 is another night.
       POSITION-IN-NIGHT.
           COMPUTE WS-POS =
               (FUNCTION INTEGER-OF-DATE(WS-POS-DATE) - WS-NIGHT-INT)
               * 1440 + WS-TW-HH * 60 + WS-TW-MM - 720.

      *An HHMM from JOBDEP.DAT: noon onward is the evening of the
      *night's date, before noon the morning after.
       POSITION-OF-HHMM.
           COMPUTE WS-POS = WS-HM-HH * 60 + WS-HM-MM - 720.
           IF WS-POS IS LESS THAN 0
               ADD 1440 TO WS-POS
           END-IF.

       LOAD-JOB-DEPENDENCIES.
           OPEN INPUT JOB-DEP-FILE.
           IF WS-JOBDEP-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ JOB-DEP-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-ONE-DEPENDENCY
                   END-READ
               END-PERFORM
               CLOSE JOB-DEP-FILE
           END-IF.

       STORE-ONE-DEPENDENCY.
           IF DEP-JOB IS NOT EQUAL TO SPACES
               IF WS-JOB-COUNT IS LESS THAN 50
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   MOVE DEP-JOB TO WS-JB-NAME(WS-JOB-IDX)
                   MOVE DEP-STREAM TO WS-JB-STREAM(WS-JOB-IDX)
                   MOVE -1 TO WS-JB-EARLIEST(WS-JOB-IDX)
                   MOVE -1 TO WS-JB-DEADLINE(WS-JOB-IDX)
                   MOVE 0 TO WS-JB-EARLY-HHMM(WS-JOB-IDX)
                   MOVE 0 TO WS-JB-DUE-HHMM(WS-JOB-IDX)
                   IF DEP-EARLIEST IS NUMERIC
                       MOVE DEP-EARLIEST TO WS-HHMM-WORK
                       MOVE DEP-EARLIEST TO WS-JB-EARLY-HHMM(WS-JOB-IDX)
                       PERFORM POSITION-OF-HHMM
                       MOVE WS-POS TO WS-JB-EARLIEST(WS-JOB-IDX)
                   END-IF
                   IF DEP-DEADLINE IS NUMERIC
                       MOVE DEP-DEADLINE TO WS-HHMM-WORK
                       MOVE DEP-DEADLINE TO WS-JB-DUE-HHMM(WS-JOB-IDX)
                       PERFORM POSITION-OF-HHMM
                       MOVE WS-POS TO WS-JB-DEADLINE(WS-JOB-IDX)
                   END-IF
                   PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                           UNTIL WS-PRED-IDX IS GREATER THAN 4
                       MOVE DEP-PREDECESSOR(WS-PRED-IDX)
                           TO WS-JB-PRED(WS-JOB-IDX, WS-PRED-IDX)
                   END-PERFORM
                   MOVE -1 TO WS-JB-START(WS-JOB-IDX)
                   MOVE SPACES TO WS-JB-START-TIME(WS-JOB-IDX)
                   MOVE -1 TO WS-JB-DONE(WS-JOB-IDX)
                   MOVE SPACES TO WS-JB-DONE-TIME(WS-JOB-IDX)
                   MOVE SPACES TO WS-JB-STATE(WS-JOB-IDX)
                   MOVE SPACES TO WS-JB-CAUSE(WS-JOB-IDX)
                   MOVE SPACES TO WS-JB-LATE(WS-JOB-IDX)
               ELSE
                   DISPLAY "MORE THAN 50 JOBS - " DEP-JOB
                           " NOT CHECKED"
               END-IF
           END-IF.

       FIND-JOB-ENTRY.
           MOVE "N" TO WS-JOB-FOUND-SWITCH.
           MOVE 1 TO WS-FIND-IDX.
           PERFORM UNTIL WS-JOB-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-FIND-IDX IS GREATER THAN WS-JOB-COUNT
               IF WS-JB-NAME(WS-FIND-IDX) IS EQUAL TO WS-LOOKUP-NAME
                   MOVE "Y" TO WS-JOB-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-FIND-IDX
               END-IF
           END-PERFORM.

       GATHER-NIGHTS-STARTS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO RUN LOG ON HAND - NO STARTS TO PAIR."
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RUN-LOG-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM NOTE-ONE-START
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

      *The latest start inside the night stands - a rerun after a
      *failure supersedes the start that died.
       NOTE-ONE-START.
           MOVE SPACES TO WS-TOKEN-NAME.
           MOVE SPACES TO WS-TOKEN-DATE.
           MOVE SPACES TO WS-TOKEN-TIME.
           UNSTRING RUN-LOG-REC DELIMITED BY ALL SPACE
               INTO WS-TOKEN-NAME WS-TOKEN-DATE WS-TOKEN-TIME.
           MOVE WS-TOKEN-NAME TO WS-LOOKUP-NAME.
           PERFORM FIND-JOB-ENTRY.
           IF WS-JOB-FOUND-SWITCH IS EQUAL TO "Y"
                   AND WS-TOKEN-DATE IS NUMERIC
                   AND WS-TOKEN-TIME IS NUMERIC
               MOVE WS-TOKEN-DATE TO WS-POS-DATE
               MOVE WS-TOKEN-TIME TO WS-TIME-WORK
               PERFORM POSITION-IN-NIGHT
               IF WS-POS IS NOT LESS THAN 0
                       AND WS-POS IS LESS THAN 1440
                       AND WS-POS IS NOT LESS THAN
                           WS-JB-START(WS-FIND-IDX)
                   MOVE WS-POS TO WS-JB-START(WS-FIND-IDX)
                   MOVE WS-TOKEN-TIME TO WS-JB-START-TIME(WS-FIND-IDX)
               END-IF
           END-IF.

       GATHER-NIGHTS-COMPLETIONS.
           OPEN INPUT JOB-STATUS-FILE.
           IF WS-JOBSTAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO JOB STATUS FILE ON HAND."
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ JOB-STATUS-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM NOTE-ONE-COMPLETION
                   END-READ
               END-PERFORM
               CLOSE JOB-STATUS-FILE
           END-IF.

       NOTE-ONE-COMPLETION.
           MOVE SPACES TO WS-TOKEN-NAME.
           MOVE SPACES TO WS-TOKEN-DATE.
           MOVE SPACES TO WS-TOKEN-TIME.
           UNSTRING JOB-STATUS-REC DELIMITED BY ALL SPACE
               INTO WS-TOKEN-NAME WS-TOKEN-DATE WS-TOKEN-TIME.
           MOVE WS-TOKEN-NAME TO WS-LOOKUP-NAME.
           PERFORM FIND-JOB-ENTRY.
           IF WS-JOB-FOUND-SWITCH IS EQUAL TO "Y"
                   AND WS-TOKEN-DATE IS NUMERIC
                   AND WS-TOKEN-TIME IS NUMERIC
               MOVE WS-TOKEN-DATE TO WS-POS-DATE
               MOVE WS-TOKEN-TIME TO WS-TIME-WORK
               PERFORM POSITION-IN-NIGHT
               IF WS-POS IS NOT LESS THAN 0
                       AND WS-POS IS LESS THAN 1440
                       AND WS-POS IS NOT LESS THAN
                           WS-JB-DONE(WS-FIND-IDX)
                   MOVE WS-POS TO WS-JB-DONE(WS-FIND-IDX)
                   MOVE WS-TOKEN-TIME TO WS-JB-DONE-TIME(WS-FIND-IDX)
               END-IF
           END-IF.

      *The log pairing settles complete and failed outright; every
      *other job depends on its predecessors, so passes repeat until
      *a pass settles nothing more. Whatever is left unsettled then
      *can only be waiting on itself round a loop on JOBDEP.DAT.
       SETTLE-JOB-STATES.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX IS GREATER THAN WS-JOB-COUNT
               IF WS-JB-DONE(WS-JOB-IDX) IS NOT LESS THAN 0
                       AND WS-JB-DONE(WS-JOB-IDX) IS NOT LESS THAN
                           WS-JB-START(WS-JOB-IDX)
                   MOVE "C" TO WS-JB-STATE(WS-JOB-IDX)
               ELSE
                   IF WS-JB-START(WS-JOB-IDX) IS NOT LESS THAN 0
                       MOVE "F" TO WS-JB-STATE(WS-JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-CHANGED-SWITCH.
           PERFORM UNTIL WS-CHANGED-SWITCH IS EQUAL TO "N"
               MOVE "N" TO WS-CHANGED-SWITCH
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX IS GREATER THAN WS-JOB-COUNT
                   IF WS-JB-STATE(WS-JOB-IDX) IS EQUAL TO SPACES
                       PERFORM SETTLE-ONE-JOB
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX IS GREATER THAN WS-JOB-COUNT
               IF WS-JB-STATE(WS-JOB-IDX) IS EQUAL TO SPACES
                   MOVE "L" TO WS-JB-STATE(WS-JOB-IDX)
               END-IF
               PERFORM CHECK-ONE-DEADLINE
           END-PERFORM.

      *A failure anywhere up the chain blocks the job, and the block
      *names the job that actually failed. Otherwise the first
      *predecessor not yet complete is the one it is waiting on; a
      *predecessor missing from JOBDEP.DAT can never be seen to
      *complete, so the job waits on it by name.
       SETTLE-ONE-JOB.
           MOVE SPACES TO WS-BLOCK-NAME.
           MOVE SPACES TO WS-WAIT-NAME.
           MOVE "N" TO WS-UNSETTLED-SWITCH.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX IS GREATER THAN 4
               IF WS-JB-PRED(WS-JOB-IDX, WS-PRED-IDX)
                       IS NOT EQUAL TO SPACES
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.
           IF WS-BLOCK-NAME IS NOT EQUAL TO SPACES
               MOVE "B" TO WS-JB-STATE(WS-JOB-IDX)
               MOVE WS-BLOCK-NAME TO WS-JB-CAUSE(WS-JOB-IDX)
               MOVE "Y" TO WS-CHANGED-SWITCH
           ELSE
               IF WS-UNSETTLED-SWITCH IS EQUAL TO "N"
                   IF WS-WAIT-NAME IS NOT EQUAL TO SPACES
                       MOVE "W" TO WS-JB-STATE(WS-JOB-IDX)
                       MOVE WS-WAIT-NAME TO WS-JB-CAUSE(WS-JOB-IDX)
                   ELSE
                       IF WS-JB-EARLIEST(WS-JOB-IDX)
                               IS GREATER THAN WS-NOW-POS
                           MOVE "T" TO WS-JB-STATE(WS-JOB-IDX)
                       ELSE
                           MOVE "R" TO WS-JB-STATE(WS-JOB-IDX)
                       END-IF
                   END-IF
                   MOVE "Y" TO WS-CHANGED-SWITCH
               END-IF
           END-IF.

       CHECK-ONE-PREDECESSOR.
           MOVE WS-JB-PRED(WS-JOB-IDX, WS-PRED-IDX) TO WS-LOOKUP-NAME.
           PERFORM FIND-JOB-ENTRY.
           IF WS-JOB-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-WAIT-NAME IS EQUAL TO SPACES
                   MOVE WS-LOOKUP-NAME TO WS-WAIT-NAME
               END-IF
           ELSE
               EVALUATE WS-JB-STATE(WS-FIND-IDX)
                   WHEN "C"
                       CONTINUE
                   WHEN "F"
                       IF WS-BLOCK-NAME IS EQUAL TO SPACES
                           MOVE WS-LOOKUP-NAME TO WS-BLOCK-NAME
                       END-IF
                   WHEN "B"
                       IF WS-BLOCK-NAME IS EQUAL TO SPACES
                           MOVE WS-JB-CAUSE(WS-FIND-IDX)
                               TO WS-BLOCK-NAME
                       END-IF
                   WHEN SPACES
                       MOVE "Y" TO WS-UNSETTLED-SWITCH
                   WHEN OTHER
                       IF WS-WAIT-NAME IS EQUAL TO SPACES
                           MOVE WS-LOOKUP-NAME TO WS-WAIT-NAME
                       END-IF
               END-EVALUATE
           END-IF.

      *A job with a deadline is late once the night has passed it
      *without a completion, or when its completion came after it.
       CHECK-ONE-DEADLINE.
           IF WS-JB-DEADLINE(WS-JOB-IDX) IS NOT LESS THAN 0
               IF WS-JB-STATE(WS-JOB-IDX) IS EQUAL TO "C"
                   IF WS-JB-DONE(WS-JOB-IDX) IS GREATER THAN
                           WS-JB-DEADLINE(WS-JOB-IDX)
                       MOVE "F" TO WS-JB-LATE(WS-JOB-IDX)
                   END-IF
               ELSE
                   IF WS-NOW-POS IS GREATER THAN
                           WS-JB-DEADLINE(WS-JOB-IDX)
                       MOVE "M" TO WS-JB-LATE(WS-JOB-IDX)
                   END-IF
               END-IF
           END-IF.

       LOAD-RAISED-ALERTS.
           OPEN INPUT ALERT-OUTBOX-FILE.
           IF WS-ALERT-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ALERT-OUTBOX-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF ALT-KIND IS EQUAL TO "ALERT"
                                   AND ALT-EVENT IS EQUAL TO "LATEJOB"
                                   AND WS-RAISED-COUNT IS LESS THAN 200
                               ADD 1 TO WS-RAISED-COUNT
                               MOVE ALT-SUMMARY TO
                                   WS-RAISED-SUMMARY(WS-RAISED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-OUTBOX-FILE
           END-IF.

       WRITE-READINESS-REPORT.
           OPEN OUTPUT READY-REPORT-FILE.
           MOVE SPACES TO READY-REPORT-REC.
           STRING "STREAM READINESS - NIGHT OF " WS-NIGHT-DATE
                  DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO READY-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NOW-POS IS LESS THAN 0
               MOVE "  THIS NIGHT HAS NOT BEGUN - NOTHING IS DUE YET."
                   TO READY-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-NOW-POS IS GREATER THAN 1439
               MOVE "  THIS NIGHT IS OVER - OUTSTANDING WORK IS LATE."
                   TO READY-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-LAST-STREAM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX IS GREATER THAN WS-JOB-COUNT
               PERFORM REPORT-ONE-JOB
           END-PERFORM.
           MOVE SPACES TO READY-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO READY-REPORT-REC.
           STRING "COMPLETE " WS-COMPLETE-COUNT DELIMITED BY SIZE
                  "  READY " WS-READY-COUNT DELIMITED BY SIZE
                  "  WAITING " WS-WAITING-COUNT DELIMITED BY SIZE
                  "  FAILED " WS-FAILED-COUNT DELIMITED BY SIZE
                  "  BLOCKED " WS-BLOCKED-COUNT DELIMITED BY SIZE
                  "  LATE " WS-LATE-COUNT DELIMITED BY SIZE
                  INTO READY-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ALERT-COUNT IS GREATER THAN 0
               MOVE SPACES TO READY-REPORT-REC
               STRING "DEADLINE ALERTS RAISED THIS RUN: "
                      WS-ALERT-COUNT DELIMITED BY SIZE
                      INTO READY-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE READY-REPORT-FILE.

       REPORT-ONE-JOB.
           IF WS-JB-STREAM(WS-JOB-IDX) IS NOT EQUAL TO WS-LAST-STREAM
                   OR WS-JOB-IDX IS EQUAL TO 1
               MOVE WS-JB-STREAM(WS-JOB-IDX) TO WS-LAST-STREAM
               MOVE SPACES TO READY-REPORT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO READY-REPORT-REC
               STRING "STREAM " WS-LAST-STREAM DELIMITED BY SIZE
                      INTO READY-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO READY-REPORT-REC.
           EVALUATE WS-JB-STATE(WS-JOB-IDX)
               WHEN "C"
                   ADD 1 TO WS-COMPLETE-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " COMPLETE AT " DELIMITED BY SIZE
                          WS-JB-DONE-TIME(WS-JOB-IDX) DELIMITED BY SIZE
                          INTO READY-REPORT-REC
               WHEN "F"
                   ADD 1 TO WS-FAILED-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " FAILED - STARTED " DELIMITED BY SIZE
                          WS-JB-START-TIME(WS-JOB-IDX)
                              DELIMITED BY SIZE
                          ", NO COMPLETION" DELIMITED BY SIZE
                          INTO READY-REPORT-REC
               WHEN "B"
                   ADD 1 TO WS-BLOCKED-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " BLOCKED - " DELIMITED BY SIZE
                          WS-JB-CAUSE(WS-JOB-IDX) DELIMITED BY SPACE
                          " FAILED" DELIMITED BY SIZE
                          INTO READY-REPORT-REC
               WHEN "W"
                   ADD 1 TO WS-WAITING-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " WAITING ON " DELIMITED BY SIZE
                          WS-JB-CAUSE(WS-JOB-IDX) DELIMITED BY SPACE
                          INTO READY-REPORT-REC
               WHEN "T"
                   ADD 1 TO WS-WAITING-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " WAITING FOR START TIME " DELIMITED BY SIZE
                          WS-JB-EARLY-HHMM(WS-JOB-IDX)
                              DELIMITED BY SIZE
                          INTO READY-REPORT-REC
               WHEN "R"
                   ADD 1 TO WS-READY-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " READY" DELIMITED BY SIZE
                          INTO READY-REPORT-REC
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
                   STRING "  " WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
                          " WAITING - PREDECESSORS LOOP ON JOBDEP.DAT"
                              DELIMITED BY SIZE
                          INTO READY-REPORT-REC
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-JB-LATE(WS-JOB-IDX) IS NOT EQUAL TO SPACES
               PERFORM REPORT-DEADLINE-MISS
           END-IF.

      *The alert summary names the job, the deadline and the night,
      *which is also what makes it recognizable on a rerun.
       REPORT-DEADLINE-MISS.
           ADD 1 TO WS-LATE-COUNT.
           MOVE SPACES TO READY-REPORT-REC.
           IF WS-JB-LATE(WS-JOB-IDX) IS EQUAL TO "F"
               STRING "    ** LATE - DUE BY " DELIMITED BY SIZE
                      WS-JB-DUE-HHMM(WS-JOB-IDX) DELIMITED BY SIZE
                      ", FINISHED " DELIMITED BY SIZE
                      WS-JB-DONE-TIME(WS-JOB-IDX) DELIMITED BY SIZE
                      INTO READY-REPORT-REC
           ELSE
               STRING "    ** LATE - DUE BY " DELIMITED BY SIZE
                      WS-JB-DUE-HHMM(WS-JOB-IDX) DELIMITED BY SIZE
                      ", NOT FINISHED" DELIMITED BY SIZE
                      INTO READY-REPORT-REC
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ALW-SUMMARY.
           STRING WS-JB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
                  " MISSED " DELIMITED BY SIZE
                  WS-JB-DUE-HHMM(WS-JOB-IDX) DELIMITED BY SIZE
                  " NIGHT " DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  INTO ALW-SUMMARY.
           MOVE "N" TO WS-RAISED-SWITCH.
           PERFORM VARYING WS-RAISED-IDX FROM 1 BY 1
                   UNTIL WS-RAISED-IDX IS GREATER THAN WS-RAISED-COUNT
               IF WS-RAISED-SUMMARY(WS-RAISED-IDX)
                       IS EQUAL TO ALW-SUMMARY
                   MOVE "Y" TO WS-RAISED-SWITCH
               END-IF
           END-PERFORM.
           IF WS-RAISED-SWITCH IS EQUAL TO "N"
               MOVE "LATEJOB" TO ALW-EVENT
               IF WS-JB-LATE(WS-JOB-IDX) IS EQUAL TO "F"
                   MOVE "W" TO ALW-SEVERITY
               ELSE
                   MOVE "S" TO ALW-SEVERITY
               END-IF
               MOVE "JOBREADY" TO ALW-PROGRAM
               PERFORM WRITE-OPS-ALERT
               ADD 1 TO WS-ALERT-COUNT
               IF WS-RAISED-COUNT IS LESS THAN 200
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE ALW-SUMMARY
                       TO WS-RAISED-SUMMARY(WS-RAISED-COUNT)
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           WRITE READY-REPORT-REC.
           DISPLAY READY-REPORT-REC.

       COPY alertw.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
       COPY retcode.
