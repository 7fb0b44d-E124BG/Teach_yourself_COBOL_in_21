      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Weekly aging report of open problem records. A
      * problem opened through ERRPROBM against a recurring error
      * code is only worth having if somebody works it; this report
      * lists every problem still open on the problem journal
      * (ERRPROB.DAT) with its age in days since it was opened,
      * bucketed the way the escalation aging report buckets, its
      * owner, its linked codes, the days since anything was last
      * recorded against it, and its cause and latest note where
      * there are any. A problem nobody has been assigned, or with
      * nothing recorded against it for longer than the chase limit,
      * is marked for chasing and ends the run with a warning return
      * code so the weekly job flags it. The report lands on
      * ERRPRAGE.DAT.
      * The chase limit is the PRB-CHASE system parameter and the
      * age buckets follow ESC-BAND-LOW and ESC-BAND-HI, so both
      * aging reports keep bucketing alike (SYSPARM.DAT; 14, 7 and
      * 30 days while the file carries none).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRPRAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBLEM-AGING-FILE ASSIGN TO "ERRPRAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY errprsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBLEM-AGING-FILE.
       01  PROBLEM-AGING-REC PIC X(100).

       COPY errprfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
      *Aging limits: the escalation report's buckets, plus the chase
      *limit on days with nothing recorded against a problem -
      *built-in figures, until SYSPARM.DAT says otherwise.
       01  WS-CHASE-LIMIT PIC 9(3) VALUE 14.
       01  WS-BAND-LOW PIC 9(3) VALUE 7.
       01  WS-BAND-HIGH PIC 9(3) VALUE 30.
       01  WS-BAND-MID-START PIC 9(3).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-DAYS-OPEN PIC S9(5).
       01  WS-DAYS-OPEN-ED PIC -(4)9.
       01  WS-DAYS-IDLE PIC S9(5).
       01  WS-DAYS-IDLE-ED PIC -(4)9.
       01  WS-BUCKET-FIRST PIC 9(5) VALUE 0.
       01  WS-BUCKET-SECOND PIC 9(5) VALUE 0.
       01  WS-BUCKET-OVER PIC 9(5) VALUE 0.
       01  WS-UNASSIGNED-COUNT PIC 9(5) VALUE 0.
       01  WS-OVER-LIMIT-COUNT PIC 9(5) VALUE 0.
       01  WS-CHASE-COUNT PIC 9(5) VALUE 0.
       01  WS-CHASE-SWITCH PIC X.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.
       COPY errprhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "ERRPRAGE" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM GET-AGING-PARAMETERS.
           PERFORM LOAD-PROBLEM-TABLE.
           PERFORM WRITE-AGING-REPORT.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "ERRPRAGE" TO JS-PROGRAM-NAME.
           MOVE WS-PROBLEM-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           IF WS-CHASE-COUNT IS GREATER THAN 0
               PERFORM SET-WARNING-RC
           END-IF.
           GOBACK.

      *Same fallback as the escalation aging report: a band pair
      *that does not widen is ignored in favour of the built-in one.
       GET-AGING-PARAMETERS.
           MOVE "PRB-CHASE" TO WS-PARM-KEY.
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

       WRITE-AGING-REPORT.
           OPEN OUTPUT PROBLEM-AGING-FILE.
           MOVE SPACES TO PROBLEM-AGING-REC.
           STRING "OPEN PROBLEM AGING REPORT - RUN DATE "
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "  CHASE LIMIT " DELIMITED BY SIZE
                  WS-CHASE-LIMIT DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           IF WS-PROBLEM-COUNT IS EQUAL TO 0
               MOVE "  NO OPEN PROBLEMS." TO PROBLEM-AGING-REC
               PERFORM WRITE-AGING-LINE
           END-IF.
           PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                   UNTIL WS-PROBLEM-IDX IS GREATER THAN
                         WS-PROBLEM-COUNT
               PERFORM REPORT-ONE-PROBLEM
           END-PERFORM.
           MOVE SPACES TO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO PROBLEM-AGING-REC.
           STRING "OPEN " WS-PROBLEM-COUNT DELIMITED BY SIZE
                  "  0-" WS-BAND-LOW DELIMITED BY SIZE
                  " DAYS " WS-BUCKET-FIRST DELIMITED BY SIZE
                  "  " WS-BAND-MID-START DELIMITED BY SIZE
                  "-" WS-BAND-HIGH DELIMITED BY SIZE
                  " DAYS " WS-BUCKET-SECOND DELIMITED BY SIZE
                  "  OVER " WS-BAND-HIGH DELIMITED BY SIZE
                  " " WS-BUCKET-OVER DELIMITED BY SIZE
                  INTO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO PROBLEM-AGING-REC.
           STRING "UNASSIGNED " WS-UNASSIGNED-COUNT DELIMITED BY SIZE
                  "  PAST CHASE LIMIT " DELIMITED BY SIZE
                  WS-OVER-LIMIT-COUNT DELIMITED BY SIZE
                  INTO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           IF WS-PROBLEM-DROPPED IS GREATER THAN 0
               MOVE SPACES TO PROBLEM-AGING-REC
               STRING "PROBLEM TABLE FULL - OPEN PROBLEMS NOT AGED: "
                      WS-PROBLEM-DROPPED DELIMITED BY SIZE
                      INTO PROBLEM-AGING-REC
               PERFORM WRITE-AGING-LINE
           END-IF.
           CLOSE PROBLEM-AGING-FILE.
           IF WS-CHASE-COUNT IS GREATER THAN 0
               DISPLAY "*** OPEN PROBLEMS TO CHASE: "
                       WS-CHASE-COUNT " ***"
               MOVE "ERRPRAGE" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "PRBA" TO ERR-CODE
               MOVE "OPEN PROBLEMS UNASSIGNED OR PAST CHASE"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           END-IF.

       REPORT-ONE-PROBLEM.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-PB-OPENED(WS-PROBLEM-IDX)).
           COMPUTE WS-DAYS-IDLE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE
                   (WS-PB-LAST-DATE(WS-PROBLEM-IDX)).
           MOVE WS-DAYS-OPEN TO WS-DAYS-OPEN-ED.
           MOVE WS-DAYS-IDLE TO WS-DAYS-IDLE-ED.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN IS NOT GREATER THAN WS-BAND-LOW
                   ADD 1 TO WS-BUCKET-FIRST
               WHEN WS-DAYS-OPEN IS NOT GREATER THAN WS-BAND-HIGH
                   ADD 1 TO WS-BUCKET-SECOND
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER
           END-EVALUATE.
           MOVE "N" TO WS-CHASE-SWITCH.
           IF WS-PB-OWNER(WS-PROBLEM-IDX) IS EQUAL TO SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE "Y" TO WS-CHASE-SWITCH
           END-IF.
           IF WS-DAYS-IDLE IS GREATER THAN WS-CHASE-LIMIT
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE "Y" TO WS-CHASE-SWITCH
           END-IF.
           IF WS-CHASE-SWITCH IS EQUAL TO "Y"
               ADD 1 TO WS-CHASE-COUNT
           END-IF.
           MOVE SPACES TO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO PROBLEM-AGING-REC.
           STRING "PROBLEM " WS-PB-NUMBER(WS-PROBLEM-IDX)
                  DELIMITED BY SIZE
                  "  " WS-PB-TITLE(WS-PROBLEM-IDX) DELIMITED BY SIZE
                  INTO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO PROBLEM-AGING-REC.
           IF WS-PB-OWNER(WS-PROBLEM-IDX) IS EQUAL TO SPACES
               STRING "  OPENED " WS-PB-OPENED(WS-PROBLEM-IDX)
                      DELIMITED BY SIZE
                      "  AGE " WS-DAYS-OPEN-ED DELIMITED BY SIZE
                      " DAYS  OWNER ** UNASSIGNED **"
                      DELIMITED BY SIZE
                      INTO PROBLEM-AGING-REC
           ELSE
               STRING "  OPENED " WS-PB-OPENED(WS-PROBLEM-IDX)
                      DELIMITED BY SIZE
                      "  AGE " WS-DAYS-OPEN-ED DELIMITED BY SIZE
                      " DAYS  OWNER " DELIMITED BY SIZE
                      WS-PB-OWNER(WS-PROBLEM-IDX) DELIMITED BY SIZE
                      " SINCE " DELIMITED BY SIZE
                      WS-PB-ASSIGNED(WS-PROBLEM-IDX)
                      DELIMITED BY SIZE
                      INTO PROBLEM-AGING-REC
           END-IF.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO PROBLEM-AGING-REC.
           STRING "  CODES " WS-PB-CODE(WS-PROBLEM-IDX, 1)
                  DELIMITED BY SIZE
                  " " WS-PB-CODE(WS-PROBLEM-IDX, 2) DELIMITED BY SIZE
                  " " WS-PB-CODE(WS-PROBLEM-IDX, 3) DELIMITED BY SIZE
                  " " WS-PB-CODE(WS-PROBLEM-IDX, 4) DELIMITED BY SIZE
                  " " WS-PB-CODE(WS-PROBLEM-IDX, 5) DELIMITED BY SIZE
                  "  LAST ACTION " DELIMITED BY SIZE
                  WS-PB-LAST-DATE(WS-PROBLEM-IDX) DELIMITED BY SIZE
                  " (" WS-DAYS-IDLE-ED DELIMITED BY SIZE
                  " DAYS AGO)" DELIMITED BY SIZE
                  INTO PROBLEM-AGING-REC.
           PERFORM WRITE-AGING-LINE.
           IF WS-PB-CAUSE(WS-PROBLEM-IDX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO PROBLEM-AGING-REC
               STRING "  CAUSE " WS-PB-CAUSE(WS-PROBLEM-IDX)
                      DELIMITED BY SIZE
                      INTO PROBLEM-AGING-REC
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF WS-PB-NOTE(WS-PROBLEM-IDX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO PROBLEM-AGING-REC
               STRING "  NOTE  " WS-PB-NOTE(WS-PROBLEM-IDX)
                      DELIMITED BY SIZE
                      INTO PROBLEM-AGING-REC
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF WS-CHASE-SWITCH IS EQUAL TO "Y"
               MOVE "  ** CHASE **" TO PROBLEM-AGING-REC
               PERFORM WRITE-AGING-LINE
           END-IF.

       WRITE-AGING-LINE.
           WRITE PROBLEM-AGING-REC.
           DISPLAY PROBLEM-AGING-REC.

       COPY errprr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY sysprmr.
