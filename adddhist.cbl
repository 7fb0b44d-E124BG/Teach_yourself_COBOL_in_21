      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Department activity history, run nightly after the GL
      * feed. ADDDEPT.DAT only ever holds the current day's
      * per-department tallies and is rolled over by the next day's
      * first ADDITION run, so the departments could never be shown
      * what they submitted over a month. This takes the night's
      * ADDDEPT.DAT lines - count and sum per department, broken out
      * by operation code - matches each department to the entry
      * ADDGLFD put on tonight's journal feed (ADDGLJE.DAT) for that
      * department's clearing account, and files them on the dated
      * history ADDDPTH.DAT the month-end chargeback statements
      * (ADDCHGS) are printed from. A rerun for the same business date
      * replaces that date's lines instead of doubling them: the
      * history is carried forward through ADDDPTHN.DAT without them
      * and copied back with tonight's lines added.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDDHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-DEPT-FILE ASSIGN TO "ADDDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "ADDGLJE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT DEPT-HIST-FILE ASSIGN TO "ADDDPTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT DEPT-HIST-NEW-FILE ASSIGN TO "ADDDPTHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTHIST-NEW-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-DEPT-FILE.
       COPY adddept.

      *Tonight's journal feed as ADDGLFD cut it - each department's
      *pair is described "DAILY ADDS " followed by the department.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-REC.
           05  GLJ-POSTING-DATE PIC 9(8).
           05  GLJ-ACCOUNT      PIC X(8).
           05  GLJ-DEBIT-CREDIT PIC X(1).
           05  GLJ-AMOUNT       PIC 9(9)V99.
           05  GLJ-DESCRIPTION  PIC X(20).

       FD  DEPT-HIST-FILE.
       COPY adddpth.

       FD  DEPT-HIST-NEW-FILE.
       01  DEPT-HIST-NEW-REC PIC X(109).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-DEPT-STATUS PIC XX.
       01  WS-JOURNAL-STATUS PIC XX.
       01  WS-DEPTHIST-STATUS PIC XX.
       01  WS-DEPTHIST-NEW-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

      *Tonight's department lines, with the journal entry matched to
      *each one.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 50 TIMES.
               10  WS-NT-DEPT-IMAGE PIC X(88).
               10  WS-NT-DEPT       PIC X(4).
               10  WS-NT-ACCOUNT    PIC X(8).
               10  WS-NT-POSTED-SUM PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-NT-ON-FEED    PIC X(1).
       01  WS-NIGHT-COUNT PIC 9(3) VALUE 0.
       01  WS-NIGHT-IDX PIC 9(3).
       01  WS-HIST-DATE PIC 9(8) VALUE 0.
       01  WS-FEED-DEPT PIC X(4).
       01  WS-CARRIED-COUNT PIC 9(7) VALUE 0.
       01  WS-REPLACED-COUNT PIC 9(7) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "ADDDHIST" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           PERFORM LOAD-NIGHT-DEPARTMENTS.
           IF WS-NIGHT-COUNT IS EQUAL TO 0
               DISPLAY "NO DEPARTMENT TOTALS ON HAND - HISTORY"
                       " UNCHANGED"
               MOVE "ADDDHIST" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ADHS" TO ERR-CODE
               MOVE "NO ADDDEPT.DAT LINES TO FILE" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               PERFORM MATCH-JOURNAL-FEED
               PERFORM CARRY-FORWARD-HISTORY
               PERFORM COPY-BACK-HISTORY
               DISPLAY "DEPARTMENT HISTORY FILED FOR " WS-HIST-DATE
                       " - DEPARTMENTS " WS-NIGHT-COUNT
               IF WS-REPLACED-COUNT IS GREATER THAN 0
                   DISPLAY "RERUN - " WS-REPLACED-COUNT
                           " EARLIER LINES FOR THE DATE REPLACED"
               END-IF
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDDHIST as outstanding.
           MOVE "ADDDHIST" TO JS-PROGRAM-NAME.
           MOVE WS-NIGHT-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       LOAD-NIGHT-DEPARTMENTS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-NIGHT-DEPARTMENT
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-FILE
           END-IF.

      *Lines written before the operation breakdown existed carry
      *spaces there; they are filed with zero operation columns.
       STORE-NIGHT-DEPARTMENT.
           IF WS-NIGHT-COUNT IS LESS THAN 50
               ADD 1 TO WS-NIGHT-COUNT
               IF DEP-OPS IS EQUAL TO SPACES
                   MOVE 0 TO DEP-OP-COUNT(1) DEP-OP-COUNT(2)
                             DEP-OP-COUNT(3)
                   MOVE 0 TO DEP-OP-SUM(1) DEP-OP-SUM(2) DEP-OP-SUM(3)
               END-IF
               MOVE ADD-DEPT-REC TO WS-NT-DEPT-IMAGE(WS-NIGHT-COUNT)
               MOVE DEP-DEPT TO WS-NT-DEPT(WS-NIGHT-COUNT)
               MOVE SPACES TO WS-NT-ACCOUNT(WS-NIGHT-COUNT)
               MOVE 0 TO WS-NT-POSTED-SUM(WS-NIGHT-COUNT)
               MOVE "N" TO WS-NT-ON-FEED(WS-NIGHT-COUNT)
               MOVE DEP-RUN-DATE TO WS-HIST-DATE
           ELSE
               DISPLAY "MORE THAN 50 DEPARTMENTS - " DEP-DEPT
                       " NOT FILED"
               MOVE "ADDDHIST" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ADHS" TO ERR-CODE
               MOVE "DEPARTMENT TABLE FULL - LINE NOT FILED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.

      *A held feed leaves yesterday's journal (or none) on disk, so
      *only entries dated tonight's business date count; anything
      *unmatched stays "not on the feed" for the statement to show.
       MATCH-JOURNAL-FEED.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GL-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF GLJ-POSTING-DATE IS EQUAL TO WS-HIST-DATE
                                   AND GLJ-DESCRIPTION(1:11)
                                       IS EQUAL TO "DAILY ADDS "
                                   AND GLJ-DESCRIPTION
                                       IS NOT EQUAL TO
                                       "DAILY ADDS OFFSET"
                               PERFORM MATCH-ONE-FEED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

       MATCH-ONE-FEED-ENTRY.
           MOVE GLJ-DESCRIPTION(12:4) TO WS-FEED-DEPT.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX IS GREATER THAN WS-NIGHT-COUNT
               IF WS-NT-DEPT(WS-NIGHT-IDX) IS EQUAL TO WS-FEED-DEPT
                   MOVE GLJ-ACCOUNT TO WS-NT-ACCOUNT(WS-NIGHT-IDX)
                   MOVE "Y" TO WS-NT-ON-FEED(WS-NIGHT-IDX)
                   IF GLJ-DEBIT-CREDIT IS EQUAL TO "C"
                       COMPUTE WS-NT-POSTED-SUM(WS-NIGHT-IDX) =
                           0 - GLJ-AMOUNT
                   ELSE
                       MOVE GLJ-AMOUNT
                           TO WS-NT-POSTED-SUM(WS-NIGHT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *Everything already on file except tonight's business date goes
      *to the carry-forward copy, then tonight's lines are added.
       CARRY-FORWARD-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN OUTPUT DEPT-HIST-NEW-FILE.
           OPEN INPUT DEPT-HIST-FILE.
           IF WS-DEPTHIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-HIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF DPH-RUN-DATE IS EQUAL TO WS-HIST-DATE
                               ADD 1 TO WS-REPLACED-COUNT
                           ELSE
                               MOVE DEPT-HIST-REC TO DEPT-HIST-NEW-REC
                               WRITE DEPT-HIST-NEW-REC
                               ADD 1 TO WS-CARRIED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-HIST-FILE
           END-IF.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX IS GREATER THAN WS-NIGHT-COUNT
               MOVE SPACES TO DEPT-HIST-REC
               MOVE WS-NT-DEPT-IMAGE(WS-NIGHT-IDX) TO ADD-DEPT-REC
               MOVE DEP-RUN-DATE TO DPH-RUN-DATE
               MOVE DEP-DEPT TO DPH-DEPT
               MOVE DEP-TRANS-COUNT TO DPH-TRANS-COUNT
               MOVE DEP-TOTAL-SUM TO DPH-TOTAL-SUM
               MOVE DEP-OPS TO DPH-OPS
               MOVE WS-NT-ACCOUNT(WS-NIGHT-IDX) TO DPH-GL-ACCOUNT
               MOVE WS-NT-POSTED-SUM(WS-NIGHT-IDX)
                   TO DPH-GL-POSTED-SUM
               MOVE WS-NT-ON-FEED(WS-NIGHT-IDX) TO DPH-GL-ON-FEED
               MOVE DEPT-HIST-REC TO DEPT-HIST-NEW-REC
               WRITE DEPT-HIST-NEW-REC
           END-PERFORM.
           CLOSE DEPT-HIST-NEW-FILE.

       COPY-BACK-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT DEPT-HIST-NEW-FILE.
           OPEN OUTPUT DEPT-HIST-FILE.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ DEPT-HIST-NEW-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       MOVE DEPT-HIST-NEW-REC TO DEPT-HIST-REC
                       WRITE DEPT-HIST-REC
               END-READ
           END-PERFORM.
           CLOSE DEPT-HIST-NEW-FILE.
           CLOSE DEPT-HIST-FILE.

       COPY retcode.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
