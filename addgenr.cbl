      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Generation rotation for ADDITION's daily files, run
      * as the last step of the nightly stream, once the night's
      * balancing, GL feed and history steps are through, so a roll
      * that fails holds nothing else up. ADDTRVAL.DAT, ADDRSLT.DAT,
      * ADDCTL.DAT and ADDDEPT.DAT are all recut by the next night's
      * stream, so once a bad night came to light there was no way
      * back to what it had read and written. This rolls the night's
      * four files, record for record, into the generation store
      * ADDGEN.DAT as the next numbered generation under the business
      * date ADDCTL.DAT carries, and puts a line per file on the
      * manifest ADDGENM.DAT with its record count and hash total.
      * Generations are kept for a number of business days counted
      * back on the business calendar - ten unless the GEN-KEEP
      * system parameter carries another figure - and older ones
      * are dropped with their manifest lines. A second roll for the
      * same business date (a rerun night) replaces that date's
      * generation rather than keeping both. Both files are carried
      * forward through ADDGENN.DAT and ADDGENMN.DAT and copied back.
      * ADDRERUN restores from here under supervisor authority.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDGENR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-TRANS-FILE ASSIGN TO "ADDTRVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ADD-RESULT-FILE ASSIGN TO "ADDRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT ADD-CONTROL-FILE ASSIGN TO "ADDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ADD-DEPT-FILE ASSIGN TO "ADDDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT GEN-STORE-FILE ASSIGN TO "ADDGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT GEN-STORE-NEW-FILE ASSIGN TO "ADDGENN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-NEW-STATUS.
           SELECT GEN-MANIFEST-FILE ASSIGN TO "ADDGENM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT GEN-MANIFEST-NEW-FILE ASSIGN TO "ADDGENMN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-NEW-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY buscalsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
      *The four daily files are rolled as record images - the layouts
      *that matter here are the hash views in ADDGNHDR.
       FD  ADD-TRANS-FILE.
       01  ADD-TRANS-IMAGE PIC X(35).

       FD  ADD-RESULT-FILE.
       01  ADD-RESULT-IMAGE PIC X(60).

       FD  ADD-CONTROL-FILE.
       01  ADD-CONTROL-IMAGE PIC X(103).

       FD  ADD-DEPT-FILE.
       01  ADD-DEPT-IMAGE PIC X(88).

       FD  GEN-STORE-FILE.
       COPY addgen.

       FD  GEN-STORE-NEW-FILE.
       01  GEN-STORE-NEW-REC PIC X(152).

       FD  GEN-MANIFEST-FILE.
       COPY addgenm.

       FD  GEN-MANIFEST-NEW-FILE.
       01  GEN-MANIFEST-NEW-REC PIC X(66).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY buscalfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-RESULT-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-DEPT-STATUS PIC XX.
       01  WS-GEN-STATUS PIC XX.
       01  WS-GEN-NEW-STATUS PIC XX.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-MANIFEST-NEW-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

       01  WS-GEN-KEEP-DAYS PIC 9(3) VALUE 10.
       01  WS-GEN-DATE PIC 9(8).
       01  WS-GEN-NUMBER PIC 9(5) VALUE 0.
       01  WS-HIGH-GEN-NUMBER PIC 9(5) VALUE 0.
       01  WS-ROLLED-DATE PIC 9(8).
       01  WS-ROLLED-TIME PIC 9(8).

      *Tonight's four files, in the order they go on the store, with
      *the control figures each one rolled with.
       01  WS-ROLL-TABLE.
           05  WS-ROLL-ENTRY OCCURS 4 TIMES.
               10  WS-RL-FILE-ID   PIC X(8).
               10  WS-RL-PRESENT   PIC X(1).
               10  WS-RL-COUNT     PIC 9(7).
               10  WS-RL-HASH      PIC S9(11)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ROLL-IDX PIC 9(1).
       01  WS-LINE-NUMBER PIC 9(7).
       01  WS-ROLLED-LINES PIC 9(7) VALUE 0.
       01  WS-HASH-ED PIC -(11)9.99.

       01  WS-CARRIED-LINES PIC 9(7) VALUE 0.
       01  WS-DROPPED-LINES PIC 9(7) VALUE 0.
       01  WS-REPLACED-LINES PIC 9(7) VALUE 0.
      *Generations left on file after the roll, counted off the
      *manifest's ADDTRVAL lines (one per generation).
       01  WS-KEPT-GENERATIONS PIC 9(5) VALUE 0.
       01  WS-DROPPED-GENERATIONS PIC 9(5) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY buscalhdr.
       COPY buscbhdr.
       COPY addgnhdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "ADDGENR" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-ROLLED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ROLLED-TIME FROM TIME.
           PERFORM GET-GENERATION-DATE.
           PERFORM GET-RETENTION-CUTOFF.
           PERFORM FIND-HIGH-GENERATION.
           ADD 1 TO WS-HIGH-GEN-NUMBER GIVING WS-GEN-NUMBER.
           PERFORM CARRY-FORWARD-STORE.
           PERFORM COPY-BACK-STORE.
           PERFORM CARRY-FORWARD-MANIFEST.
           PERFORM COPY-BACK-MANIFEST.
           DISPLAY "GENERATION " WS-GEN-NUMBER " ROLLED FOR "
                   WS-GEN-DATE " - " WS-ROLLED-LINES " RECORDS".
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX IS GREATER THAN 4
               MOVE WS-RL-HASH(WS-ROLL-IDX) TO WS-HASH-ED
               IF WS-RL-PRESENT(WS-ROLL-IDX) IS EQUAL TO "Y"
                   DISPLAY "  " WS-RL-FILE-ID(WS-ROLL-IDX)
                           " COUNT " WS-RL-COUNT(WS-ROLL-IDX)
                           " HASH " WS-HASH-ED
               ELSE
                   DISPLAY "  " WS-RL-FILE-ID(WS-ROLL-IDX)
                           " NOT ON DISK - ROLLED AS MISSING"
               END-IF
           END-PERFORM.
           IF WS-REPLACED-LINES IS GREATER THAN 0
               DISPLAY "RERUN - EARLIER GENERATION FOR THE DATE"
                       " REPLACED"
           END-IF.
           DISPLAY "KEEPING " WS-GEN-KEEP-DAYS " BUSINESS DAYS FROM "
                   WS-CAL-CUTOFF-DATE " - GENERATIONS ON FILE "
                   WS-KEPT-GENERATIONS ", DROPPED "
                   WS-DROPPED-GENERATIONS.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDGENR as outstanding.
           MOVE "ADDGENR" TO JS-PROGRAM-NAME.
           MOVE WS-ROLLED-LINES TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *The generation is filed under the business date ADDITION
      *posted the night's control totals to. With no control record
      *on disk the night is still rolled, under the processing date,
      *and the gap is logged.
       GET-GENERATION-DATE.
           PERFORM GET-PROCESSING-DATE.
           MOVE WS-PROCESSING-DATE TO WS-GEN-DATE.
           OPEN INPUT ADD-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               READ ADD-CONTROL-FILE
                   AT END MOVE "10" TO WS-CONTROL-STATUS
               END-READ
               CLOSE ADD-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
                   AND ADD-CONTROL-IMAGE(1:8) IS NUMERIC
               MOVE ADD-CONTROL-IMAGE(1:8) TO WS-GEN-DATE
           ELSE
               DISPLAY "NO CONTROL RECORD - GENERATION FILED UNDER"
                       " PROCESSING DATE " WS-GEN-DATE
               MOVE "ADDGENR" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AGEN" TO ERR-CODE
               MOVE "NO ADDCTL.DAT - ROLLED UNDER PROC DATE"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.

      *The retention is counted back in business days on the calendar
      *from the generation's own business date, the way ADDEDIT
      *counts its duplicate window.
       GET-RETENTION-CUTOFF.
           MOVE "GEN-KEEP" TO WS-PARM-KEY.
           MOVE WS-GEN-KEEP-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-GEN-KEEP-DAYS.
           MOVE WS-GEN-DATE TO WS-PROCESSING-DATE.
           MOVE WS-GEN-KEEP-DAYS TO WS-CAL-BACK-DAYS.
           PERFORM GET-BUSINESS-CUTOFF.

      *Generation numbers only ever go up - the next one is one past
      *the highest the manifest has ever carried.
       FIND-HIGH-GENERATION.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GEN-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GEN-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF GNM-NUMBER IS NUMERIC
                                   AND GNM-NUMBER IS GREATER THAN
                                       WS-HIGH-GEN-NUMBER
                               MOVE GNM-NUMBER TO WS-HIGH-GEN-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-MANIFEST-FILE
           END-IF.

      *Every generation still inside the retention, other than an
      *earlier roll of tonight's business date, goes to the
      *carry-forward copy; then tonight's files are added behind it.
       CARRY-FORWARD-STORE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN OUTPUT GEN-STORE-NEW-FILE.
           OPEN INPUT GEN-STORE-FILE.
           IF WS-GEN-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GEN-STORE-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM CARRY-ONE-STORE-LINE
                   END-READ
               END-PERFORM
               CLOSE GEN-STORE-FILE
           END-IF.
           MOVE "ADDTRVAL" TO WS-RL-FILE-ID(1).
           MOVE "ADDRSLT " TO WS-RL-FILE-ID(2).
           MOVE "ADDCTL  " TO WS-RL-FILE-ID(3).
           MOVE "ADDDEPT " TO WS-RL-FILE-ID(4).
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX IS GREATER THAN 4
               MOVE "N" TO WS-RL-PRESENT(WS-ROLL-IDX)
               MOVE 0 TO WS-RL-COUNT(WS-ROLL-IDX)
               MOVE 0 TO WS-RL-HASH(WS-ROLL-IDX)
           END-PERFORM.
           PERFORM ROLL-TRANSACTION-FILE.
           PERFORM ROLL-RESULT-FILE.
           PERFORM ROLL-CONTROL-FILE.
           PERFORM ROLL-DEPT-FILE.
           CLOSE GEN-STORE-NEW-FILE.

       CARRY-ONE-STORE-LINE.
           EVALUATE TRUE
               WHEN GEN-BUS-DATE IS EQUAL TO WS-GEN-DATE
                   ADD 1 TO WS-REPLACED-LINES
               WHEN GEN-BUS-DATE IS LESS THAN WS-CAL-CUTOFF-DATE
                   ADD 1 TO WS-DROPPED-LINES
               WHEN OTHER
                   MOVE ADD-GEN-REC TO GEN-STORE-NEW-REC
                   WRITE GEN-STORE-NEW-REC
                   ADD 1 TO WS-CARRIED-LINES
           END-EVALUATE.

       ROLL-TRANSACTION-FILE.
           MOVE 1 TO WS-ROLL-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-TRANS-FILE.
           IF WS-TRANS-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RL-PRESENT(WS-ROLL-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-TRANS-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-TRANS-IMAGE TO WS-GEN-HASH-IMAGE
                           PERFORM ROLL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-TRANS-FILE
           END-IF.

       ROLL-RESULT-FILE.
           MOVE 2 TO WS-ROLL-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-RESULT-FILE.
           IF WS-RESULT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RL-PRESENT(WS-ROLL-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-RESULT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-RESULT-IMAGE TO WS-GEN-HASH-IMAGE
                           PERFORM ROLL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-RESULT-FILE
           END-IF.

       ROLL-CONTROL-FILE.
           MOVE 3 TO WS-ROLL-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RL-PRESENT(WS-ROLL-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-CONTROL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-CONTROL-IMAGE TO WS-GEN-HASH-IMAGE
                           PERFORM ROLL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-CONTROL-FILE
           END-IF.

       ROLL-DEPT-FILE.
           MOVE 4 TO WS-ROLL-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RL-PRESENT(WS-ROLL-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-DEPT-IMAGE TO WS-GEN-HASH-IMAGE
                           PERFORM ROLL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-FILE
           END-IF.

      *One record of tonight's files onto the new store, hashed on the
      *way past.
       ROLL-ONE-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE WS-RL-FILE-ID(WS-ROLL-IDX) TO WS-GEN-HASH-FILE-ID.
           PERFORM HASH-GENERATION-LINE.
           IF WS-GEN-HASH-COUNTS IS EQUAL TO "Y"
               ADD 1 TO WS-RL-COUNT(WS-ROLL-IDX)
               ADD WS-GEN-HASH-AMOUNT TO WS-RL-HASH(WS-ROLL-IDX)
           END-IF.
           MOVE SPACES TO ADD-GEN-REC.
           MOVE WS-GEN-NUMBER TO GEN-NUMBER.
           MOVE WS-GEN-DATE TO GEN-BUS-DATE.
           MOVE WS-RL-FILE-ID(WS-ROLL-IDX) TO GEN-FILE-ID.
           MOVE WS-LINE-NUMBER TO GEN-LINE-NUMBER.
           MOVE WS-GEN-HASH-IMAGE TO GEN-IMAGE.
           MOVE ADD-GEN-REC TO GEN-STORE-NEW-REC.
           WRITE GEN-STORE-NEW-REC.
           ADD 1 TO WS-ROLLED-LINES.

       COPY-BACK-STORE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GEN-STORE-NEW-FILE.
           OPEN OUTPUT GEN-STORE-FILE.
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GENERATION STORE WILL NOT OPEN - STATUS "
                       WS-GEN-STATUS
               MOVE "ADDGENR" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AGEN" TO ERR-CODE
               MOVE "GENERATION STORE OPEN ERROR" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GEN-STORE-NEW-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE GEN-STORE-NEW-REC TO ADD-GEN-REC
                           WRITE ADD-GEN-REC
                   END-READ
               END-PERFORM
               CLOSE GEN-STORE-FILE
           END-IF.
           CLOSE GEN-STORE-NEW-FILE.

      *The manifest follows the store: lines for generations that
      *were dropped or replaced go, and tonight's four are added.
       CARRY-FORWARD-MANIFEST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN OUTPUT GEN-MANIFEST-NEW-FILE.
           OPEN INPUT GEN-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GEN-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM CARRY-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE GEN-MANIFEST-FILE
           END-IF.
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX IS GREATER THAN 4
               MOVE SPACES TO ADD-GEN-MANIFEST-REC
               MOVE WS-GEN-NUMBER TO GNM-NUMBER
               MOVE WS-GEN-DATE TO GNM-BUS-DATE
               MOVE WS-RL-FILE-ID(WS-ROLL-IDX) TO GNM-FILE-ID
               MOVE WS-RL-PRESENT(WS-ROLL-IDX) TO GNM-PRESENT
               MOVE WS-RL-COUNT(WS-ROLL-IDX) TO GNM-RECORD-COUNT
               MOVE WS-RL-HASH(WS-ROLL-IDX) TO GNM-HASH-TOTAL
               MOVE WS-ROLLED-DATE TO GNM-ROLLED-DATE
               MOVE WS-ROLLED-TIME TO GNM-ROLLED-TIME
               MOVE ADD-GEN-MANIFEST-REC TO GEN-MANIFEST-NEW-REC
               WRITE GEN-MANIFEST-NEW-REC
           END-PERFORM.
           ADD 1 TO WS-KEPT-GENERATIONS.
           CLOSE GEN-MANIFEST-NEW-FILE.

       CARRY-ONE-MANIFEST-LINE.
           EVALUATE TRUE
               WHEN GNM-BUS-DATE IS EQUAL TO WS-GEN-DATE
                   CONTINUE
               WHEN GNM-BUS-DATE IS LESS THAN WS-CAL-CUTOFF-DATE
                   IF GNM-FILE-ID IS EQUAL TO "ADDTRVAL"
                       ADD 1 TO WS-DROPPED-GENERATIONS
                   END-IF
               WHEN OTHER
                   MOVE ADD-GEN-MANIFEST-REC TO GEN-MANIFEST-NEW-REC
                   WRITE GEN-MANIFEST-NEW-REC
                   IF GNM-FILE-ID IS EQUAL TO "ADDTRVAL"
                       ADD 1 TO WS-KEPT-GENERATIONS
                   END-IF
           END-EVALUATE.

       COPY-BACK-MANIFEST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GEN-MANIFEST-NEW-FILE.
           OPEN OUTPUT GEN-MANIFEST-FILE.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ GEN-MANIFEST-NEW-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       MOVE GEN-MANIFEST-NEW-REC
                           TO ADD-GEN-MANIFEST-REC
                       WRITE ADD-GEN-MANIFEST-REC
               END-READ
           END-PERFORM.
           CLOSE GEN-MANIFEST-NEW-FILE.
           CLOSE GEN-MANIFEST-FILE.

       COPY addgnhr.
       COPY buscalr.
       COPY buscbr.
       COPY sysprmr.
       COPY retcode.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
