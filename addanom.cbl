      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Nightly volume and amount anomaly check, run after
      * ADDBAL and before ADDGLFD cuts the journal feed. ADDCTLR
      * prints the figures but never says a day looks wrong, so a
      * department that normally sends 400 items and sent 12, or
      * whose total is three times its usual, went unnoticed until
      * the month-end statement. Each department's count and sum on
      * tonight's ADDDEPT.DAT is held against its rolling average
      * over the last twenty business days of the department history
      * ADDDPTH.DAT - a night the department sent nothing counts as
      * a zero night, and a department on the history but missing
      * tonight is judged at zero. The ADDCTL.DAT batch counts and
      * sums by operation are held the same way against the
      * per-operation history this program keeps for itself on
      * ADDANOH.DAT (carried forward through ADDANOHN.DAT). The
      * bands are set per department on ADDANTH.DAT as percentages
      * of the average; anything outside them is listed on the short
      * report ADDANORP.DAT, and a serious case also drops an ANOMALY
      * alert on ALERTBOX.DAT so the duty operator can call the
      * department before the feed is released. The feed itself is
      * never held from here - a serious anomaly ends with a warning
      * return code so the stream carries on.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDANOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-CONTROL-FILE ASSIGN TO "ADDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ADD-DEPT-FILE ASSIGN TO "ADDDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT DEPT-HIST-FILE ASSIGN TO "ADDDPTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-HIST-STATUS.
           SELECT ANOM-THRESHOLD-FILE ASSIGN TO "ADDANTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT ANOM-OP-HIST-FILE ASSIGN TO "ADDANOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-HIST-STATUS.
           SELECT ANOM-OP-HIST-NEW-FILE ASSIGN TO "ADDANOHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-HIST-NEW-STATUS.
           SELECT ANOM-REPORT-FILE ASSIGN TO "ADDANORP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY alertsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY buscalsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-CONTROL-FILE.
       COPY addctl.

       FD  ADD-DEPT-FILE.
       COPY adddept.

       FD  DEPT-HIST-FILE.
       COPY adddpth.

       FD  ANOM-THRESHOLD-FILE.
       COPY addanth.

       FD  ANOM-OP-HIST-FILE.
       COPY addanoh.

       FD  ANOM-OP-HIST-NEW-FILE.
       01  ANOM-OP-HIST-NEW-REC PIC X(65).

       FD  ANOM-REPORT-FILE.
       01  ANOM-REPORT-REC PIC X(132).

       COPY alertfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY buscalfd.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-DEPT-STATUS PIC XX.
       01  WS-DEPT-HIST-STATUS PIC XX.
       01  WS-THRESHOLD-STATUS PIC XX.
       01  WS-OP-HIST-STATUS PIC XX.
       01  WS-OP-HIST-NEW-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).

      *The business date being judged - the one ADDITION posted
      *tonight's control totals to.
       01  WS-ANOM-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-FOUND PIC X VALUE "N".

      *Twenty business days back, tonight not counted: the cutoff is
      *taken over one day more so tonight's own date drops out.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 20.

      *Bands used when ADDANTH.DAT has neither the department's own
      *record nor a "*ALL" one.
       01  WS-DEFAULT-MIN-NIGHTS PIC 9(2) VALUE 5.
       01  WS-DEFAULT-WARN-LOW PIC 9(3) VALUE 50.
       01  WS-DEFAULT-WARN-HIGH PIC 9(3) VALUE 200.
       01  WS-DEFAULT-SER-LOW PIC 9(3) VALUE 20.
       01  WS-DEFAULT-SER-HIGH PIC 9(3) VALUE 300.

       01  WS-THRESHOLD-TABLE.
           05  WS-THRESHOLD-ENTRY OCCURS 100 TIMES.
               10  WS-TT-DEPT       PIC X(4).
               10  WS-TT-MIN-NIGHTS PIC 9(2).
               10  WS-TT-WARN-LOW   PIC 9(3).
               10  WS-TT-WARN-HIGH  PIC 9(3).
               10  WS-TT-SER-LOW    PIC 9(3).
               10  WS-TT-SER-HIGH   PIC 9(3).
       01  WS-THRESHOLD-COUNT PIC 9(3) VALUE 0.
       01  WS-THRESHOLD-IDX PIC 9(3).
       01  WS-FIND-THRESHOLD PIC X(4).
       01  WS-TH-FOUND-SWITCH PIC X.

      *The bands in force for the item being judged.
       01  WS-TH-MIN-NIGHTS PIC 9(2).
       01  WS-TH-WARN-LOW PIC 9(3).
       01  WS-TH-WARN-HIGH PIC 9(3).
       01  WS-TH-SER-LOW PIC 9(3).
       01  WS-TH-SER-HIGH PIC 9(3).

      *One row per department seen tonight or in the window.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DA-DEPT          PIC X(4).
               10  WS-DA-TONIGHT-COUNT PIC 9(7).
               10  WS-DA-TONIGHT-SUM   PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-DA-HIST-COUNT    PIC 9(9).
               10  WS-DA-HIST-SUM      PIC S9(11)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-DA-NIGHTS        PIC 9(3).
       01  WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01  WS-DEPT-IDX PIC 9(3).
       01  WS-FIND-DEPT PIC X(4).
       01  WS-DEPT-FOUND-SWITCH PIC X.
       01  WS-DEPT-DROPPED PIC 9(5) VALUE 0.

      *Distinct business dates the department history has inside the
      *window - the divisor for every department's average.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-DATE OCCURS 250 TIMES PIC 9(8).
       01  WS-NIGHT-COUNT PIC 9(3) VALUE 0.
       01  WS-NIGHT-IDX PIC 9(3).
       01  WS-NIGHT-FOUND-SWITCH PIC X.

      *Tonight's batch figures by operation and their history - entry
      *1 is A, 2 is S, 3 is M.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 3 TIMES.
               10  WS-OA-TONIGHT-COUNT PIC 9(7).
               10  WS-OA-TONIGHT-SUM   PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-OA-HIST-COUNT    PIC 9(9).
               10  WS-OA-HIST-SUM      PIC S9(11)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-OP-NIGHTS PIC 9(3) VALUE 0.
       01  WS-OP-IDX PIC 9(1).
       01  WS-OP-CODE-LIST PIC X(3) VALUE "ASM".

      *One figure's test: tonight against the average, both taken
      *without sign, gives the percentage and the grade.
       01  WS-AN-TONIGHT PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-AN-AVERAGE PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-AN-PCT PIC 9(5).
       01  WS-AN-GRADE PIC X(1).
       01  WS-COUNT-PCT PIC 9(5).
       01  WS-COUNT-GRADE PIC X(1).
       01  WS-SUM-PCT PIC 9(5).
       01  WS-SUM-GRADE PIC X(1).
       01  WS-ITEM-GRADE PIC X(1).
       01  WS-ITEM-LABEL PIC X(9).
       01  WS-ITEM-TONIGHT-COUNT PIC 9(7).
       01  WS-ITEM-TONIGHT-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ITEM-HIST-COUNT PIC 9(9).
       01  WS-ITEM-HIST-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ITEM-NIGHTS PIC 9(3).
       01  WS-ITEM-DIVISOR PIC 9(3).
       01  WS-AVG-COUNT PIC 9(7)V9.
       01  WS-AVG-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.

       01  WS-ITEMS-JUDGED PIC 9(5) VALUE 0.
       01  WS-ITEMS-NOT-JUDGED PIC 9(5) VALUE 0.
       01  WS-WARNING-COUNT PIC 9(5) VALUE 0.
       01  WS-SERIOUS-COUNT PIC 9(5) VALUE 0.
       01  WS-OP-HIST-WRITTEN PIC 9(5) VALUE 0.

       01  WS-COUNT-ED PIC Z(6)9.
       01  WS-AVG-COUNT-ED PIC Z(6)9.9.
       01  WS-SUM-ED PIC -(9)9.99.
       01  WS-AVG-SUM-ED PIC -(9)9.99.
       01  WS-COUNT-PCT-ED PIC Z(4)9.
       01  WS-SUM-PCT-ED PIC Z(4)9.
       01  WS-NIGHTS-ED PIC ZZ9.
       01  WS-FLAG-TEXT PIC X(7).

       COPY alerthdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY buscalhdr.
       COPY buscbhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "ADDANOM" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-TONIGHT-CONTROL.
           PERFORM LOAD-TONIGHT-DEPARTMENTS.
           IF WS-ANOM-DATE IS EQUAL TO 0
               DISPLAY "NO CONTROL OR DEPARTMENT FIGURES ON HAND -"
                       " NOTHING TO CHECK"
               MOVE "ADDANOM" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ANOM" TO ERR-CODE
               MOVE "NO ADDCTL/ADDDEPT - ANOMALY CHECK SKIPPED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               PERFORM LOAD-THRESHOLDS
               PERFORM GET-WINDOW-CUTOFF
               PERFORM LOAD-DEPT-HISTORY
               PERFORM LOAD-OP-HISTORY
               PERFORM WRITE-ANOMALY-REPORT
               IF WS-CONTROL-FOUND IS EQUAL TO "Y"
                   PERFORM CARRY-FORWARD-OP-HISTORY
                   PERFORM COPY-BACK-OP-HISTORY
               END-IF
               DISPLAY "ANOMALY CHECK FOR " WS-ANOM-DATE " - JUDGED "
                       WS-ITEMS-JUDGED ", WARNINGS " WS-WARNING-COUNT
                       ", SERIOUS " WS-SERIOUS-COUNT
               IF WS-SERIOUS-COUNT IS GREATER THAN 0
                   MOVE "ADDANOM" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "ANOM" TO ERR-CODE
                   MOVE SPACES TO ERR-MESSAGE
                   STRING WS-SERIOUS-COUNT
                          " SERIOUS VOLUME/AMOUNT ANOMALIES"
                          DELIMITED BY SIZE INTO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-WARNING-RC
               END-IF
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDANOM as outstanding.
           MOVE "ADDANOM" TO JS-PROGRAM-NAME.
           MOVE WS-ITEMS-JUDGED TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *Tonight's business date and batch figures by operation come
      *off the day control record.
       LOAD-TONIGHT-CONTROL.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               MOVE 0 TO WS-OA-TONIGHT-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OA-TONIGHT-SUM(WS-OP-IDX)
               MOVE 0 TO WS-OA-HIST-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OA-HIST-SUM(WS-OP-IDX)
           END-PERFORM.
           OPEN INPUT ADD-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               READ ADD-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-RUN-DATE IS NUMERIC
                           MOVE "Y" TO WS-CONTROL-FOUND
                           MOVE CTL-RUN-DATE TO WS-ANOM-DATE
                       END-IF
               END-READ
               CLOSE ADD-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-FOUND IS EQUAL TO "Y"
               IF CTL-OP-ADD-COUNT IS NUMERIC
                   MOVE CTL-OP-ADD-COUNT TO WS-OA-TONIGHT-COUNT(1)
               END-IF
               IF CTL-OP-ADD-SUM IS NUMERIC
                   MOVE CTL-OP-ADD-SUM TO WS-OA-TONIGHT-SUM(1)
               END-IF
               IF CTL-OP-SUB-COUNT IS NUMERIC
                   MOVE CTL-OP-SUB-COUNT TO WS-OA-TONIGHT-COUNT(2)
               END-IF
               IF CTL-OP-SUB-SUM IS NUMERIC
                   MOVE CTL-OP-SUB-SUM TO WS-OA-TONIGHT-SUM(2)
               END-IF
               IF CTL-OP-MUL-COUNT IS NUMERIC
                   MOVE CTL-OP-MUL-COUNT TO WS-OA-TONIGHT-COUNT(3)
               END-IF
               IF CTL-OP-MUL-SUM IS NUMERIC
                   MOVE CTL-OP-MUL-SUM TO WS-OA-TONIGHT-SUM(3)
               END-IF
           END-IF.

       LOAD-TONIGHT-DEPARTMENTS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM TALLY-TONIGHT-DEPARTMENT
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-FILE
           END-IF.

       TALLY-TONIGHT-DEPARTMENT.
           IF WS-ANOM-DATE IS EQUAL TO 0
                   AND DEP-RUN-DATE IS NUMERIC
               MOVE DEP-RUN-DATE TO WS-ANOM-DATE
           END-IF.
           MOVE DEP-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-IDX IS GREATER THAN 0
               IF DEP-TRANS-COUNT IS NUMERIC
                   ADD DEP-TRANS-COUNT
                       TO WS-DA-TONIGHT-COUNT(WS-DEPT-IDX)
               END-IF
               IF DEP-TOTAL-SUM IS NUMERIC
                   ADD DEP-TOTAL-SUM TO WS-DA-TONIGHT-SUM(WS-DEPT-IDX)
               END-IF
           END-IF.

      *Finds the department's row, opening one at zero if it is new;
      *WS-DEPT-IDX comes back zero only when the table is full.
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           MOVE 1 TO WS-DEPT-IDX.
           PERFORM UNTIL WS-DEPT-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DA-DEPT(WS-DEPT-IDX) IS EQUAL TO WS-FIND-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DEPT-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-DEPT-COUNT IS LESS THAN 100
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE WS-FIND-DEPT TO WS-DA-DEPT(WS-DEPT-IDX)
                   MOVE 0 TO WS-DA-TONIGHT-COUNT(WS-DEPT-IDX)
                   MOVE 0 TO WS-DA-TONIGHT-SUM(WS-DEPT-IDX)
                   MOVE 0 TO WS-DA-HIST-COUNT(WS-DEPT-IDX)
                   MOVE 0 TO WS-DA-HIST-SUM(WS-DEPT-IDX)
                   MOVE 0 TO WS-DA-NIGHTS(WS-DEPT-IDX)
               ELSE
                   ADD 1 TO WS-DEPT-DROPPED
                   MOVE 0 TO WS-DEPT-IDX
               END-IF
           END-IF.

      *A threshold record that is not numeric where it should be is
      *passed over, so one bad line cannot switch a department's
      *checks off.
       LOAD-THRESHOLDS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ANOM-THRESHOLD-FILE.
           IF WS-THRESHOLD-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ANOM-THRESHOLD-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-ONE-THRESHOLD
                   END-READ
               END-PERFORM
               CLOSE ANOM-THRESHOLD-FILE
           ELSE
               DISPLAY "NO ADDANTH.DAT ON HAND - DEFAULT BANDS USED"
           END-IF.

       STORE-ONE-THRESHOLD.
           IF ANT-MIN-NIGHTS IS NUMERIC
                   AND ANT-WARN-LOW-PCT IS NUMERIC
                   AND ANT-WARN-HIGH-PCT IS NUMERIC
                   AND ANT-SER-LOW-PCT IS NUMERIC
                   AND ANT-SER-HIGH-PCT IS NUMERIC
                   AND WS-THRESHOLD-COUNT IS LESS THAN 100
               ADD 1 TO WS-THRESHOLD-COUNT
               MOVE ANT-DEPT TO WS-TT-DEPT(WS-THRESHOLD-COUNT)
               MOVE ANT-MIN-NIGHTS
                   TO WS-TT-MIN-NIGHTS(WS-THRESHOLD-COUNT)
               MOVE ANT-WARN-LOW-PCT
                   TO WS-TT-WARN-LOW(WS-THRESHOLD-COUNT)
               MOVE ANT-WARN-HIGH-PCT
                   TO WS-TT-WARN-HIGH(WS-THRESHOLD-COUNT)
               MOVE ANT-SER-LOW-PCT
                   TO WS-TT-SER-LOW(WS-THRESHOLD-COUNT)
               MOVE ANT-SER-HIGH-PCT
                   TO WS-TT-SER-HIGH(WS-THRESHOLD-COUNT)
           ELSE
               DISPLAY "THRESHOLD RECORD PASSED OVER - " ANT-DEPT
           END-IF.

      *The item's own record, else "*ALL", else the defaults.
       GET-THRESHOLDS.
           MOVE WS-DEFAULT-MIN-NIGHTS TO WS-TH-MIN-NIGHTS.
           MOVE WS-DEFAULT-WARN-LOW TO WS-TH-WARN-LOW.
           MOVE WS-DEFAULT-WARN-HIGH TO WS-TH-WARN-HIGH.
           MOVE WS-DEFAULT-SER-LOW TO WS-TH-SER-LOW.
           MOVE WS-DEFAULT-SER-HIGH TO WS-TH-SER-HIGH.
           PERFORM FIND-THRESHOLD-ENTRY.
           IF WS-TH-FOUND-SWITCH IS NOT EQUAL TO "Y"
               MOVE "*ALL" TO WS-FIND-THRESHOLD
               PERFORM FIND-THRESHOLD-ENTRY
           END-IF.
           IF WS-TH-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE WS-TT-MIN-NIGHTS(WS-THRESHOLD-IDX)
                   TO WS-TH-MIN-NIGHTS
               MOVE WS-TT-WARN-LOW(WS-THRESHOLD-IDX) TO WS-TH-WARN-LOW
               MOVE WS-TT-WARN-HIGH(WS-THRESHOLD-IDX)
                   TO WS-TH-WARN-HIGH
               MOVE WS-TT-SER-LOW(WS-THRESHOLD-IDX) TO WS-TH-SER-LOW
               MOVE WS-TT-SER-HIGH(WS-THRESHOLD-IDX) TO WS-TH-SER-HIGH
           END-IF.

       FIND-THRESHOLD-ENTRY.
           MOVE "N" TO WS-TH-FOUND-SWITCH.
           MOVE 1 TO WS-THRESHOLD-IDX.
           PERFORM UNTIL WS-TH-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-THRESHOLD-IDX IS GREATER THAN
                       WS-THRESHOLD-COUNT
               IF WS-TT-DEPT(WS-THRESHOLD-IDX) IS EQUAL TO
                       WS-FIND-THRESHOLD
                   MOVE "Y" TO WS-TH-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-THRESHOLD-IDX
               END-IF
           END-PERFORM.

      *Counted back on the business calendar from the date being
      *judged, the way ADDEDIT counts its duplicate window.
       GET-WINDOW-CUTOFF.
           MOVE WS-ANOM-DATE TO WS-PROCESSING-DATE.
           ADD 1 TO WS-WINDOW-DAYS GIVING WS-CAL-BACK-DAYS.
           PERFORM GET-BUSINESS-CUTOFF.

       LOAD-DEPT-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT DEPT-HIST-FILE.
           IF WS-DEPT-HIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-HIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF DPH-RUN-DATE IS NUMERIC
                                   AND DPH-RUN-DATE IS NOT LESS THAN
                                       WS-CAL-CUTOFF-DATE
                                   AND DPH-RUN-DATE IS LESS THAN
                                       WS-ANOM-DATE
                               PERFORM TALLY-HISTORY-DEPARTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-HIST-FILE
           ELSE
               DISPLAY "NO ADDDPTH.DAT ON HAND - DEPARTMENTS NOT"
                       " JUDGED"
           END-IF.

       TALLY-HISTORY-DEPARTMENT.
           PERFORM NOTE-HISTORY-NIGHT.
           MOVE DPH-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-IDX IS GREATER THAN 0
               ADD 1 TO WS-DA-NIGHTS(WS-DEPT-IDX)
               IF DPH-TRANS-COUNT IS NUMERIC
                   ADD DPH-TRANS-COUNT TO WS-DA-HIST-COUNT(WS-DEPT-IDX)
               END-IF
               IF DPH-TOTAL-SUM IS NUMERIC
                   ADD DPH-TOTAL-SUM TO WS-DA-HIST-SUM(WS-DEPT-IDX)
               END-IF
           END-IF.

       NOTE-HISTORY-NIGHT.
           MOVE "N" TO WS-NIGHT-FOUND-SWITCH.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX IS GREATER THAN WS-NIGHT-COUNT
               IF WS-NIGHT-DATE(WS-NIGHT-IDX) IS EQUAL TO DPH-RUN-DATE
                   MOVE "Y" TO WS-NIGHT-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-NIGHT-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   AND WS-NIGHT-COUNT IS LESS THAN 250
               ADD 1 TO WS-NIGHT-COUNT
               MOVE DPH-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
           END-IF.

      *One line per business date; an older line for tonight's date
      *(a rerun night) is left out of the average.
       LOAD-OP-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ANOM-OP-HIST-FILE.
           IF WS-OP-HIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ANOM-OP-HIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF ANH-RUN-DATE IS NUMERIC
                                   AND ANH-RUN-DATE IS NOT LESS THAN
                                       WS-CAL-CUTOFF-DATE
                                   AND ANH-RUN-DATE IS LESS THAN
                                       WS-ANOM-DATE
                               PERFORM TALLY-HISTORY-OPERATIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOM-OP-HIST-FILE
           END-IF.

       TALLY-HISTORY-OPERATIONS.
           ADD 1 TO WS-OP-NIGHTS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               IF ANH-OP-COUNT(WS-OP-IDX) IS NUMERIC
                   ADD ANH-OP-COUNT(WS-OP-IDX)
                       TO WS-OA-HIST-COUNT(WS-OP-IDX)
               END-IF
               IF ANH-OP-SUM(WS-OP-IDX) IS NUMERIC
                   ADD ANH-OP-SUM(WS-OP-IDX)
                       TO WS-OA-HIST-SUM(WS-OP-IDX)
               END-IF
           END-PERFORM.

       WRITE-ANOMALY-REPORT.
           OPEN OUTPUT ANOM-REPORT-FILE.
           MOVE SPACES TO ANOM-REPORT-REC.
           STRING "ADDITION VOLUME AND AMOUNT ANOMALIES"
                  " - BUSINESS DATE " WS-ANOM-DATE
                  "  PRINTED " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           MOVE WS-NIGHT-COUNT TO WS-NIGHTS-ED.
           MOVE SPACES TO ANOM-REPORT-REC.
           STRING "AVERAGES OVER BUSINESS DATES FROM "
                  WS-CAL-CUTOFF-DATE " - DEPARTMENT HISTORY NIGHTS "
                  WS-NIGHTS-ED DELIMITED BY SIZE INTO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           MOVE SPACES TO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           MOVE SPACES TO ANOM-REPORT-REC.
           STRING "ITEM       TONIGHT    AVERAGE    PCT"
                  "    TONIGHT SUM    AVERAGE SUM    PCT  FLAG"
                  DELIMITED BY SIZE INTO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               PERFORM JUDGE-ONE-DEPARTMENT
           END-PERFORM.
           IF WS-CONTROL-FOUND IS EQUAL TO "Y"
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX IS GREATER THAN 3
                   PERFORM JUDGE-ONE-OPERATION
               END-PERFORM
           END-IF.
           MOVE SPACES TO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           IF WS-WARNING-COUNT IS EQUAL TO 0
                   AND WS-SERIOUS-COUNT IS EQUAL TO 0
               MOVE "NOTHING OUTSIDE ITS BANDS TONIGHT"
                   TO ANOM-REPORT-REC
               WRITE ANOM-REPORT-REC
           END-IF.
           MOVE SPACES TO ANOM-REPORT-REC.
           STRING "JUDGED: " WS-ITEMS-JUDGED
                  "  NOT JUDGED (TOO LITTLE HISTORY): "
                  WS-ITEMS-NOT-JUDGED
                  "  WARNINGS: " WS-WARNING-COUNT
                  "  SERIOUS: " WS-SERIOUS-COUNT
                  DELIMITED BY SIZE INTO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           IF WS-DEPT-DROPPED IS GREATER THAN 0
               MOVE SPACES TO ANOM-REPORT-REC
               STRING "*** " WS-DEPT-DROPPED
                      " LINES FOR DEPARTMENTS OVER THE 100 HELD -"
                      " NOT JUDGED"
                      DELIMITED BY SIZE INTO ANOM-REPORT-REC
               WRITE ANOM-REPORT-REC
           END-IF.
           CLOSE ANOM-REPORT-FILE.

      *A department needs its minimum nights on the history inside
      *the window before it is judged; its average is over every
      *night in the window, so a night it sent nothing counts zero.
       JUDGE-ONE-DEPARTMENT.
           MOVE WS-DA-DEPT(WS-DEPT-IDX) TO WS-FIND-THRESHOLD.
           PERFORM GET-THRESHOLDS.
           MOVE SPACES TO WS-ITEM-LABEL.
           STRING "DEPT " WS-DA-DEPT(WS-DEPT-IDX)
                  DELIMITED BY SIZE INTO WS-ITEM-LABEL.
           MOVE WS-DA-TONIGHT-COUNT(WS-DEPT-IDX)
               TO WS-ITEM-TONIGHT-COUNT.
           MOVE WS-DA-TONIGHT-SUM(WS-DEPT-IDX) TO WS-ITEM-TONIGHT-SUM.
           MOVE WS-DA-HIST-COUNT(WS-DEPT-IDX) TO WS-ITEM-HIST-COUNT.
           MOVE WS-DA-HIST-SUM(WS-DEPT-IDX) TO WS-ITEM-HIST-SUM.
           MOVE WS-DA-NIGHTS(WS-DEPT-IDX) TO WS-ITEM-NIGHTS.
           MOVE WS-NIGHT-COUNT TO WS-ITEM-DIVISOR.
           PERFORM JUDGE-ONE-ITEM.

      *Operations go by the "*OPS" record; every operation runs on
      *every night this program has filed.
       JUDGE-ONE-OPERATION.
           MOVE "*OPS" TO WS-FIND-THRESHOLD.
           PERFORM GET-THRESHOLDS.
           MOVE SPACES TO WS-ITEM-LABEL.
           STRING "OPER " WS-OP-CODE-LIST(WS-OP-IDX:1)
                  DELIMITED BY SIZE INTO WS-ITEM-LABEL.
           MOVE WS-OA-TONIGHT-COUNT(WS-OP-IDX) TO WS-ITEM-TONIGHT-COUNT.
           MOVE WS-OA-TONIGHT-SUM(WS-OP-IDX) TO WS-ITEM-TONIGHT-SUM.
           MOVE WS-OA-HIST-COUNT(WS-OP-IDX) TO WS-ITEM-HIST-COUNT.
           MOVE WS-OA-HIST-SUM(WS-OP-IDX) TO WS-ITEM-HIST-SUM.
           MOVE WS-OP-NIGHTS TO WS-ITEM-NIGHTS.
           MOVE WS-OP-NIGHTS TO WS-ITEM-DIVISOR.
           PERFORM JUDGE-ONE-ITEM.

      *An item that sent nothing and has nothing on the history is
      *passed over in silence; one with too little history is noted
      *only if it sent something tonight.
       JUDGE-ONE-ITEM.
           IF WS-ITEM-NIGHTS IS LESS THAN WS-TH-MIN-NIGHTS
                   OR WS-ITEM-NIGHTS IS EQUAL TO 0
               IF WS-ITEM-TONIGHT-COUNT IS GREATER THAN 0
                   ADD 1 TO WS-ITEMS-NOT-JUDGED
                   MOVE WS-ITEM-TONIGHT-COUNT TO WS-COUNT-ED
                   MOVE WS-ITEM-TONIGHT-SUM TO WS-SUM-ED
                   MOVE WS-ITEM-NIGHTS TO WS-NIGHTS-ED
                   MOVE SPACES TO ANOM-REPORT-REC
                   STRING WS-ITEM-LABEL "  " WS-COUNT-ED
                          "   NOT JUDGED - "
                          WS-NIGHTS-ED " NIGHTS OF HISTORY  "
                          WS-SUM-ED
                          DELIMITED BY SIZE INTO ANOM-REPORT-REC
                   WRITE ANOM-REPORT-REC
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-JUDGED
               COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-ITEM-HIST-COUNT / WS-ITEM-DIVISOR
               COMPUTE WS-AVG-SUM ROUNDED =
                   WS-ITEM-HIST-SUM / WS-ITEM-DIVISOR
               MOVE WS-ITEM-TONIGHT-COUNT TO WS-AN-TONIGHT
               MOVE WS-AVG-COUNT TO WS-AN-AVERAGE
               PERFORM GRADE-ONE-FIGURE
               MOVE WS-AN-PCT TO WS-COUNT-PCT
               MOVE WS-AN-GRADE TO WS-COUNT-GRADE
               MOVE WS-ITEM-TONIGHT-SUM TO WS-AN-TONIGHT
               MOVE WS-AVG-SUM TO WS-AN-AVERAGE
               PERFORM GRADE-ONE-FIGURE
               MOVE WS-AN-PCT TO WS-SUM-PCT
               MOVE WS-AN-GRADE TO WS-SUM-GRADE
               MOVE WS-COUNT-GRADE TO WS-ITEM-GRADE
               IF WS-SUM-GRADE IS EQUAL TO "S"
                       OR (WS-SUM-GRADE IS EQUAL TO "W"
                           AND WS-ITEM-GRADE IS EQUAL TO SPACE)
                   MOVE WS-SUM-GRADE TO WS-ITEM-GRADE
               END-IF
               IF WS-ITEM-GRADE IS NOT EQUAL TO SPACE
                   PERFORM WRITE-ANOMALY-LINE
               END-IF
           END-IF.

      *Tonight as a percentage of the average, signs set aside; an
      *average of nothing makes any activity tonight off the scale.
       GRADE-ONE-FIGURE.
           IF WS-AN-TONIGHT IS LESS THAN 0
               COMPUTE WS-AN-TONIGHT = 0 - WS-AN-TONIGHT
           END-IF.
           IF WS-AN-AVERAGE IS LESS THAN 0
               COMPUTE WS-AN-AVERAGE = 0 - WS-AN-AVERAGE
           END-IF.
           IF WS-AN-AVERAGE IS EQUAL TO 0
               IF WS-AN-TONIGHT IS EQUAL TO 0
                   MOVE 100 TO WS-AN-PCT
               ELSE
                   MOVE 99999 TO WS-AN-PCT
               END-IF
           ELSE
               COMPUTE WS-AN-PCT ROUNDED =
                   WS-AN-TONIGHT * 100 / WS-AN-AVERAGE
                   ON SIZE ERROR MOVE 99999 TO WS-AN-PCT
               END-COMPUTE
           END-IF.
           MOVE SPACE TO WS-AN-GRADE.
           IF (WS-TH-WARN-LOW IS GREATER THAN 0
                   AND WS-AN-PCT IS LESS THAN WS-TH-WARN-LOW)
                   OR (WS-TH-WARN-HIGH IS GREATER THAN 0
                   AND WS-AN-PCT IS GREATER THAN WS-TH-WARN-HIGH)
               MOVE "W" TO WS-AN-GRADE
           END-IF.
           IF (WS-TH-SER-LOW IS GREATER THAN 0
                   AND WS-AN-PCT IS LESS THAN WS-TH-SER-LOW)
                   OR (WS-TH-SER-HIGH IS GREATER THAN 0
                   AND WS-AN-PCT IS GREATER THAN WS-TH-SER-HIGH)
               MOVE "S" TO WS-AN-GRADE
           END-IF.

      *A serious item also goes to the duty operator, naming the
      *figure that put it there - the count when both did.
       WRITE-ANOMALY-LINE.
           MOVE WS-ITEM-TONIGHT-COUNT TO WS-COUNT-ED.
           MOVE WS-AVG-COUNT TO WS-AVG-COUNT-ED.
           MOVE WS-COUNT-PCT TO WS-COUNT-PCT-ED.
           MOVE WS-ITEM-TONIGHT-SUM TO WS-SUM-ED.
           MOVE WS-AVG-SUM TO WS-AVG-SUM-ED.
           MOVE WS-SUM-PCT TO WS-SUM-PCT-ED.
           IF WS-ITEM-GRADE IS EQUAL TO "S"
               MOVE "SERIOUS" TO WS-FLAG-TEXT
               ADD 1 TO WS-SERIOUS-COUNT
           ELSE
               MOVE "WARNING" TO WS-FLAG-TEXT
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           MOVE SPACES TO ANOM-REPORT-REC.
           STRING WS-ITEM-LABEL "  " WS-COUNT-ED "  " WS-AVG-COUNT-ED
                  " " WS-COUNT-PCT-ED "%  " WS-SUM-ED "  "
                  WS-AVG-SUM-ED " " WS-SUM-PCT-ED "%  " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO ANOM-REPORT-REC.
           WRITE ANOM-REPORT-REC.
           IF WS-ITEM-GRADE IS EQUAL TO "S"
               MOVE "ANOMALY" TO ALW-EVENT
               MOVE "S" TO ALW-SEVERITY
               MOVE "ADDANOM" TO ALW-PROGRAM
               MOVE SPACES TO ALW-SUMMARY
               IF WS-COUNT-GRADE IS EQUAL TO "S"
                   STRING WS-ITEM-LABEL " COUNT AT " WS-COUNT-PCT-ED
                          "% OF AVERAGE" DELIMITED BY SIZE
                          INTO ALW-SUMMARY
               ELSE
                   STRING WS-ITEM-LABEL " SUM AT   " WS-SUM-PCT-ED
                          "% OF AVERAGE" DELIMITED BY SIZE
                          INTO ALW-SUMMARY
               END-IF
               PERFORM WRITE-OPS-ALERT
           END-IF.

      *Lines still inside the window go forward, less any earlier
      *line for tonight's date; tonight's figures are added behind.
       CARRY-FORWARD-OP-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN OUTPUT ANOM-OP-HIST-NEW-FILE.
           OPEN INPUT ANOM-OP-HIST-FILE.
           IF WS-OP-HIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ANOM-OP-HIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF ANH-RUN-DATE IS NUMERIC
                                   AND ANH-RUN-DATE IS NOT LESS THAN
                                       WS-CAL-CUTOFF-DATE
                                   AND ANH-RUN-DATE IS NOT EQUAL TO
                                       WS-ANOM-DATE
                               MOVE ANOM-OP-HIST-REC
                                   TO ANOM-OP-HIST-NEW-REC
                               WRITE ANOM-OP-HIST-NEW-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOM-OP-HIST-FILE
           END-IF.
           MOVE WS-ANOM-DATE TO ANH-RUN-DATE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               MOVE WS-OA-TONIGHT-COUNT(WS-OP-IDX)
                   TO ANH-OP-COUNT(WS-OP-IDX)
               MOVE WS-OA-TONIGHT-SUM(WS-OP-IDX)
                   TO ANH-OP-SUM(WS-OP-IDX)
           END-PERFORM.
           MOVE ANOM-OP-HIST-REC TO ANOM-OP-HIST-NEW-REC.
           WRITE ANOM-OP-HIST-NEW-REC.
           CLOSE ANOM-OP-HIST-NEW-FILE.

       COPY-BACK-OP-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ANOM-OP-HIST-NEW-FILE.
           OPEN OUTPUT ANOM-OP-HIST-FILE.
           IF WS-OP-HIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATION HISTORY WILL NOT OPEN - STATUS "
                       WS-OP-HIST-STATUS
               MOVE "ADDANOM" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ANOM" TO ERR-CODE
               MOVE "OPERATION HISTORY OPEN ERROR" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ANOM-OP-HIST-NEW-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ANOM-OP-HIST-NEW-REC
                               TO ANOM-OP-HIST-REC
                           WRITE ANOM-OP-HIST-REC
                           ADD 1 TO WS-OP-HIST-WRITTEN
                   END-READ
               END-PERFORM
               CLOSE ANOM-OP-HIST-FILE
           END-IF.
           CLOSE ANOM-OP-HIST-NEW-FILE.

       COPY buscbr.
       COPY retcode.
       COPY alertw.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
