      * report instead of from old ADDRSLT.DAT copies. A day may have
      * several history lines (one per run, each cumulative for the
      * day); the last line for a date carries the day's final totals
      * and is the one reported as the original figures. Supervisor
      * adjustments entered through ADDADJ against a prior date are
      * appended to the same file as marked adjustment lines, often
      * days after the date they correct; they are gathered first, so
      * each day shows its original figures, the adjustments, and the
      * adjusted figures, with every adjustment listed beneath the
      * day it corrects. Month-to-date figures are the adjusted ones.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDCTLR.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-CTLHIST-FILE.
       COPY addctlh.

       FD  CTL-REPORT-FILE.
       01  CTL-REPORT-REC PIC X(132).

       COPY joblogfd.
       COPY errlogfd.
       01  WS-HELD-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER VALUE 0.

      *Adjustment lines gathered in a first pass over the history.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 500 TIMES.
               10  WS-AJ-DATE    PIC 9(8).
               10  WS-AJ-COUNT   PIC S9(5)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-AJ-SUM     PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-AJ-DEPT    PIC X(4).
               10  WS-AJ-OP      PIC X(1).
               10  WS-AJ-BY      PIC X(8).
               10  WS-AJ-ENTERED PIC 9(8).
               10  WS-AJ-REASON  PIC X(30).
       01  WS-ADJ-COUNT PIC 9(5) VALUE 0.
       01  WS-ADJ-IDX PIC 9(5).
       01  WS-ADJ-DROPPED PIC 9(5) VALUE 0.

       01  WS-DAY-ADJ-COUNT PIC S9(7)
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-DAY-ADJ-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ADJUSTED-COUNT PIC S9(7)
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ADJUSTED-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.

       01  WS-MTD-MONTH PIC 9(6) VALUE 0.
       01  WS-MTD-COUNT PIC 9(9) VALUE 0.
       01  WS-MTD-SUM PIC S9(11)V99
       01  WS-DAYS-REPORTED PIC 9(5) VALUE 0.

       01  WS-HELD-SUM-ED PIC -(9)9.99.
       01  WS-ADJ-COUNT-ED PIC -(5)9.
       01  WS-ADJ-SUM-ED PIC -(9)9.99.
       01  WS-ADJUSTED-COUNT-ED PIC -(6)9.
       01  WS-ADJUSTED-SUM-ED PIC -(9)9.99.
       01  WS-MTD-SUM-ED PIC -(11)9.99.
       01  WS-TODAY-DATE PIC 9(8).

           GOBACK.

       RUN-HISTORY-REPORT.
           PERFORM LOAD-ADJUSTMENTS.
           OPEN OUTPUT CTL-REPORT-FILE.
           MOVE SPACES TO CTL-REPORT-REC.
           STRING "ADDITION CONTROL TOTALS HISTORY - PRINTED "
           WRITE CTL-REPORT-REC.
           MOVE SPACES TO CTL-REPORT-REC.
           STRING "DAYS REPORTED: " WS-DAYS-REPORTED
                  "  ADJUSTMENTS ON FILE: " WS-ADJ-COUNT
                  DELIMITED BY SIZE
                  INTO CTL-REPORT-REC.
           WRITE CTL-REPORT-REC.
           IF WS-ADJ-DROPPED IS GREATER THAN 0
               MOVE SPACES TO CTL-REPORT-REC
               STRING "*** " WS-ADJ-DROPPED
                      " ADJUSTMENTS OVER THE 500 HELD - NOT REPORTED"
                      DELIMITED BY SIZE
                      INTO CTL-REPORT-REC
               WRITE CTL-REPORT-REC
           END-IF.
           CLOSE ADD-CTLHIST-FILE.
           CLOSE CTL-REPORT-FILE.
           DISPLAY "CONTROL HISTORY REPORT WRITTEN - DAYS: "
                   WS-DAYS-REPORTED.

      *First pass: every adjustment line into the table, then the
      *file is reopened for the day-by-day pass.
       LOAD-ADJUSTMENTS.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL WS-END-OF-HIST-SWITCH IS EQUAL TO "Y"
               IF CTH-ENTRY-TYPE IS EQUAL TO "A"
                   PERFORM STORE-ONE-ADJUSTMENT
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           CLOSE ADD-CTLHIST-FILE.
           OPEN INPUT ADD-CTLHIST-FILE.
           MOVE "N" TO WS-END-OF-HIST-SWITCH.

       STORE-ONE-ADJUSTMENT.
           IF WS-ADJ-COUNT IS LESS THAN 500
               ADD 1 TO WS-ADJ-COUNT
               MOVE CTH-RUN-DATE TO WS-AJ-DATE(WS-ADJ-COUNT)
               MOVE CTH-ADJ-COUNT TO WS-AJ-COUNT(WS-ADJ-COUNT)
               MOVE CTH-TOTAL-SUM TO WS-AJ-SUM(WS-ADJ-COUNT)
               MOVE CTH-ADJ-DEPT TO WS-AJ-DEPT(WS-ADJ-COUNT)
               MOVE CTH-ADJ-OP TO WS-AJ-OP(WS-ADJ-COUNT)
               MOVE CTH-ADJ-BY TO WS-AJ-BY(WS-ADJ-COUNT)
               MOVE CTH-ADJ-ENTERED TO WS-AJ-ENTERED(WS-ADJ-COUNT)
               MOVE CTH-ADJ-REASON TO WS-AJ-REASON(WS-ADJ-COUNT)
           ELSE
               ADD 1 TO WS-ADJ-DROPPED
           END-IF.

       READ-NEXT-HISTORY.
           READ ADD-CTLHIST-FILE
               AT END MOVE "Y" TO WS-END-OF-HIST-SWITCH.
      *into the report and the month-to-date accumulators; a new month
      *flushes the month-to-date line and starts the accumulation over.
       ROLL-ONE-HISTORY.
           IF CTH-ENTRY-TYPE IS NOT EQUAL TO "A"
               PERFORM ROLL-ONE-RUN-LINE
           END-IF.

       ROLL-ONE-RUN-LINE.
           IF CTH-RUN-DATE IS NOT EQUAL TO WS-HELD-DATE
               IF WS-HELD-DATE IS GREATER THAN 0
                   PERFORM WRITE-DAILY-LINE
           MOVE CTH-TRANS-COUNT TO WS-HELD-COUNT.
           MOVE CTH-TOTAL-SUM TO WS-HELD-SUM.

      *Original figures are the day's last run line; the day's
      *adjustments are totalled from the table and added on top.
       WRITE-DAILY-LINE.
           MOVE 0 TO WS-DAY-ADJ-COUNT.
           MOVE 0 TO WS-DAY-ADJ-SUM.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX IS GREATER THAN WS-ADJ-COUNT
               IF WS-AJ-DATE(WS-ADJ-IDX) IS EQUAL TO WS-HELD-DATE
                   ADD WS-AJ-COUNT(WS-ADJ-IDX) TO WS-DAY-ADJ-COUNT
                   ADD WS-AJ-SUM(WS-ADJ-IDX) TO WS-DAY-ADJ-SUM
               END-IF
           END-PERFORM.
           COMPUTE WS-ADJUSTED-COUNT = WS-HELD-COUNT + WS-DAY-ADJ-COUNT.
           COMPUTE WS-ADJUSTED-SUM = WS-HELD-SUM + WS-DAY-ADJ-SUM.
           ADD WS-ADJUSTED-COUNT TO WS-MTD-COUNT.
           ADD WS-ADJUSTED-SUM TO WS-MTD-SUM.
           ADD 1 TO WS-DAYS-REPORTED.
           MOVE WS-HELD-SUM TO WS-HELD-SUM-ED.
           MOVE WS-DAY-ADJ-COUNT TO WS-ADJ-COUNT-ED.
           MOVE WS-DAY-ADJ-SUM TO WS-ADJ-SUM-ED.
           MOVE WS-ADJUSTED-COUNT TO WS-ADJUSTED-COUNT-ED.
           MOVE WS-ADJUSTED-SUM TO WS-ADJUSTED-SUM-ED.
           MOVE SPACES TO CTL-REPORT-REC.
           STRING "DAY " WS-HELD-DATE DELIMITED BY SIZE
                  "  ORIGINAL " WS-HELD-COUNT DELIMITED BY SIZE
                  " " WS-HELD-SUM-ED DELIMITED BY SIZE
                  "  ADJUSTMENTS " WS-ADJ-COUNT-ED DELIMITED BY SIZE
                  " " WS-ADJ-SUM-ED DELIMITED BY SIZE
                  "  ADJUSTED " WS-ADJUSTED-COUNT-ED DELIMITED BY SIZE
                  " " WS-ADJUSTED-SUM-ED DELIMITED BY SIZE
                  INTO CTL-REPORT-REC.
           WRITE CTL-REPORT-REC.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX IS GREATER THAN WS-ADJ-COUNT
               IF WS-AJ-DATE(WS-ADJ-IDX) IS EQUAL TO WS-HELD-DATE
                   PERFORM WRITE-ADJUSTMENT-DETAIL
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-HELD-DATE.

       WRITE-ADJUSTMENT-DETAIL.
           MOVE WS-AJ-COUNT(WS-ADJ-IDX) TO WS-ADJ-COUNT-ED.
           MOVE WS-AJ-SUM(WS-ADJ-IDX) TO WS-ADJ-SUM-ED.
           MOVE SPACES TO CTL-REPORT-REC.
           STRING "     ADJ DEPT " WS-AJ-DEPT(WS-ADJ-IDX)
                  " OP " WS-AJ-OP(WS-ADJ-IDX)
                  "  COUNT " WS-ADJ-COUNT-ED
                  "  SUM " WS-ADJ-SUM-ED
                  "  BY " WS-AJ-BY(WS-ADJ-IDX)
                  " ON " WS-AJ-ENTERED(WS-ADJ-IDX)
                  "  " WS-AJ-REASON(WS-ADJ-IDX)
                  DELIMITED BY SIZE
                  INTO CTL-REPORT-REC.
           WRITE CTL-REPORT-REC.

       WRITE-MTD-LINE.
           MOVE WS-MTD-SUM TO WS-MTD-SUM-ED.
           MOVE SPACES TO CTL-REPORT-REC.
           STRING "MONTH " WS-MTD-MONTH DELIMITED BY SIZE
                  " TO DATE (ADJUSTED)  COUNT " WS-MTD-COUNT
                  DELIMITED BY SIZE
                  "  SUM " WS-MTD-SUM-ED DELIMITED BY SIZE
                  INTO CTL-REPORT-REC.
           WRITE CTL-REPORT-REC.
