      * business date in a month accounting had already reported, and
      * the month-to-date figures quietly changed afterwards. A
      * supervisor runs this at month end: it runs the closing
      * sequence (the final ADDCTLR control-totals report, the
      * YESNOMTH compliance report, the ADDCHGS department
      * chargeback statements and the EMPWFRPT workforce report,
      * CALLed the way MAINMENU runs its subprograms), cuts a
      * month-summary GL journal (ADDGLME.DAT) from the control-totals
      * history - the days' own figures only, since ADDADJ's
      * adjustments reach the ledger on the nightly feed - and writes
      * the period-close marker to PERCLOSE.DAT.
      * From that moment the posting programs' period gate refuses
      * anything dated into the closed month without a logged
      * supervisor override (MTHCLOSO.DAT).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCLOSE.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-CTLHIST-FILE.
       COPY addctlh.

      *Month-summary journal in the same fixed layout the nightly
      *feed uses, so the GL intake takes both without special cases.
       01  WS-MONTH-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01  WS-MONTH-DAYS PIC 9(5) VALUE 0.
       01  WS-MONTH-ADJUSTMENTS PIC 9(5) VALUE 0.
       01  WS-MONTH-ADJ-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01  WS-MONTH-SUM-ED PIC -(9)9.99.
       01  WS-ABS-SUM PIC 9(9)V99.
       01  WS-MAIN-DC PIC X(1).
           MOVE "YESNOMTH" TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM.
           CANCEL WS-CALLED-PROGRAM.
           DISPLAY "--- CHARGEBACK STATEMENTS (ADDCHGS) ---".
           DISPLAY "(ANSWER THE MONTH PROMPT WITH " WS-CLOSE-MONTH
                   ")".
           MOVE "ADDCHGS" TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM.
           CANCEL WS-CALLED-PROGRAM.
           DISPLAY "--- WORKFORCE REPORT (EMPWFRPT) ---".
           DISPLAY "(ANSWER THE MONTH PROMPT WITH " WS-CLOSE-MONTH
                   ")".
           MOVE "EMPWFRPT" TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM.
           CANCEL WS-CALLED-PROGRAM.
           PERFORM CUT-MONTH-SUMMARY-JOURNAL.
           PERFORM WRITE-PERIOD-MARKER.

               PERFORM WRITE-MONTH-JOURNAL
           END-IF.

      *Adjustment lines (ADDADJ) are corrections on top of a day's
      *figures, not a newer cumulative line, so they never supersede
      *the held day. Their journal pairs already went to the ledger
      *on a nightly ADDGLJE feed, so they are tallied for the close
      *listing and kept out of the summary amount.
       ROLL-ONE-HISTORY.
           IF CTH-RUN-DATE(1:6) IS EQUAL TO WS-CLOSE-MONTH-IN
                   AND CTH-ENTRY-TYPE IS EQUAL TO "A"
               ADD CTH-TOTAL-SUM TO WS-MONTH-ADJ-SUM
               ADD 1 TO WS-MONTH-ADJUSTMENTS
           END-IF.
           IF CTH-RUN-DATE(1:6) IS EQUAL TO WS-CLOSE-MONTH-IN
                   AND CTH-ENTRY-TYPE IS NOT EQUAL TO "A"
               IF CTH-RUN-DATE IS NOT EQUAL TO WS-HELD-DATE
                       AND WS-HELD-DATE IS GREATER THAN 0
                   PERFORM FLUSH-HELD-DAY
               DISPLAY "MONTH SUMMARY CUT - DAYS " WS-MONTH-DAYS
                       " COUNT " WS-MONTH-COUNT
                       " SUM " WS-MONTH-SUM-ED
               IF WS-MONTH-ADJUSTMENTS IS GREATER THAN 0
                   MOVE WS-MONTH-ADJ-SUM TO WS-MONTH-SUM-ED
                   DISPLAY "ADJUSTMENTS FED NIGHTLY, NOT IN SUMMARY: "
                           WS-MONTH-ADJUSTMENTS " SUM " WS-MONTH-SUM-ED
               END-IF
           END-IF.

      *The marker is the gate: from here on the posting programs
