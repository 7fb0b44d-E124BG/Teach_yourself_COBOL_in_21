      *****************************************************************
      * BUSCBR.cpy - counts back WS-CAL-BACK-DAYS business days from
      * WS-PROCESSING-DATE on the business calendar. Each business
      * day on or before the processing date goes into a ring the
      * size of the window, so when the calendar has been read the
      * oldest date left in the ring is the cutoff. A calendar with
      * fewer business days on file than the window asks for gives
      * the oldest one it has; a missing calendar falls back to
      * counting calendar days, the same system-date fallback
      * GET-PROCESSING-DATE takes, so the window still closes.
      *****************************************************************
       GET-BUSINESS-CUTOFF.
           IF WS-CAL-BACK-DAYS IS LESS THAN 1
               MOVE 1 TO WS-CAL-BACK-DAYS
           END-IF.
           IF WS-CAL-BACK-DAYS IS GREATER THAN 250
               MOVE 250 TO WS-CAL-BACK-DAYS
           END-IF.
           MOVE WS-PROCESSING-DATE TO WS-CAL-CUTOFF-DATE.
           MOVE 0 TO WS-CAL-RING-IDX.
           MOVE 0 TO WS-CAL-RING-COUNT.
           MOVE "N" TO WS-END-OF-CAL-SWITCH.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-CAL-SWITCH IS EQUAL TO "Y"
                   READ BUSCAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-CAL-SWITCH
                       NOT AT END
                           IF CAL-DAY-TYPE IS EQUAL TO "B"
                                   AND CAL-DATE IS NOT GREATER THAN
                                       WS-PROCESSING-DATE
                               PERFORM RING-ONE-BUSINESS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
           END-IF.
           IF WS-CAL-RING-COUNT IS EQUAL TO 0
               COMPUTE WS-CAL-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
                   - WS-CAL-BACK-DAYS + 1
               COMPUTE WS-CAL-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-CUTOFF-INT)
           ELSE
               IF WS-CAL-RING-COUNT IS LESS THAN WS-CAL-BACK-DAYS
                       OR WS-CAL-RING-IDX IS EQUAL TO WS-CAL-BACK-DAYS
                   MOVE WS-CAL-RING-DATE(1) TO WS-CAL-CUTOFF-DATE
               ELSE
                   MOVE WS-CAL-RING-DATE(WS-CAL-RING-IDX + 1)
                       TO WS-CAL-CUTOFF-DATE
               END-IF
           END-IF.

       RING-ONE-BUSINESS-DATE.
           ADD 1 TO WS-CAL-RING-IDX.
           IF WS-CAL-RING-IDX IS GREATER THAN WS-CAL-BACK-DAYS
               MOVE 1 TO WS-CAL-RING-IDX
           END-IF.
           MOVE CAL-DATE TO WS-CAL-RING-DATE(WS-CAL-RING-IDX).
           IF WS-CAL-RING-COUNT IS LESS THAN WS-CAL-BACK-DAYS
               ADD 1 TO WS-CAL-RING-COUNT
           END-IF.
