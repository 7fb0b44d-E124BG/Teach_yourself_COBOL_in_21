      *****************************************************************
      * CKLSCHR.cpy - decides whether a survey checklist is due on
      * WS-CKS-DATE under WS-CKS-SCHEDULE (see YESNOCKL.cpy for the
      * schedule codes). Daily and weekday schedules need nothing but
      * the date; the first and last business day of the month and
      * the holiday eve are read off the business calendar taken into
      * storage by LOAD-CHECKLIST-CALENDAR. A holiday eve is a
      * business day whose next non-weekend day is a holiday, so the
      * Friday before a Monday holiday is its eve.
      *****************************************************************
      *Only the calendar from the first of the month before
      *WS-CKS-FLOOR-DATE is taken - the first and last business day
      *tests read the whole of the month being checked.
       LOAD-CHECKLIST-CALENDAR.
           MOVE 0 TO WS-CKS-CAL-COUNT.
           MOVE WS-CKS-FLOOR-DATE TO WS-CKS-LOAD-FROM.
           IF WS-CKS-LOAD-FROM IS GREATER THAN 0
               MOVE 1 TO WS-CKS-LOAD-DAY
               IF WS-CKS-LOAD-MONTH IS EQUAL TO 1
                   MOVE 12 TO WS-CKS-LOAD-MONTH
                   SUBTRACT 1 FROM WS-CKS-LOAD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CKS-LOAD-MONTH
               END-IF
           END-IF.
           MOVE "N" TO WS-END-OF-CAL-SWITCH.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-CAL-SWITCH IS EQUAL TO "Y"
                   READ BUSCAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-CAL-SWITCH
                       NOT AT END
                           IF WS-CKS-CAL-COUNT IS LESS THAN 800
                                   AND CAL-DATE IS NOT LESS THAN
                                       WS-CKS-LOAD-FROM
                               ADD 1 TO WS-CKS-CAL-COUNT
                               MOVE CAL-DATE TO
                                   WS-CKS-CAL-DATE(WS-CKS-CAL-COUNT)
                               MOVE CAL-DAY-TYPE TO
                                   WS-CKS-CAL-TYPE(WS-CKS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
           END-IF.

       CHECK-CHECKLIST-DUE.
           MOVE "N" TO WS-CKS-DUE-SWITCH.
           MOVE "N" TO WS-CKS-UNKNOWN-SWITCH.
           COMPUTE WS-CKS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CKS-DATE).
           EVALUATE WS-CKS-SCHEDULE
               WHEN "D"
                   MOVE "Y" TO WS-CKS-DUE-SWITCH
               WHEN "W"
      *Day 1 of the integer calendar, 1 January 1601, was a Monday.
                   COMPUTE WS-CKS-WEEKDAY =
                       FUNCTION MOD(WS-CKS-DATE-INT - 1, 7) + 1
                   IF WS-CKS-WEEKDAYS(WS-CKS-WEEKDAY:1) IS EQUAL TO "Y"
                       MOVE "Y" TO WS-CKS-DUE-SWITCH
                   END-IF
               WHEN "F"
               WHEN "L"
                   PERFORM CHECK-MONTH-BUSINESS-DAY
               WHEN "H"
                   PERFORM CHECK-HOLIDAY-EVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-CALENDAR-TYPE.
           MOVE SPACE TO WS-CKS-LOOK-TYPE.
           PERFORM VARYING WS-CKS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CKS-CAL-IDX IS GREATER THAN WS-CKS-CAL-COUNT
                      OR WS-CKS-LOOK-TYPE IS NOT EQUAL TO SPACE
               IF WS-CKS-CAL-DATE(WS-CKS-CAL-IDX) IS EQUAL TO
                       WS-CKS-LOOK-DATE
                   MOVE WS-CKS-CAL-TYPE(WS-CKS-CAL-IDX)
                       TO WS-CKS-LOOK-TYPE
               END-IF
           END-PERFORM.

      *Due on a business day with no earlier (F) or no later (L)
      *business day in the same month on the calendar.
       CHECK-MONTH-BUSINESS-DAY.
           MOVE WS-CKS-DATE TO WS-CKS-LOOK-DATE.
           PERFORM FIND-CALENDAR-TYPE.
           EVALUATE TRUE
               WHEN WS-CKS-LOOK-TYPE IS EQUAL TO SPACE
                   MOVE "Y" TO WS-CKS-UNKNOWN-SWITCH
               WHEN WS-CKS-LOOK-TYPE IS EQUAL TO "B"
                   MOVE "Y" TO WS-CKS-DUE-SWITCH
                   PERFORM VARYING WS-CKS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CKS-CAL-IDX IS GREATER THAN
                                 WS-CKS-CAL-COUNT
                       IF WS-CKS-CAL-TYPE(WS-CKS-CAL-IDX)
                               IS EQUAL TO "B"
                               AND WS-CKS-CAL-DATE(WS-CKS-CAL-IDX)(1:6)
                                   IS EQUAL TO WS-CKS-DATE(1:6)
                           IF WS-CKS-SCHEDULE IS EQUAL TO "F"
                                   AND WS-CKS-CAL-DATE(WS-CKS-CAL-IDX)
                                       IS LESS THAN WS-CKS-DATE
                               MOVE "N" TO WS-CKS-DUE-SWITCH
                           END-IF
                           IF WS-CKS-SCHEDULE IS EQUAL TO "L"
                                   AND WS-CKS-CAL-DATE(WS-CKS-CAL-IDX)
                                       IS GREATER THAN WS-CKS-DATE
                               MOVE "N" TO WS-CKS-DUE-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Due on a business day when the days after it, weekends
      *skipped, reach a holiday before the next business day.
       CHECK-HOLIDAY-EVE.
           MOVE WS-CKS-DATE TO WS-CKS-LOOK-DATE.
           PERFORM FIND-CALENDAR-TYPE.
           EVALUATE TRUE
               WHEN WS-CKS-LOOK-TYPE IS EQUAL TO SPACE
                   MOVE "Y" TO WS-CKS-UNKNOWN-SWITCH
               WHEN WS-CKS-LOOK-TYPE IS EQUAL TO "B"
                   MOVE "N" TO WS-CKS-SCAN-SWITCH
                   PERFORM VARYING WS-CKS-STEP FROM 1 BY 1
                           UNTIL WS-CKS-STEP IS GREATER THAN 7
                              OR WS-CKS-SCAN-SWITCH IS EQUAL TO "Y"
                       COMPUTE WS-CKS-LOOK-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (WS-CKS-DATE-INT + WS-CKS-STEP)
                       PERFORM FIND-CALENDAR-TYPE
                       EVALUATE WS-CKS-LOOK-TYPE
                           WHEN "W"
                               CONTINUE
                           WHEN "H"
                               MOVE "Y" TO WS-CKS-DUE-SWITCH
                               MOVE "Y" TO WS-CKS-SCAN-SWITCH
                           WHEN SPACE
                               MOVE "Y" TO WS-CKS-UNKNOWN-SWITCH
                               MOVE "Y" TO WS-CKS-SCAN-SWITCH
                           WHEN OTHER
                               MOVE "Y" TO WS-CKS-SCAN-SWITCH
                       END-EVALUATE
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
