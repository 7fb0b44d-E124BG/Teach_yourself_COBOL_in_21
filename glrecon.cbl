                               TO WS-EN-AMOUNT(WS-ENTRY-COUNT)
                           MOVE "N"
                               TO WS-EN-MATCHED(WS-ENTRY-COUNT)
      *The feed's own day is its first entry, the date ADDGLFD reads
      *back; prior-day adjustment entries ride behind it.
                           IF WS-ENTRY-COUNT IS EQUAL TO 1
                               MOVE GLJ-POSTING-DATE TO WS-FEED-DATE
                           END-IF
                       ELSE
                           DISPLAY "MORE THAN 200 JOURNAL ENTRIES - "
                                   "EXCESS NOT RECONCILED"
