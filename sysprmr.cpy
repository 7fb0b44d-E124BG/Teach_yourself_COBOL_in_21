      *****************************************************************
      * SYSPRMR.cpy - looks up one system parameter as at a date. The
      * record for the key with the latest effective date on or
      * before the as-of date wins; of two records with the same
      * effective date, the one keyed later (further down the file)
      * wins, so a same-day correction takes over from the mistake.
      *****************************************************************
       GET-SYSTEM-PARAMETER.
           IF WS-PARM-AS-OF IS EQUAL TO 0
               ACCEPT WS-PARM-AS-OF FROM DATE YYYYMMDD
           END-IF.
           MOVE "N" TO WS-PARM-FOUND-SWITCH.
           MOVE 0 TO WS-PARM-FOUND-EFFECTIVE.
           MOVE SPACES TO WS-PARM-FOUND-BY.
           MOVE "N" TO WS-END-OF-PARM-SWITCH.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-PARM-SWITCH IS EQUAL TO "Y"
                   READ SYSPARM-FILE
                       AT END MOVE "Y" TO WS-END-OF-PARM-SWITCH
                       NOT AT END
                           IF PRM-KEY IS EQUAL TO WS-PARM-KEY
                                   AND PRM-VALUE IS NUMERIC
                                   AND PRM-EFFECTIVE IS NOT GREATER
                                       THAN WS-PARM-AS-OF
                                   AND PRM-EFFECTIVE IS NOT LESS THAN
                                       WS-PARM-FOUND-EFFECTIVE
                               MOVE "Y" TO WS-PARM-FOUND-SWITCH
                               MOVE PRM-EFFECTIVE
                                   TO WS-PARM-FOUND-EFFECTIVE
                               MOVE PRM-SET-BY TO WS-PARM-FOUND-BY
                               MOVE PRM-VALUE TO WS-PARM-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSPARM-FILE
           END-IF.
