      *****************************************************************
      * DEPTEFFR.cpy - is a department reference entry in force on
      * WS-DEPT-AS-OF? Both dates are inclusive. A blank
      * effective-from means in force since before the dates were
      * kept, and a blank effective-to means open-ended, so an entry
      * keyed before the files carried dates is in force every day.
      *****************************************************************
       CHECK-DEPT-IN-FORCE.
           IF WS-DEPT-AS-OF IS EQUAL TO 0
               ACCEPT WS-DEPT-AS-OF FROM DATE YYYYMMDD
           END-IF.
           MOVE "Y" TO WS-DEPT-IN-FORCE-SWITCH.
           IF WS-DEPT-EFF-FROM IS NUMERIC
                   AND WS-DEPT-EFF-FROM IS GREATER THAN WS-DEPT-AS-OF
               MOVE "N" TO WS-DEPT-IN-FORCE-SWITCH
           END-IF.
           IF WS-DEPT-EFF-TO IS NUMERIC
                   AND WS-DEPT-EFF-TO IS LESS THAN WS-DEPT-AS-OF
               MOVE "N" TO WS-DEPT-IN-FORCE-SWITCH
           END-IF.
