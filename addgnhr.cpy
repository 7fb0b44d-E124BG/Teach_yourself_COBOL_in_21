      *****************************************************************
      * ADDGNHR.cpy - the generation hash. Every record of a file
      * counts except the HDR/TRL envelope on ADDRSLT.DAT, and the
      * hash total is the file's own money column summed: both
      * amounts of every transaction on ADDTRVAL.DAT, the result of
      * every posted line on ADDRSLT.DAT (overflow lines carry none,
      * the same recount ADDBAL makes), the day total on ADDCTL.DAT
      * and each department's total on ADDDEPT.DAT. A field that is
      * not numeric adds nothing rather than abending the pass.
      *****************************************************************
       HASH-GENERATION-LINE.
           MOVE "Y" TO WS-GEN-HASH-COUNTS.
           MOVE 0 TO WS-GEN-HASH-AMOUNT.
           EVALUATE WS-GEN-HASH-FILE-ID
               WHEN "ADDTRVAL"
                   IF WS-GHT-FIRST-NUMBER IS NUMERIC
                           AND WS-GHT-SECOND-NUMBER IS NUMERIC
                       COMPUTE WS-GEN-HASH-AMOUNT =
                           WS-GHT-FIRST-NUMBER + WS-GHT-SECOND-NUMBER
                   END-IF
               WHEN "ADDRSLT "
                   IF WS-GHR-TYPE IS EQUAL TO "HDR "
                           OR WS-GHR-TYPE IS EQUAL TO "TRL "
                       MOVE "N" TO WS-GEN-HASH-COUNTS
                   ELSE
                       IF WS-GHR-EQUALS IS EQUAL TO " = "
                           COMPUTE WS-GEN-HASH-AMOUNT =
                               FUNCTION NUMVAL(WS-GHR-RESULT)
                       END-IF
                   END-IF
               WHEN "ADDCTL  "
                   IF WS-GHC-TOTAL-SUM IS NUMERIC
                       MOVE WS-GHC-TOTAL-SUM TO WS-GEN-HASH-AMOUNT
                   END-IF
               WHEN "ADDDEPT "
                   IF WS-GHD-TOTAL-SUM IS NUMERIC
                       MOVE WS-GHD-TOTAL-SUM TO WS-GEN-HASH-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
