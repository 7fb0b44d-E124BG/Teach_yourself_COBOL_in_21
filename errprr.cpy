      *****************************************************************
      * ERRPRR.cpy - loads the open-problem table from the problem
      * journal and finds entries in it. Each journal record is folded
      * into the table in file order: an OPEN adds a problem, the
      * other actions update the problem they name, and a CLOSE takes
      * it out of the table again, so only open problems are left. A
      * missing journal is an empty one. A problem opened when the
      * table is already full is counted in WS-PROBLEM-DROPPED for the
      * caller to report.
      *****************************************************************
       LOAD-PROBLEM-TABLE.
           MOVE 0 TO WS-PROBLEM-COUNT.
           MOVE 0 TO WS-HIGH-PROBLEM-NUMBER.
           MOVE 0 TO WS-PROBLEM-DROPPED.
           MOVE "N" TO WS-END-OF-PROBLEM-SWITCH.
           OPEN INPUT ERR-PROBLEM-FILE.
           IF WS-ERRPROB-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-PROBLEM-SWITCH IS EQUAL TO "Y"
                   READ ERR-PROBLEM-FILE
                       AT END MOVE "Y" TO WS-END-OF-PROBLEM-SWITCH
                       NOT AT END
                           IF PRB-NUMBER IS NUMERIC
                               PERFORM FOLD-ONE-PROBLEM-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERR-PROBLEM-FILE
           END-IF.

       FOLD-ONE-PROBLEM-ACTION.
           IF PRB-NUMBER IS GREATER THAN WS-HIGH-PROBLEM-NUMBER
               MOVE PRB-NUMBER TO WS-HIGH-PROBLEM-NUMBER
           END-IF.
           IF PRB-ACTION IS EQUAL TO "OPEN"
               IF WS-PROBLEM-COUNT IS LESS THAN 200
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE WS-PROBLEM-COUNT TO WS-PROBLEM-IDX
                   MOVE PRB-NUMBER TO WS-PB-NUMBER(WS-PROBLEM-IDX)
                   MOVE PRB-TEXT TO WS-PB-TITLE(WS-PROBLEM-IDX)
                   MOVE PRB-DATE TO WS-PB-OPENED(WS-PROBLEM-IDX)
                   MOVE PRB-BY TO WS-PB-OPENED-BY(WS-PROBLEM-IDX)
                   MOVE SPACES TO WS-PB-OWNER(WS-PROBLEM-IDX)
                   MOVE 0 TO WS-PB-ASSIGNED(WS-PROBLEM-IDX)
                   MOVE SPACES TO WS-PB-CAUSE(WS-PROBLEM-IDX)
                   MOVE SPACES TO WS-PB-NOTE(WS-PROBLEM-IDX)
                   MOVE PRB-DATE TO WS-PB-LAST-DATE(WS-PROBLEM-IDX)
                   MOVE 1 TO WS-PB-CODE-COUNT(WS-PROBLEM-IDX)
                   MOVE SPACES TO WS-PB-CODE(WS-PROBLEM-IDX, 1)
                                  WS-PB-CODE(WS-PROBLEM-IDX, 2)
                                  WS-PB-CODE(WS-PROBLEM-IDX, 3)
                                  WS-PB-CODE(WS-PROBLEM-IDX, 4)
                                  WS-PB-CODE(WS-PROBLEM-IDX, 5)
                   MOVE PRB-CODE TO WS-PB-CODE(WS-PROBLEM-IDX, 1)
               ELSE
                   ADD 1 TO WS-PROBLEM-DROPPED
               END-IF
           ELSE
               MOVE PRB-NUMBER TO WS-FIND-PROBLEM-NUMBER
               PERFORM FIND-PROBLEM-ENTRY
               IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
                   MOVE PRB-DATE TO WS-PB-LAST-DATE(WS-PROBLEM-IDX)
                   EVALUATE PRB-ACTION
                       WHEN "ASSIGN"
                           MOVE PRB-OWNER
                               TO WS-PB-OWNER(WS-PROBLEM-IDX)
                           MOVE PRB-DATE
                               TO WS-PB-ASSIGNED(WS-PROBLEM-IDX)
                       WHEN "CODE"
                           IF WS-PB-CODE-COUNT(WS-PROBLEM-IDX)
                                   IS LESS THAN 5
                               ADD 1 TO WS-PB-CODE-COUNT(WS-PROBLEM-IDX)
                               MOVE WS-PB-CODE-COUNT(WS-PROBLEM-IDX)
                                   TO WS-PB-CODE-IDX
                               MOVE PRB-CODE TO WS-PB-CODE
                                   (WS-PROBLEM-IDX, WS-PB-CODE-IDX)
                           END-IF
                       WHEN "CAUSE"
                           MOVE PRB-TEXT TO WS-PB-CAUSE(WS-PROBLEM-IDX)
                       WHEN "NOTE"
                           MOVE PRB-TEXT TO WS-PB-NOTE(WS-PROBLEM-IDX)
                       WHEN "CLOSE"
                           PERFORM DROP-PROBLEM-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *A closed problem leaves the table; the entries above it move
      *down one so the table stays in problem-number order.
       DROP-PROBLEM-ENTRY.
           MOVE WS-PROBLEM-IDX TO WS-PROBLEM-SHIFT-IDX.
           PERFORM UNTIL WS-PROBLEM-SHIFT-IDX IS NOT LESS THAN
                   WS-PROBLEM-COUNT
               MOVE WS-PROBLEM-ENTRY(WS-PROBLEM-SHIFT-IDX + 1)
                   TO WS-PROBLEM-ENTRY(WS-PROBLEM-SHIFT-IDX)
               ADD 1 TO WS-PROBLEM-SHIFT-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-PROBLEM-COUNT.

       FIND-PROBLEM-ENTRY.
           MOVE "N" TO WS-PROBLEM-FOUND-SWITCH.
           MOVE 1 TO WS-PROBLEM-IDX.
           PERFORM UNTIL WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-PROBLEM-IDX IS GREATER THAN WS-PROBLEM-COUNT
               IF WS-PB-NUMBER(WS-PROBLEM-IDX) IS EQUAL TO
                       WS-FIND-PROBLEM-NUMBER
                   MOVE "Y" TO WS-PROBLEM-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-PROBLEM-IDX
               END-IF
           END-PERFORM.

       FIND-CODE-PROBLEM.
           MOVE "N" TO WS-PROBLEM-FOUND-SWITCH.
           MOVE 1 TO WS-PROBLEM-IDX.
           PERFORM UNTIL WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-PROBLEM-IDX IS GREATER THAN WS-PROBLEM-COUNT
               MOVE 1 TO WS-PB-CODE-IDX
               PERFORM UNTIL WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
                       OR WS-PB-CODE-IDX IS GREATER THAN
                           WS-PB-CODE-COUNT(WS-PROBLEM-IDX)
                   IF WS-PB-CODE(WS-PROBLEM-IDX, WS-PB-CODE-IDX)
                           IS EQUAL TO WS-FIND-PROBLEM-CODE
                       MOVE "Y" TO WS-PROBLEM-FOUND-SWITCH
                   ELSE
                       ADD 1 TO WS-PB-CODE-IDX
                   END-IF
               END-PERFORM
               IF WS-PROBLEM-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-PROBLEM-IDX
               END-IF
           END-PERFORM.
