      * change, and bad ones go to a report (EMPHRINR.DAT) HR gets
      * back. The conversion defaults ("GEN", hire date zeros) can
      * finally be corrected by the people who know the answers.
      * A run that moves anyone to T or L CALLs the OPRSYNC operator
      * sweep before it ends, so the person's sign-on is locked the
      * same night rather than whenever the nightly stream gets to
      * it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHRIN.
       01  WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON PIC X(30).
       01  WS-CHANGE-OK-SWITCH PIC X.
       01  WS-ACCESS-SWEEP-SWITCH PIC X VALUE "N".
       01  WS-CALLED-PROGRAM PIC X(12).
       01  WS-SAVED-RC PIC S9(4) VALUE 0.

       01  WS-OLD-VALUE PIC X(10).
       01  WS-NEW-VALUE PIC X(10).
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.

       PROCEDURE DIVISION.

               ELSE
                   PERFORM LOAD-EMP-DEPT-LIST
                   PERFORM RUN-CHANGE-PASS
                   IF WS-ACCESS-SWEEP-SWITCH IS EQUAL TO "Y"
                       PERFORM RUN-OPERATOR-SWEEP
                   END-IF
               END-IF
           END-IF.

                   READ EMP-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-DEPT-SWITCH
                       NOT AT END
                           MOVE EDP-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE EDP-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-DEPT-COUNT IS LESS THAN 50
                                   AND WS-DEPT-IN-FORCE-SWITCH IS
                                       EQUAL TO "Y"
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE EDP-CODE
                                   TO WS-DP-CODE(WS-DEPT-COUNT)
           DISPLAY "CHANGES APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "CHANGES REJECTED: " WS-REJECTED-COUNT.

      *The sweep reports itself on the job log and job-status file
      *like any step; this run's own return code is kept, since the
      *called program sets the shared register on the way back.
       RUN-OPERATOR-SWEEP.
           DISPLAY "--- OPERATOR ACCESS SWEEP (OPRSYNC) ---".
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE "OPRSYNC" TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM.
           CANCEL WS-CALLED-PROGRAM.
           IF WS-SAVED-RC IS GREATER THAN RETURN-CODE
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

       READ-NEXT-CHANGE.
           READ HR-CHANGE-FILE
               AT END MOVE "Y" TO WS-END-OF-CHANGE-SWITCH.
                       MOVE HCH-NEW-VALUE(1:1) TO EMP-STATUS
                       MOVE EMP-STATUS TO WS-NEW-VALUE
                       MOVE "STAT" TO WS-FIELD-TAG
                       IF EMP-STATUS IS NOT EQUAL TO "A"
                           MOVE "Y" TO WS-ACCESS-SWEEP-SWITCH
                       END-IF
                   ELSE
                       MOVE "STATUS NOT A, L OR T"
                           TO WS-REJECT-REASON
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY depteffr.
