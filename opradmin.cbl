      * operator whose master record carries the supervisor flag)
      * signs on here and can add a new operator, unlock a locked ID,
      * force a password reset, set the per-option authorization
      * flags, change any password - including their own - link the
      * ID to the operator's employee record on EMPMAST.DAT, name the
      * supervisor responsible for attesting the operator's grants at
      * access recertification, and retire an ID that has left the
      * shop. Unlocking an ID the
      * OPRSYNC sweep locked offers to reinstate the option grants it
      * suspended. Every action is written to the
      * same security log (SECLOG.DAT) the sign-on events go to, with
      * the acting supervisor and the target operator both on the
      * line, so the administration trail reads alongside the sign-on
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
       FD  OPERATOR-MASTER.
       COPY opermast.

      *Read only - an operator may only be linked to an employee who
      *is on the master and active.
       FD  EMPLOYEE-MASTER.
       COPY empmast.

      *Option-keyed authorizations the data-driven menu checks - one
      *record per operator per granted option code.
       FD  OPER-AUTH-FILE.
       01  WS-FLAG-IN PIC X(1).
       01  WS-CONFIRM-IN PIC X(3).
       01  WS-ACTION-COUNT PIC 9(5) VALUE 0.
       01  WS-EMP-STATUS PIC XX.
       01  WS-EMP-ID-IN PIC X(6).
       01  WS-EMP-OK-SWITCH PIC X.

      *The whole authorization file is worked on in storage and
      *written back in one piece, the way the menu maintenance
           05  WS-GRANT-ENTRY OCCURS 200 TIMES.
               10  WS-GR-OPERATOR PIC X(8).
               10  WS-GR-CODE     PIC X(8).
               10  WS-GR-SUSP     PIC X(1).
       01  WS-GRANT-COUNT PIC 9(3) VALUE 0.
       01  WS-GRANT-IDX PIC 9(3).
       01  WS-GRANT-FOUND-SWITCH PIC X.
       01  WS-GRANT-ACTION PIC X(1).
       01  WS-GRANT-CODE PIC X(8).
       01  WS-SUSPENDED-COUNT PIC 9(3).
       01  WS-RESP-SUPV-IN PIC X(8).
       01  WS-OPERATOR-SAVE PIC X(50).

       COPY seclghdr.
       COPY jobhdr.
           DISPLAY "P. Force a password reset".
           DISPLAY "F. Set authorization flags".
           DISPLAY "G. Grant or revoke menu option codes".
           DISPLAY "E. Link an ID to an employee".
           DISPLAY "S. Set the responsible supervisor".
           DISPLAY "R. Retire an ID".
           DISPLAY "X. Exit".
           DISPLAY "Enter your choice: ".
                   PERFORM SET-AUTH-FLAGS
               WHEN "G"
                   PERFORM MAINTAIN-OPTION-GRANTS
               WHEN "E"
                   PERFORM LINK-OPERATOR-EMPLOYEE
               WHEN "S"
                   PERFORM SET-RESPONSIBLE-SUPERVISOR
               WHEN "R"
                   PERFORM RETIRE-OPERATOR
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter L, A, U, P, F, G, E, S, R or X."
           END-EVALUATE.

       LIST-OPERATORS.
           DISPLAY "ID       1234 FAIL LOCK SUPV TRN EMPLOYEE "
                   "RESP-SUP".
           MOVE "N" TO WS-END-OF-MASTER-SWITCH.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-MASTER KEY IS NOT LESS THAN OPR-ID
                       "   " OPR-FAIL-COUNT "    " OPR-LOCKOUT
                       "    " OPR-SUPERVISOR
                       "   " OPR-TRAINING
                       "   " OPR-EMP-ID
                       "   " OPR-RESP-SUPV
               PERFORM READ-NEXT-OPERATOR
           END-PERFORM.

      *refused rather than overwritten.
       ADD-OPERATOR.
           PERFORM GET-TARGET-ID.
           PERFORM GET-LINKED-EMPLOYEE.
           IF WS-EMP-OK-SWITCH IS EQUAL TO "Y"
               PERFORM ADD-LINKED-OPERATOR
           ELSE
               DISPLAY "NOT ADDED."
           END-IF.

      *Every new operator belongs to an active employee, so the
      *nightly sweep can take the ID away when the employment ends.
       ADD-LINKED-OPERATOR.
           DISPLAY "Initial password: ".
           ACCEPT WS-NEW-PASSWORD.
           MOVE SPACES TO OPERATOR-REC.
           MOVE WS-FLAG-IN TO OPR-TRAINING.
           MOVE 0 TO OPR-FAIL-COUNT.
           MOVE " " TO OPR-LOCKOUT.
           MOVE WS-EMP-ID-IN TO OPR-EMP-ID.
           WRITE OPERATOR-REC
               INVALID KEY
                   DISPLAY "ID ALREADY ON FILE - NOT ADDED."
                   MOVE "OPR-UNLOCKED" TO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
                   DISPLAY "OPERATOR UNLOCKED: " OPR-ID
                   PERFORM WARN-IF-EMPLOYEE-GONE
                   PERFORM OFFER-GRANT-REINSTATEMENT
           END-READ.

      *An ID linked to an employee who is still away will simply be
      *locked again by the next sweep - say so while it can be fixed.
       WARN-IF-EMPLOYEE-GONE.
           IF OPR-EMP-ID IS NOT EQUAL TO SPACES
               MOVE OPR-EMP-ID TO WS-EMP-ID-IN
               PERFORM CHECK-EMPLOYEE-ACTIVE
               IF WS-EMP-OK-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "*** THE NEXT OPRSYNC SWEEP WILL LOCK "
                           "THIS ID AGAIN ***"
               END-IF
           END-IF.

      *Grants the sweep suspended stay on file; the supervisor who
      *brings the operator back decides whether they come back too.
       OFFER-GRANT-REINSTATEMENT.
           PERFORM LOAD-GRANT-TABLE.
           MOVE 0 TO WS-SUSPENDED-COUNT.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN
                   WS-GRANT-COUNT
               IF WS-GR-OPERATOR(WS-GRANT-IDX) IS EQUAL TO
                       WS-TARGET-ID
                       AND WS-GR-SUSP(WS-GRANT-IDX) IS EQUAL TO "S"
                   ADD 1 TO WS-SUSPENDED-COUNT
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           IF WS-SUSPENDED-COUNT IS GREATER THAN 0
               DISPLAY "Reinstate " WS-SUSPENDED-COUNT
                       " suspended option grants (Y/N)? "
               PERFORM GET-FLAG-ANSWER
               IF WS-FLAG-IN IS EQUAL TO "Y"
                   MOVE 1 TO WS-GRANT-IDX
                   PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN
                           WS-GRANT-COUNT
                       IF WS-GR-OPERATOR(WS-GRANT-IDX) IS EQUAL TO
                               WS-TARGET-ID
                           MOVE SPACE TO WS-GR-SUSP(WS-GRANT-IDX)
                       END-IF
                       ADD 1 TO WS-GRANT-IDX
                   END-PERFORM
                   PERFORM SAVE-GRANT-TABLE
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE WS-TARGET-ID TO WS-SEC-TARGET-ID
                   MOVE "OPR-REINSTATED" TO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
                   DISPLAY "GRANTS REINSTATED FOR: " WS-TARGET-ID
               END-IF
           END-IF.

      *Ties an existing operator ID to its employee - the way the IDs
      *set up before the link existed get onto the sweep.
       LINK-OPERATOR-EMPLOYEE.
           PERFORM GET-TARGET-ID.
           MOVE WS-TARGET-ID TO OPR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH OPERATOR ID."
               NOT INVALID KEY
                   DISPLAY "Currently linked to: " OPR-EMP-ID
                   PERFORM GET-LINKED-EMPLOYEE
                   IF WS-EMP-OK-SWITCH IS EQUAL TO "Y"
                       MOVE WS-EMP-ID-IN TO OPR-EMP-ID
                       REWRITE OPERATOR-REC
                       ADD 1 TO WS-ACTION-COUNT
                       MOVE WS-TARGET-ID TO WS-SEC-TARGET-ID
                       MOVE "OPR-EMPLINK" TO WS-SEC-EVENT
                       PERFORM WRITE-SECURITY-LOG
                       DISPLAY "OPERATOR " OPR-ID " LINKED TO "
                               "EMPLOYEE " OPR-EMP-ID
                   ELSE
                       DISPLAY "LINK NOT CHANGED."
                   END-IF
           END-READ.

      *The responsible supervisor attests this operator's grants at
      *each access recertification. It must be a supervisor ID on
      *the master, and never the operator themselves.
       SET-RESPONSIBLE-SUPERVISOR.
           PERFORM GET-TARGET-ID.
           MOVE WS-TARGET-ID TO OPR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY "NO SUCH OPERATOR ID."
               NOT INVALID KEY
                   DISPLAY "Currently responsible: " OPR-RESP-SUPV
                   DISPLAY "Responsible supervisor ID: "
                   ACCEPT WS-RESP-SUPV-IN
                   MOVE OPERATOR-REC TO WS-OPERATOR-SAVE
                   PERFORM CHECK-RESPONSIBLE-SUPERVISOR
                   MOVE WS-OPERATOR-SAVE TO OPERATOR-REC
                   IF WS-FLAG-IN IS EQUAL TO "Y"
                       MOVE WS-RESP-SUPV-IN TO OPR-RESP-SUPV
                       REWRITE OPERATOR-REC
                       ADD 1 TO WS-ACTION-COUNT
                       MOVE WS-TARGET-ID TO WS-SEC-TARGET-ID
                       MOVE "OPR-RESPSUPV" TO WS-SEC-EVENT
                       PERFORM WRITE-SECURITY-LOG
                       DISPLAY "RESPONSIBLE SUPERVISOR FOR " OPR-ID
                               " IS NOW " OPR-RESP-SUPV
                   ELSE
                       DISPLAY "RESPONSIBLE SUPERVISOR NOT CHANGED."
                   END-IF
           END-READ.

      *Reads the proposed supervisor's own record, so the target's
      *record is saved around it by the caller.
       CHECK-RESPONSIBLE-SUPERVISOR.
           MOVE "N" TO WS-FLAG-IN.
           IF WS-RESP-SUPV-IN IS EQUAL TO WS-TARGET-ID
               DISPLAY "AN OPERATOR CANNOT ATTEST THEIR OWN GRANTS."
           ELSE
               MOVE WS-RESP-SUPV-IN TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH OPERATOR ID."
                   NOT INVALID KEY
                       IF OPR-SUPERVISOR IS EQUAL TO "Y"
                           MOVE "Y" TO WS-FLAG-IN
                       ELSE
                           DISPLAY "NOT A SUPERVISOR ID."
                       END-IF
               END-READ
           END-IF.

       GET-LINKED-EMPLOYEE.
           DISPLAY "Employee ID: ".
           ACCEPT WS-EMP-ID-IN.
           PERFORM CHECK-EMPLOYEE-ACTIVE.

      *The master is opened for each lookup only - this program
      *otherwise has no business holding it.
       CHECK-EMPLOYEE-ACTIVE.
           MOVE "N" TO WS-EMP-OK-SWITCH.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EMPLOYEE MASTER WILL NOT OPEN - STATUS "
                       WS-EMP-STATUS
           ELSE
               MOVE WS-EMP-ID-IN TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "EMPLOYEE " WS-EMP-ID-IN
                               " IS NOT ON THE MASTER."
                   NOT INVALID KEY
                       IF EMP-STATUS IS EQUAL TO "T"
                               OR EMP-STATUS IS EQUAL TO "L"
                           DISPLAY "EMPLOYEE " WS-EMP-ID-IN
                                   " IS NOT ACTIVE (STATUS "
                                   EMP-STATUS ")."
                       ELSE
                           MOVE "Y" TO WS-EMP-OK-SWITCH
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *A forced reset sets a temporary password the supervisor hands
      *to the operator; the same path changes the seeded SUPERVSR
      *password the sign-on banner has been nagging about.
                                   WS-GR-OPERATOR(WS-GRANT-COUNT)
                               MOVE OAU-OPT-CODE TO
                                   WS-GR-CODE(WS-GRANT-COUNT)
                               MOVE OAU-SUSPENDED TO
                                   WS-GR-SUSP(WS-GRANT-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 200 GRANTS - "
                                       "EXCESS NOT LOADED"
                   WS-GRANT-COUNT
               IF WS-GR-OPERATOR(WS-GRANT-IDX) IS EQUAL TO
                       WS-TARGET-ID
                   IF WS-GR-SUSP(WS-GRANT-IDX) IS EQUAL TO "S"
                       DISPLAY "  " WS-GR-CODE(WS-GRANT-IDX)
                               " (SUSPENDED)"
                   ELSE
                       DISPLAY "  " WS-GR-CODE(WS-GRANT-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
               TO WS-GRANT-CODE.
           PERFORM FIND-TARGET-GRANT.
           IF WS-GRANT-FOUND-SWITCH IS EQUAL TO "Y"
               IF WS-GR-SUSP(WS-GRANT-IDX) IS EQUAL TO "S"
                   MOVE SPACE TO WS-GR-SUSP(WS-GRANT-IDX)
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE WS-TARGET-ID TO WS-SEC-TARGET-ID
                   MOVE "OPR-GRANTED" TO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
                   DISPLAY "REINSTATED " WS-GRANT-CODE " FOR "
                           WS-TARGET-ID
               ELSE
                   DISPLAY "ALREADY GRANTED."
               END-IF
           ELSE
               IF WS-GRANT-COUNT IS NOT LESS THAN 200
                   DISPLAY "THE GRANT FILE IS FULL."
                       TO WS-GR-OPERATOR(WS-GRANT-COUNT)
                   MOVE WS-GRANT-CODE
                       TO WS-GR-CODE(WS-GRANT-COUNT)
                   MOVE SPACE TO WS-GR-SUSP(WS-GRANT-COUNT)
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE WS-TARGET-ID TO WS-SEC-TARGET-ID
                   MOVE "OPR-GRANTED" TO WS-SEC-EVENT
               MOVE SPACES TO OPER-AUTH-REC
               MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO OAU-OPERATOR
               MOVE WS-GR-CODE(WS-GRANT-IDX) TO OAU-OPT-CODE
               MOVE WS-GR-SUSP(WS-GRANT-IDX) TO OAU-SUSPENDED
               WRITE OPER-AUTH-REC
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
