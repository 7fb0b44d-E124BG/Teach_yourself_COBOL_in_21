      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Operator access sweep against the employee master.
      * OPERMAST.DAT and EMPMAST.DAT never knew about each other - an
      * operator whose employment HR ended kept a working sign-on
      * until someone remembered to lock them in OPRADMIN. Each
      * operator record now carries the employee ID it belongs to.
      * This pass reads every operator, looks the linked employee up
      * on the master, and where the employee is terminated (T), on
      * leave (L) or no longer on the master at all (archived by
      * EMPARCH) locks the operator ID and suspends its OPERAUTH.DAT
      * grants, with an OPR-AUTOLOCK event on the security log and
      * an alert on the operations outbox. Operator IDs that have no
      * matching active employee - the locked ones and the ones never
      * linked - are listed on the exception report OPRSYNCR.DAT for
      * the security administrator. Runs nightly in the employee
      * stream, and is CALLed by EMPHRIN and EMPARCH as soon as they
      * end or archive an employment. A lock is never lifted here:
      * a returning employee is unlocked, and their grants
      * reinstated, by a supervisor in OPRADMIN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSYNC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
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
           SELECT OPR-EXCEPTION-FILE ASSIGN TO "OPRSYNCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY seclogsel.
           COPY alertsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY opermast.

       FD  EMPLOYEE-MASTER.
       COPY empmast.

       FD  OPER-AUTH-FILE.
       COPY operauth.

       FD  OPR-EXCEPTION-FILE.
       01  OPR-EXCEPTION-REC PIC X(80).

       COPY seclogfd.
       COPY alertfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-END-OF-MASTER-SWITCH PIC X.

      *The whole authorization file is worked on in storage and
      *written back in one piece, the same way OPRADMIN handles it.
       01  WS-OPERAUTH-STATUS PIC XX.
       01  WS-END-OF-AUTH-SWITCH PIC X.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 200 TIMES.
               10  WS-GR-OPERATOR PIC X(8).
               10  WS-GR-CODE     PIC X(8).
               10  WS-GR-SUSP     PIC X(1).
       01  WS-GRANT-COUNT PIC 9(3) VALUE 0.
       01  WS-GRANT-IDX PIC 9(3).
       01  WS-GRANTS-CHANGED-SWITCH PIC X VALUE "N".
       01  WS-SUSPENDED-NOW PIC 9(3).

       01  WS-EXCEPTION-REASON PIC X(24).
       01  WS-REVOKE-SWITCH PIC X.
       01  WS-LOCK-ACTION PIC X(14).

       01  WS-OPERATOR-COUNT PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  WS-LOCKED-COUNT PIC 9(5) VALUE 0.

       COPY seclghdr.
       COPY alerthdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "OPRSYNC" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATOR MASTER WILL NOT OPEN - STATUS "
                       WS-OPER-STATUS
               MOVE "OPRSYNC" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "OPERATOR MASTER OPEN ERROR" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
      *Without the employee master nothing can be judged - the sweep
      *stops rather than lock every linked operator as archived.
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-EMP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "EMPLOYEE MASTER WILL NOT OPEN - STATUS "
                           WS-EMP-STATUS
                   MOVE "OPRSYNC" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "EMPLOYEE MASTER OPEN ERROR" TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-SERIOUS-RC
               ELSE
                   PERFORM LOAD-GRANT-TABLE
                   PERFORM RUN-OPERATOR-SWEEP
                   IF WS-GRANTS-CHANGED-SWITCH IS EQUAL TO "Y"
                       PERFORM SAVE-GRANT-TABLE
                   END-IF
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE OPERATOR-MASTER
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "OPRSYNC" TO JS-PROGRAM-NAME.
           MOVE WS-OPERATOR-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           IF WS-EXCEPTION-COUNT IS GREATER THAN 0
               PERFORM SET-WARNING-RC
           END-IF.
           GOBACK.

       LOAD-GRANT-TABLE.
           MOVE 0 TO WS-GRANT-COUNT.
           MOVE "N" TO WS-END-OF-AUTH-SWITCH.
           OPEN INPUT OPER-AUTH-FILE.
           IF WS-OPERAUTH-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-AUTH-SWITCH IS EQUAL TO "Y"
                   READ OPER-AUTH-FILE
                       AT END MOVE "Y" TO WS-END-OF-AUTH-SWITCH
                       NOT AT END
                           IF WS-GRANT-COUNT IS LESS THAN 200
                               ADD 1 TO WS-GRANT-COUNT
                               MOVE OAU-OPERATOR TO
                                   WS-GR-OPERATOR(WS-GRANT-COUNT)
                               MOVE OAU-OPT-CODE TO
                                   WS-GR-CODE(WS-GRANT-COUNT)
                               MOVE OAU-SUSPENDED TO
                                   WS-GR-SUSP(WS-GRANT-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 200 GRANTS - "
                                       "EXCESS NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

       RUN-OPERATOR-SWEEP.
           OPEN OUTPUT OPR-EXCEPTION-FILE.
           MOVE SPACES TO OPR-EXCEPTION-REC.
           STRING "OPERATORS WITHOUT AN ACTIVE EMPLOYEE - RUN "
                  JH-RUN-DATE DELIMITED BY SIZE
                  INTO OPR-EXCEPTION-REC.
           WRITE OPR-EXCEPTION-REC.
           MOVE SPACES TO OPR-EXCEPTION-REC.
           STRING "OPERATOR EMPLOYEE REASON                   "
                  "ACTION" DELIMITED BY SIZE
                  INTO OPR-EXCEPTION-REC.
           WRITE OPR-EXCEPTION-REC.
           MOVE "N" TO WS-END-OF-MASTER-SWITCH.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-MASTER KEY IS NOT LESS THAN OPR-ID
               INVALID KEY MOVE "Y" TO WS-END-OF-MASTER-SWITCH
           END-START.
           PERFORM READ-NEXT-OPERATOR.
           PERFORM UNTIL WS-END-OF-MASTER-SWITCH IS EQUAL TO "Y"
               ADD 1 TO WS-OPERATOR-COUNT
               PERFORM CHECK-ONE-OPERATOR
               PERFORM READ-NEXT-OPERATOR
           END-PERFORM.
           MOVE SPACES TO OPR-EXCEPTION-REC.
           STRING "OPERATORS " WS-OPERATOR-COUNT DELIMITED BY SIZE
                  "  EXCEPTIONS " WS-EXCEPTION-COUNT
                  DELIMITED BY SIZE
                  "  LOCKED THIS RUN " WS-LOCKED-COUNT
                  DELIMITED BY SIZE
                  INTO OPR-EXCEPTION-REC.
           WRITE OPR-EXCEPTION-REC.
           CLOSE OPR-EXCEPTION-FILE.
           DISPLAY "OPERATORS CHECKED : " WS-OPERATOR-COUNT.
           DISPLAY "EXCEPTIONS        : " WS-EXCEPTION-COUNT.
           DISPLAY "LOCKED THIS RUN   : " WS-LOCKED-COUNT.

       READ-NEXT-OPERATOR.
           IF WS-END-OF-MASTER-SWITCH IS NOT EQUAL TO "Y"
               READ OPERATOR-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-MASTER-SWITCH
               END-READ
           END-IF.

      *An operator never linked to an employee is reported but left
      *alone - there is nothing to say the person has gone. A linked
      *employee who is terminated, on leave or off the master loses
      *the sign-on.
       CHECK-ONE-OPERATOR.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE "N" TO WS-REVOKE-SWITCH.
           IF OPR-EMP-ID IS EQUAL TO SPACES
               MOVE "NO EMPLOYEE LINKED" TO WS-EXCEPTION-REASON
           ELSE
               MOVE OPR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER"
                           TO WS-EXCEPTION-REASON
                       MOVE "Y" TO WS-REVOKE-SWITCH
                   NOT INVALID KEY
                       EVALUATE EMP-STATUS
                           WHEN "T"
                               MOVE "EMPLOYEE TERMINATED"
                                   TO WS-EXCEPTION-REASON
                               MOVE "Y" TO WS-REVOKE-SWITCH
                           WHEN "L"
                               MOVE "EMPLOYEE ON LEAVE"
                                   TO WS-EXCEPTION-REASON
                               MOVE "Y" TO WS-REVOKE-SWITCH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.
           IF WS-EXCEPTION-REASON IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-LOCK-ACTION
               IF WS-REVOKE-SWITCH IS EQUAL TO "Y"
                   PERFORM REVOKE-OPERATOR-ACCESS
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *Locks the ID and suspends its grants. A run that finds the ID
      *already locked with nothing left to suspend changes nothing
      *and raises nothing - the alert went out the night it happened.
       REVOKE-OPERATOR-ACCESS.
           PERFORM SUSPEND-OPERATOR-GRANTS.
           IF OPR-LOCKOUT IS NOT EQUAL TO "L"
                   OR WS-SUSPENDED-NOW IS GREATER THAN 0
               MOVE "L" TO OPR-LOCKOUT
               REWRITE OPERATOR-REC
               ADD 1 TO WS-LOCKED-COUNT
               MOVE "LOCKED NOW" TO WS-LOCK-ACTION
               MOVE "OPRSYNC" TO WS-SEC-OPERATOR-ID
               MOVE OPR-ID TO WS-SEC-TARGET-ID
               MOVE "OPR-AUTOLOCK" TO WS-SEC-EVENT
               PERFORM WRITE-SECURITY-LOG
               MOVE "OPRLOCK" TO ALW-EVENT
               MOVE "W" TO ALW-SEVERITY
               MOVE "OPRSYNC" TO ALW-PROGRAM
               MOVE SPACES TO ALW-SUMMARY
               STRING "OPERATOR " OPR-ID DELIMITED BY SPACE
                      " LOCKED - EMP " DELIMITED BY SIZE
                      OPR-EMP-ID DELIMITED BY SIZE
                      INTO ALW-SUMMARY
               PERFORM WRITE-OPS-ALERT
           ELSE
               MOVE "ALREADY LOCKED" TO WS-LOCK-ACTION
           END-IF.

       SUSPEND-OPERATOR-GRANTS.
           MOVE 0 TO WS-SUSPENDED-NOW.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN WS-GRANT-COUNT
               IF WS-GR-OPERATOR(WS-GRANT-IDX) IS EQUAL TO OPR-ID
                       AND WS-GR-SUSP(WS-GRANT-IDX) IS NOT EQUAL
                           TO "S"
                   MOVE "S" TO WS-GR-SUSP(WS-GRANT-IDX)
                   ADD 1 TO WS-SUSPENDED-NOW
                   MOVE "Y" TO WS-GRANTS-CHANGED-SWITCH
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO OPR-EXCEPTION-REC.
           STRING OPR-ID              DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  OPR-EMP-ID          DELIMITED BY SIZE
                  "   "               DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-LOCK-ACTION      DELIMITED BY SIZE
                  INTO OPR-EXCEPTION-REC.
           WRITE OPR-EXCEPTION-REC.

       SAVE-GRANT-TABLE.
           OPEN OUTPUT OPER-AUTH-FILE.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN
                   WS-GRANT-COUNT
               MOVE SPACES TO OPER-AUTH-REC
               MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO OAU-OPERATOR
               MOVE WS-GR-CODE(WS-GRANT-IDX) TO OAU-OPT-CODE
               MOVE WS-GR-SUSP(WS-GRANT-IDX) TO OAU-SUSPENDED
               WRITE OPER-AUTH-REC
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           CLOSE OPER-AUTH-FILE.

       COPY seclogw.
       COPY alertw.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
