      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Supervisor release pass for the ADDITION release
      * queue. ADDEDIT holds a transaction that is over its
      * department's posting limit (DEPTLIM.DAT) on ADDHOLD.DAT
      * instead of passing it to ADDITION. Here a supervisor, verified
      * against the operator master before anything is shown, works
      * the queue one item at a time: release it (it goes to
      * ADDRLSD.DAT, which the next ADDEDIT pass hands straight to
      * ADDITION), refuse it (it is dropped and the department has to
      * resubmit), or keep it for later. Every decision is stamped
      * with the supervisor and the date on the decision register
      * (ADDHOLDL.DAT) and logged. Attended only; offered through the
      * menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRLSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-HOLD-FILE ASSIGN TO "ADDHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ADD-HOLD-NEW-FILE ASSIGN TO "ADDHOLDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-NEW-STATUS.
           SELECT ADD-HOLD-LOG-FILE ASSIGN TO "ADDHOLDL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LOG-STATUS.
           SELECT ADD-RELEASED-FILE ASSIGN TO "ADDRLSD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
      *The live queue exactly as ADDEDIT appends to it.
       FD  ADD-HOLD-FILE.
       COPY addhold.

      *Carry-forward copy of the queue - only kept items - copied
      *back over the live queue at the end of the pass.
       FD  ADD-HOLD-NEW-FILE.
       01  ADD-HOLD-NEW-REC PIC X(101).

      *Permanent decision register, one line per decision.
       FD  ADD-HOLD-LOG-FILE.
       01  ADD-HOLD-LOG-REC PIC X(101).

      *Released transactions in the validated layout, for the next
      *ADDEDIT pass to hand to ADDITION - the held image with the
      *originating employee put back on the end.
       FD  ADD-RELEASED-FILE.
       01  ADD-RELEASED-REC.
           05  RLS-TRAN-IMAGE PIC X(29).
           05  RLS-EMP-ID     PIC X(6).

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-HOLD-NEW-STATUS PIC XX.
       01  WS-HOLD-LOG-STATUS PIC XX.
       01  WS-RELEASED-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-HOLD-SWITCH PIC X VALUE "N".
       01  WS-TODAY-DATE PIC 9(8).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).

       01  WS-SUPV-ACTION PIC X(1).
       01  WS-RELEASE-COUNT PIC 9(5) VALUE 0.
       01  WS-REFUSE-COUNT PIC 9(5) VALUE 0.
       01  WS-KEEP-COUNT PIC 9(5) VALUE 0.

      *The held transaction, unpacked for display.
       01  WS-HELD-TRAN.
           05  WS-HT-FIRST   PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  WS-HT-SECOND  PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  WS-HT-DEPT    PIC X(4).
           05  WS-HT-OP-CODE PIC X(1).
           05  WS-HT-DECK-ID PIC X(8).
       01  WS-FIRST-ED PIC -(5)9.99.
       01  WS-SECOND-ED PIC -(5)9.99.
       01  WS-AMOUNT-ED PIC -(11)9.99.
       01  WS-CEILING-ED PIC Z(10)9.99.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.

       LINKAGE SECTION.
       COPY signonlk.

       PROCEDURE DIVISION USING SESSION-LINK.

       PROGRAM-BEGIN.
      *Reachable only through the authorized menu - a loose launch
      *carries no session linkage and is refused, so the sign-on
      *subsystem cannot be walked around from the command line.
           IF ADDRESS OF SESSION-LINK IS EQUAL TO NULL
               DISPLAY "RUN THIS FROM THE MAIN MENU."
               GOBACK
           END-IF.
           IF LNK-TRAINING-MODE IS EQUAL TO "T"
               DISPLAY "*** TRAINING - PRACTICE FILES ONLY ***"
           END-IF.
           MOVE "ADDRLSE" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *Nothing in the queue is shown until a supervisor is verified -
      *the whole pass is a supervisor decision.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR APPROVAL - QUEUE NOT OPENED."
               MOVE "ADDRLSE" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ALIM" TO ERR-CODE
               MOVE "RELEASE PASS SUPERVISOR NOT VERIFIED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               PERFORM RUN-RELEASE-PASS
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDRLSE as outstanding.
           MOVE "ADDRLSE" TO JS-PROGRAM-NAME.
           MOVE WS-RELEASE-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID: ".
           ACCEPT WS-SUPV-ID.
           DISPLAY "Password: ".
           ACCEPT WS-SUPV-PASSWORD.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATOR MASTER WILL NOT OPEN - STATUS "
                       WS-OPER-STATUS
           ELSE
               MOVE WS-SUPV-ID TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH OPERATOR ID."
                   NOT INVALID KEY
                       IF OPR-PASSWORD IS EQUAL TO WS-SUPV-PASSWORD
                               AND OPR-SUPERVISOR IS EQUAL TO "Y"
                               AND OPR-LOCKOUT IS NOT EQUAL TO "L"
                           MOVE "Y" TO WS-SUPV-OK-SWITCH
                       ELSE
                           DISPLAY "NOT VERIFIED AS A SUPERVISOR."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

      *Each held item is shown with what it computes to and the
      *ceiling it broke. Only kept items are carried forward.
       RUN-RELEASE-PASS.
           OPEN INPUT ADD-HOLD-FILE.
           IF WS-HOLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO RELEASE QUEUE ON HAND - NOTHING HELD."
           ELSE
               OPEN OUTPUT ADD-HOLD-NEW-FILE
               OPEN EXTEND ADD-HOLD-LOG-FILE
               IF WS-HOLD-LOG-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT ADD-HOLD-LOG-FILE
               END-IF
               OPEN EXTEND ADD-RELEASED-FILE
               IF WS-RELEASED-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT ADD-RELEASED-FILE
               END-IF
               PERFORM READ-NEXT-HELD
               PERFORM UNTIL WS-END-OF-HOLD-SWITCH IS EQUAL TO "Y"
                   PERFORM DECIDE-ONE-HELD
                   PERFORM READ-NEXT-HELD
               END-PERFORM
               CLOSE ADD-HOLD-FILE
               CLOSE ADD-HOLD-NEW-FILE
               CLOSE ADD-HOLD-LOG-FILE
               CLOSE ADD-RELEASED-FILE
               PERFORM COPY-BACK-QUEUE
               DISPLAY "RELEASED TO NEXT RUN : " WS-RELEASE-COUNT
               DISPLAY "REFUSED              : " WS-REFUSE-COUNT
               DISPLAY "KEPT IN QUEUE        : " WS-KEEP-COUNT
           END-IF.

       READ-NEXT-HELD.
           READ ADD-HOLD-FILE
               AT END MOVE "Y" TO WS-END-OF-HOLD-SWITCH.

       DECIDE-ONE-HELD.
           MOVE HLD-TRAN-IMAGE TO WS-HELD-TRAN.
           MOVE WS-HT-FIRST TO WS-FIRST-ED.
           MOVE WS-HT-SECOND TO WS-SECOND-ED.
           MOVE HLD-AMOUNT TO WS-AMOUNT-ED.
           MOVE HLD-CEILING TO WS-CEILING-ED.
           DISPLAY "------------------------------------------------".
           DISPLAY "HELD " HLD-HOLD-DATE " OVER " HLD-REASON
                   "  DEPT " WS-HT-DEPT " OP " WS-HT-OP-CODE
                   " DECK " WS-HT-DECK-ID " EMPLOYEE " HLD-EMP-ID.
           DISPLAY "AMOUNTS " WS-FIRST-ED " / " WS-SECOND-ED
                   "  COMPUTES TO " WS-AMOUNT-ED.
           DISPLAY "CEILING " WS-CEILING-ED.
           DISPLAY "Release (R), Refuse (X) or Keep (K)? ".
           ACCEPT WS-SUPV-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-SUPV-ACTION) TO WS-SUPV-ACTION.
           EVALUATE WS-SUPV-ACTION
               WHEN "R"
                   MOVE HLD-TRAN-IMAGE TO RLS-TRAN-IMAGE
                   MOVE HLD-EMP-ID TO RLS-EMP-ID
                   WRITE ADD-RELEASED-REC
                   ADD 1 TO WS-RELEASE-COUNT
                   PERFORM LOG-ONE-DECISION
               WHEN "X"
                   ADD 1 TO WS-REFUSE-COUNT
                   PERFORM LOG-ONE-DECISION
               WHEN OTHER
                   MOVE ADD-HOLD-REC TO ADD-HOLD-NEW-REC
                   WRITE ADD-HOLD-NEW-REC
                   ADD 1 TO WS-KEEP-COUNT
           END-EVALUATE.

      *The register carries the held record stamped with the decision,
      *who made it and when; the error log carries the same so the
      *triage report shows it under the ADDITION area.
       LOG-ONE-DECISION.
           MOVE WS-SUPV-ACTION TO HLD-DECISION.
           MOVE WS-SUPV-ID TO HLD-DECIDED-BY.
           MOVE WS-TODAY-DATE TO HLD-DECIDED-DATE.
           MOVE ADD-HOLD-REC TO ADD-HOLD-LOG-REC.
           WRITE ADD-HOLD-LOG-REC.
           MOVE "ADDRLSE" TO ERR-PROGRAM-NAME.
           MOVE WS-SUPV-ID TO ERR-OPERATOR-ID.
           MOVE "ALIM" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           IF WS-SUPV-ACTION IS EQUAL TO "R"
               STRING "HELD ITEM RELEASED - DEPT " WS-HT-DEPT
                      " " HLD-REASON DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               DISPLAY "RELEASED BY " WS-SUPV-ID
           ELSE
               STRING "HELD ITEM REFUSED - DEPT " WS-HT-DEPT
                      " " HLD-REASON DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               DISPLAY "REFUSED BY " WS-SUPV-ID
           END-IF.
           PERFORM WRITE-ERROR-LOG.

      *Copies the carry-forward file back over the live queue so the
      *next ADDEDIT pass appends behind only what is still waiting.
       COPY-BACK-QUEUE.
           MOVE "N" TO WS-END-OF-HOLD-SWITCH.
           OPEN INPUT ADD-HOLD-NEW-FILE.
           OPEN OUTPUT ADD-HOLD-FILE.
           PERFORM READ-NEXT-HOLD-NEW.
           PERFORM UNTIL WS-END-OF-HOLD-SWITCH IS EQUAL TO "Y"
               MOVE ADD-HOLD-NEW-REC TO ADD-HOLD-REC
               WRITE ADD-HOLD-REC
               PERFORM READ-NEXT-HOLD-NEW
           END-PERFORM.
           CLOSE ADD-HOLD-NEW-FILE.
           CLOSE ADD-HOLD-FILE.

       READ-NEXT-HOLD-NEW.
           READ ADD-HOLD-NEW-FILE
               AT END MOVE "Y" TO WS-END-OF-HOLD-SWITCH.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
