      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Access recertification for the OPERAUTH.DAT option
      * grants. Grants only ever accumulated - nobody confirmed an
      * operator still needed each menu option they had been given,
      * and audit asks for exactly that every year. A supervisor
      * opens a review period here (a name such as 2026Q4 and a
      * deadline), and each supervisor then signs on - the password
      * is the signature - and works through the grants of the
      * operators they are responsible for (OPR-RESP-SUPV on the
      * operator master; operators with nobody named can be attested
      * by any supervisor), marking each one keep or revoke. Every
      * decision is written to the attestation file (OPRCERT.DAT)
      * with who signed it and when; a revoke takes the grant off
      * OPERAUTH.DAT at once and is logged to SECLOG.DAT. Nobody
      * attests their own grants, and a grant held under an operator
      * ID that is no longer on the operator master is attested by
      * nobody - each session lists such orphans for the security
      * administrator and leaves them to the close. Grants still
      * unattested at the deadline are revoked by the nightly OPRRCLS
      * close, which also cuts the period's recertification report.
      * Attended only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRECRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT OPR-CERT-FILE ASSIGN TO "OPRCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT OPR-CERT-PERIOD-FILE ASSIGN TO "OPRCRTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           COPY seclogsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY opermast.

       FD  OPER-AUTH-FILE.
       COPY operauth.

       FD  OPR-CERT-FILE.
       COPY oprcert.

       FD  OPR-CERT-PERIOD-FILE.
       COPY oprcrtp.

       COPY seclogfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS PIC XX.
       01  WS-CERT-STATUS PIC XX.
       01  WS-PERIOD-STATUS PIC XX.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-DECISION PIC X(1).
       01  WS-QUIT-SWITCH PIC X.

      *The period in force, as OPRCRTP.DAT holds it.
       01  WS-PERIOD-ON-HAND PIC X VALUE "N".
       01  WS-PERIOD-IN PIC X(6).
       01  WS-DEADLINE-IN PIC X(8).
       01  WS-DEADLINE-DATE PIC 9(8).

      *The whole authorization file is worked on in storage and
      *written back in one piece, the same way OPRADMIN handles it.
       01  WS-OPERAUTH-STATUS PIC XX.
       01  WS-END-OF-AUTH-SWITCH PIC X.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 200 TIMES.
               10  WS-GR-OPERATOR PIC X(8).
               10  WS-GR-CODE     PIC X(8).
               10  WS-GR-SUSP     PIC X(1).
               10  WS-GR-REVOKED  PIC X(1).
               10  WS-GR-ORPHAN   PIC X(1).
       01  WS-GRANT-COUNT PIC 9(3) VALUE 0.
       01  WS-GRANT-IDX PIC 9(3).
       01  WS-GRANTS-CHANGED-SWITCH PIC X.

      *Grants already attested this period, from OPRCERT.DAT.
       01  WS-END-OF-CERT-SWITCH PIC X.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 500 TIMES.
               10  WS-DN-OPERATOR PIC X(8).
               10  WS-DN-CODE     PIC X(8).
       01  WS-DONE-COUNT PIC 9(3) VALUE 0.
       01  WS-DONE-IDX PIC 9(3).
       01  WS-DONE-FOUND-SWITCH PIC X.

       01  WS-MINE-SWITCH PIC X.
       01  WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01  WS-REVOKED-COUNT PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT PIC 9(3) VALUE 0.

       COPY seclghdr.
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
           MOVE "OPRRECRT" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *The supervisor's password is the signature on every
      *attestation this session writes.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NOT VERIFIED - NOTHING ATTESTED."
               MOVE JH-OPERATOR-ID TO WS-SEC-OPERATOR-ID
               MOVE "DENIED-RECERT" TO WS-SEC-EVENT
               PERFORM WRITE-SECURITY-LOG
           ELSE
               MOVE WS-SUPV-ID TO WS-SEC-OPERATOR-ID
               MOVE SPACES TO WS-MENU-CHOICE
               PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
                   PERFORM READ-REVIEW-PERIOD
                   PERFORM DISPLAY-RECERT-MENU
                   EVALUATE WS-MENU-CHOICE
                       WHEN "O"
                           PERFORM OPEN-REVIEW-PERIOD
                       WHEN "W"
                           PERFORM WORK-MY-GRANTS
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Enter O, W or X."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "OPRRECRT" TO JS-PROGRAM-NAME.
           COMPUTE JS-RECORD-COUNT = WS-KEPT-COUNT + WS-REVOKED-COUNT.
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

       READ-REVIEW-PERIOD.
           MOVE "N" TO WS-PERIOD-ON-HAND.
           OPEN INPUT OPR-CERT-PERIOD-FILE.
           IF WS-PERIOD-STATUS IS EQUAL TO "00"
               READ OPR-CERT-PERIOD-FILE
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-PERIOD-ON-HAND
               END-READ
               CLOSE OPR-CERT-PERIOD-FILE
           END-IF.

       DISPLAY-RECERT-MENU.
           DISPLAY "================================================".
           DISPLAY "          ACCESS RECERTIFICATION".
           DISPLAY "================================================".
           IF WS-PERIOD-ON-HAND IS EQUAL TO "Y"
                   AND CRP-STATUS IS EQUAL TO "O"
               DISPLAY "PERIOD " CRP-PERIOD " OPEN - DEADLINE "
                       CRP-DEADLINE
           ELSE
               DISPLAY "NO REVIEW PERIOD OPEN."
           END-IF.
           DISPLAY "O. Open a review period".
           DISPLAY "W. Work my operators' grants".
           DISPLAY "X. Exit".
           DISPLAY "Enter your choice: ".
           ACCEPT WS-MENU-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               TO WS-MENU-CHOICE.

      *Only one period is ever in force; the next can be opened once
      *OPRRCLS has closed the last one. The deadline must be a real
      *date after today - the same INTEGER-OF-DATE proof the aging
      *passes use.
       OPEN-REVIEW-PERIOD.
           IF WS-PERIOD-ON-HAND IS EQUAL TO "Y"
                   AND CRP-STATUS IS EQUAL TO "O"
               DISPLAY "PERIOD " CRP-PERIOD " IS STILL OPEN."
           ELSE
               DISPLAY "Period name (e.g. 2026Q4): "
               ACCEPT WS-PERIOD-IN
               MOVE FUNCTION UPPER-CASE(WS-PERIOD-IN)
                   TO WS-PERIOD-IN
               DISPLAY "Attestation deadline (YYYYMMDD): "
               ACCEPT WS-DEADLINE-IN
               EVALUATE TRUE
                   WHEN WS-PERIOD-IN IS EQUAL TO SPACES
                       DISPLAY "A PERIOD NAME IS REQUIRED."
                   WHEN WS-DEADLINE-IN IS NOT NUMERIC
                       DISPLAY "DEADLINE NOT A DATE."
                   WHEN OTHER
                       MOVE WS-DEADLINE-IN TO WS-DEADLINE-DATE
                       IF FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE)
                               IS EQUAL TO 0
                               OR WS-DEADLINE-DATE IS NOT GREATER
                                   THAN WS-TODAY-DATE
                           DISPLAY "DEADLINE MUST BE A REAL DATE "
                                   "AFTER TODAY."
                       ELSE
                           PERFORM WRITE-REVIEW-PERIOD
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-REVIEW-PERIOD.
           OPEN OUTPUT OPR-CERT-PERIOD-FILE.
           MOVE SPACES TO OPR-CERT-PERIOD-REC.
           MOVE WS-PERIOD-IN TO CRP-PERIOD.
           MOVE "O" TO CRP-STATUS.
           MOVE WS-SUPV-ID TO CRP-OPENED-BY.
           MOVE WS-TODAY-DATE TO CRP-OPENED-DATE.
           MOVE WS-DEADLINE-DATE TO CRP-DEADLINE.
           MOVE 0 TO CRP-CLOSED-DATE.
           WRITE OPR-CERT-PERIOD-REC.
           CLOSE OPR-CERT-PERIOD-FILE.
           MOVE "RECERT-OPENED" TO WS-SEC-EVENT.
           PERFORM WRITE-SECURITY-LOG.
           DISPLAY "PERIOD " WS-PERIOD-IN " OPENED - DEADLINE "
                   WS-DEADLINE-DATE.

      *Walks every grant this supervisor answers for that has not
      *been attested yet this period. Skipping leaves a grant for
      *later; past the deadline it is revoked for want of an answer.
       WORK-MY-GRANTS.
           IF WS-PERIOD-ON-HAND IS NOT EQUAL TO "Y"
                   OR CRP-STATUS IS NOT EQUAL TO "O"
               DISPLAY "NO REVIEW PERIOD OPEN."
           ELSE
               IF WS-TODAY-DATE IS GREATER THAN CRP-DEADLINE
                   DISPLAY "THE DEADLINE HAS PASSED - THE PERIOD "
                           "CLOSES TONIGHT."
               ELSE
                   PERFORM LOAD-GRANT-TABLE
                   PERFORM LOAD-ATTESTED-GRANTS
                   PERFORM ATTEST-GRANT-LIST
               END-IF
           END-IF.

       ATTEST-GRANT-LIST.
           MOVE 0 TO WS-LEFT-COUNT.
           MOVE "N" TO WS-QUIT-SWITCH.
           MOVE "N" TO WS-GRANTS-CHANGED-SWITCH.
           OPEN INPUT OPERATOR-MASTER.
           OPEN EXTEND OPR-CERT-FILE.
           IF WS-CERT-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT OPR-CERT-FILE
           END-IF.
           PERFORM LIST-ORPHAN-GRANTS.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN WS-GRANT-COUNT
                   OR WS-QUIT-SWITCH IS EQUAL TO "Y"
               PERFORM CHECK-GRANT-IS-MINE
               IF WS-MINE-SWITCH IS EQUAL TO "Y"
                   PERFORM ATTEST-ONE-GRANT
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           CLOSE OPR-CERT-FILE.
           CLOSE OPERATOR-MASTER.
           IF WS-GRANTS-CHANGED-SWITCH IS EQUAL TO "Y"
               PERFORM SAVE-GRANT-TABLE
           END-IF.
           DISPLAY "KEPT THIS SESSION    : " WS-KEPT-COUNT.
           DISPLAY "REVOKED THIS SESSION : " WS-REVOKED-COUNT.
           DISPLAY "SKIPPED FOR LATER    : " WS-LEFT-COUNT.
           IF WS-ORPHAN-COUNT IS GREATER THAN 0
               DISPLAY "ORPHANED, NOT OFFERED: " WS-ORPHAN-COUNT
           END-IF.

      *A grant whose operator ID is not on the operator master has
      *nobody to answer for it - the ID was deleted or never existed
      *- so no supervisor may attest it. Each one is listed here and
      *logged for the security administrator; left unattested, the
      *close revokes it at the deadline.
       LIST-ORPHAN-GRANTS.
           MOVE 0 TO WS-ORPHAN-COUNT.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN WS-GRANT-COUNT
               MOVE "N" TO WS-GR-ORPHAN(WS-GRANT-IDX)
               MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "Y" TO WS-GR-ORPHAN(WS-GRANT-IDX)
                       ADD 1 TO WS-ORPHAN-COUNT
                       IF WS-ORPHAN-COUNT IS EQUAL TO 1
                           DISPLAY "GRANTS HELD UNDER OPERATOR IDS "
                                   "NOT ON THE OPERATOR MASTER:"
                       END-IF
                       DISPLAY "  OPERATOR "
                               WS-GR-OPERATOR(WS-GRANT-IDX)
                               "  OPTION " WS-GR-CODE(WS-GRANT-IDX)
                       MOVE "OPRRECRT" TO ERR-PROGRAM-NAME
                       MOVE WS-SUPV-ID TO ERR-OPERATOR-ID
                       MOVE "ORPH" TO ERR-CODE
                       MOVE SPACES TO ERR-MESSAGE
                       STRING "ORPHAN GRANT "
                              WS-GR-OPERATOR(WS-GRANT-IDX) " "
                              WS-GR-CODE(WS-GRANT-IDX)
                              DELIMITED BY SIZE
                              INTO ERR-MESSAGE
                       PERFORM WRITE-ERROR-LOG
               END-READ
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           IF WS-ORPHAN-COUNT IS GREATER THAN 0
               DISPLAY "  NOT OFFERED FOR ATTESTATION - REVOKED AT "
                       "THE DEADLINE UNLESS THE ID IS RESTORED."
           END-IF.

      *Mine means: not my own grant, not already attested, the
      *operator is on the master, and names me as responsible
      *supervisor - or names nobody.
       CHECK-GRANT-IS-MINE.
           MOVE "N" TO WS-MINE-SWITCH.
           IF WS-GR-OPERATOR(WS-GRANT-IDX) IS NOT EQUAL TO WS-SUPV-ID
                   AND WS-GR-ORPHAN(WS-GRANT-IDX) IS NOT EQUAL TO "Y"
               PERFORM FIND-ATTESTED-GRANT
               IF WS-DONE-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO OPR-ID
                   READ OPERATOR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPR-RESP-SUPV IS EQUAL TO WS-SUPV-ID
                                   OR OPR-RESP-SUPV IS EQUAL TO SPACES
                               MOVE "Y" TO WS-MINE-SWITCH
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ATTEST-ONE-GRANT.
           DISPLAY "------------------------------------------------".
           IF WS-GR-SUSP(WS-GRANT-IDX) IS EQUAL TO "S"
               DISPLAY "OPERATOR " WS-GR-OPERATOR(WS-GRANT-IDX)
                       "  OPTION " WS-GR-CODE(WS-GRANT-IDX)
                       "  (SUSPENDED)"
           ELSE
               DISPLAY "OPERATOR " WS-GR-OPERATOR(WS-GRANT-IDX)
                       "  OPTION " WS-GR-CODE(WS-GRANT-IDX)
           END-IF.
           DISPLAY "Keep (K), Revoke (R), Skip (S) or Quit (Q)? ".
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "K"
                   ADD 1 TO WS-KEPT-COUNT
                   PERFORM WRITE-ATTESTATION
               WHEN "R"
                   ADD 1 TO WS-REVOKED-COUNT
                   MOVE "Y" TO WS-GR-REVOKED(WS-GRANT-IDX)
                   MOVE "Y" TO WS-GRANTS-CHANGED-SWITCH
                   PERFORM WRITE-ATTESTATION
                   MOVE WS-GR-OPERATOR(WS-GRANT-IDX)
                       TO WS-SEC-TARGET-ID
                   MOVE "OPR-REVOKED" TO WS-SEC-EVENT
                   PERFORM WRITE-SECURITY-LOG
               WHEN "Q"
                   MOVE "Y" TO WS-QUIT-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

       WRITE-ATTESTATION.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO OPR-CERT-REC.
           MOVE CRP-PERIOD TO CRT-PERIOD.
           MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO CRT-OPERATOR.
           MOVE WS-GR-CODE(WS-GRANT-IDX) TO CRT-OPT-CODE.
           MOVE WS-DECISION TO CRT-DECISION.
           MOVE WS-SUPV-ID TO CRT-ATTESTED-BY.
           MOVE WS-TODAY-DATE TO CRT-DATE.
           MOVE WS-NOW-TIME TO CRT-TIME.
           WRITE OPR-CERT-REC.

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
                               MOVE "N" TO
                                   WS-GR-REVOKED(WS-GRANT-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 200 GRANTS - "
                                       "EXCESS NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

       LOAD-ATTESTED-GRANTS.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE "N" TO WS-END-OF-CERT-SWITCH.
           OPEN INPUT OPR-CERT-FILE.
           IF WS-CERT-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-CERT-SWITCH IS EQUAL TO "Y"
                   READ OPR-CERT-FILE
                       AT END MOVE "Y" TO WS-END-OF-CERT-SWITCH
                       NOT AT END
                           IF CRT-PERIOD IS EQUAL TO CRP-PERIOD
                                   AND WS-DONE-COUNT IS LESS THAN 500
                               ADD 1 TO WS-DONE-COUNT
                               MOVE CRT-OPERATOR
                                   TO WS-DN-OPERATOR(WS-DONE-COUNT)
                               MOVE CRT-OPT-CODE
                                   TO WS-DN-CODE(WS-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-CERT-FILE
           END-IF.

       FIND-ATTESTED-GRANT.
           MOVE "N" TO WS-DONE-FOUND-SWITCH.
           MOVE 1 TO WS-DONE-IDX.
           PERFORM UNTIL WS-DONE-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-DONE-IDX IS GREATER THAN WS-DONE-COUNT
               IF WS-DN-OPERATOR(WS-DONE-IDX) IS EQUAL TO
                       WS-GR-OPERATOR(WS-GRANT-IDX)
                       AND WS-DN-CODE(WS-DONE-IDX) IS EQUAL TO
                           WS-GR-CODE(WS-GRANT-IDX)
                   MOVE "Y" TO WS-DONE-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DONE-IDX
               END-IF
           END-PERFORM.

      *Revoked grants are simply left out of the rewritten file.
       SAVE-GRANT-TABLE.
           OPEN OUTPUT OPER-AUTH-FILE.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN
                   WS-GRANT-COUNT
               IF WS-GR-REVOKED(WS-GRANT-IDX) IS NOT EQUAL TO "Y"
                   MOVE SPACES TO OPER-AUTH-REC
                   MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO OAU-OPERATOR
                   MOVE WS-GR-CODE(WS-GRANT-IDX) TO OAU-OPT-CODE
                   MOVE WS-GR-SUSP(WS-GRANT-IDX) TO OAU-SUSPENDED
                   WRITE OPER-AUTH-REC
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           CLOSE OPER-AUTH-FILE.

       COPY seclogw.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
