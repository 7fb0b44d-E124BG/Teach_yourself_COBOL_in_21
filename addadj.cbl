      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Prior-day adjustment posting. When a day that has
      * already run turns out to be wrong - a batch keyed against the
      * wrong department, an amount posted twice - the correction used
      * to be made by hand in the ledger, and the control history and
      * ADDCTLR's report went on showing the uncorrected day. Here a
      * supervisor verified against the operator master enters the
      * correction against a specific prior business date, department
      * and operation code, with a count and sum correction and a
      * reason. Each adjustment is appended to the control history
      * (ADDCTLH.DAT) as a clearly marked adjustment line for that
      * date - the original run lines are never touched - and a
      * balanced entry pair dated the corrected day is cut to the
      * separate adjustment journal ADDGLAJ.DAT, in the ADDGLJE
      * layout; ADDGLFD carries the pair onto the next night's feed.
      * The department's clearing account is the one DEPTREF.DAT had
      * in force on the corrected day, not today's. A date in a month
      * accounting has closed is refused through the PERCLOSE.DAT
      * period gate unless a supervisor dropped the closed-period
      * override. Every adjustment and every refusal goes on the
      * error log. Attended only; offered through the menu option
      * file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-CTLHIST-FILE ASSIGN TO "ADDCTLH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLHIST-STATUS.
           SELECT GL-ADJUST-FILE ASSIGN TO "ADDGLAJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLADJ-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY perclsel.
           COPY buscalsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-CTLHIST-FILE.
       COPY addctlh.

      *Adjustment journal - the same fixed layout as the nightly
      *ADDGLJE.DAT feed, kept separate so an adjustment is never lost
      *with a night's regular feed being recut.
       FD  GL-ADJUST-FILE.
       COPY addglaj.

       FD  DEPT-REF-FILE.
       COPY deptref.

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY perclfd.
       COPY buscalfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-CTLHIST-STATUS PIC XX.
       01  WS-GLADJ-STATUS PIC XX.
       01  WS-DEPTREF-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).

       01  WS-MORE-SWITCH PIC X VALUE "Y".
       01  WS-ENTRY-OK-SWITCH PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-REFUSE-MESSAGE PIC X(40).

      *Department reference accounts, loaded once at the start with
      *their effective dates - every entry, since an adjustment can be
      *dated back to before a reorganization.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES.
               10  WS-AC-DEPT     PIC X(4).
               10  WS-AC-ACCOUNT  PIC X(8).
               10  WS-AC-EFF-FROM PIC X(8).
               10  WS-AC-EFF-TO   PIC X(8).
       01  WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01  WS-ACCT-IDX PIC 9(3).
       01  WS-ACCT-FOUND-SWITCH PIC X.
       01  WS-DEPTREF-ON-HAND PIC X VALUE "N".

      *Same ledger accounts the nightly feed posts to.
       01  WS-CLEARING-ACCOUNT PIC X(8) VALUE "14100100".
       01  WS-OFFSET-ACCOUNT   PIC X(8) VALUE "49100100".
       01  WS-ENTRY-ACCOUNT    PIC X(8).

      *The adjustment as entered. Counts and sums are keyed as a sign
      *followed by digits, the sum with two implied decimals.
       01  WS-ADJ-DATE-IN PIC X(8).
       01  WS-ADJ-DATE REDEFINES WS-ADJ-DATE-IN PIC 9(8).
       01  WS-ADJ-DEPT PIC X(4).
       01  WS-ADJ-OP PIC X(1).
       01  WS-ADJ-COUNT-IN.
           05  WS-ACI-SIGN   PIC X(1).
           05  WS-ACI-DIGITS PIC 9(5).
       01  WS-ADJ-SUM-IN.
           05  WS-ASI-SIGN   PIC X(1).
           05  WS-ASI-DIGITS PIC 9(9)V99.
       01  WS-ADJ-REASON PIC X(30).
       01  WS-ADJ-COUNT PIC S9(5)
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ADJ-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ADJ-SUM-ED PIC -(9)9.99.
       01  WS-ADJ-COUNT-ED PIC -(5)9.

       01  WS-DATE-ON-HISTORY PIC X.
       01  WS-ABS-SUM PIC 9(9)V99.
       01  WS-MAIN-DC PIC X(1).
       01  WS-OFFSET-DC PIC X(1).
       01  WS-POSTED-COUNT PIC 9(5) VALUE 0.

       COPY perclhdr.
       COPY buscalhdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.
       COPY depteffhdr.

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
           MOVE "ADDADJ" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-PROCESSING-DATE.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR APPROVAL - NOTHING ADJUSTED."
               MOVE "ADDADJ" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AADJ" TO ERR-CODE
               MOVE "ADJUSTMENT SUPERVISOR NOT VERIFIED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               PERFORM LOAD-ACCOUNT-LIST
               PERFORM UNTIL WS-MORE-SWITCH IS NOT EQUAL TO "Y"
                   PERFORM ENTER-ONE-ADJUSTMENT
                   DISPLAY "Enter another adjustment (Y/N)? "
                   ACCEPT WS-MORE-SWITCH
                   MOVE FUNCTION UPPER-CASE(WS-MORE-SWITCH)
                       TO WS-MORE-SWITCH
               END-PERFORM
               DISPLAY "ADJUSTMENTS POSTED: " WS-POSTED-COUNT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDADJ as outstanding.
           MOVE "ADDADJ" TO JS-PROGRAM-NAME.
           MOVE WS-POSTED-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       VERIFY-SUPERVISOR.
           DISPLAY "Approving supervisor ID: ".
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

      *Without the reference file the department cannot be checked;
      *adjustments then post to the old clearing account, as the
      *nightly feed does, with the gap on the error log.
       LOAD-ACCOUNT-LIST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DEPTREF-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO DEPTREF.DAT - ADJUSTMENTS POST TO THE"
                       " CLEARING ACCOUNT"
               MOVE "ADDADJ" TO ERR-PROGRAM-NAME
               MOVE WS-SUPV-ID TO ERR-OPERATOR-ID
               MOVE "AADJ" TO ERR-CODE
               MOVE "DEPARTMENT REFERENCE FILE MISSING"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               MOVE "Y" TO WS-DEPTREF-ON-HAND
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-REF-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-ACCT-COUNT IS LESS THAN 200
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE DEPT-CODE
                                   TO WS-AC-DEPT(WS-ACCT-COUNT)
                               MOVE DEPT-GL-ACCOUNT
                                   TO WS-AC-ACCOUNT(WS-ACCT-COUNT)
                               MOVE DEPT-EFF-FROM
                                   TO WS-AC-EFF-FROM(WS-ACCT-COUNT)
                               MOVE DEPT-EFF-TO
                                   TO WS-AC-EFF-TO(WS-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.

      *One adjustment per pass through here. Everything is checked
      *and shown back for confirmation before the period gate is
      *asked, so a refused entry never consumes the closed-period
      *override.
       ENTER-ONE-ADJUSTMENT.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE SPACES TO WS-REFUSE-MESSAGE.
           DISPLAY "Business date to adjust (YYYYMMDD): ".
           ACCEPT WS-ADJ-DATE-IN.
           DISPLAY "Department code: ".
           ACCEPT WS-ADJ-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-ADJ-DEPT) TO WS-ADJ-DEPT.
           DISPLAY "Operation code (A, S or M): ".
           ACCEPT WS-ADJ-OP.
           MOVE FUNCTION UPPER-CASE(WS-ADJ-OP) TO WS-ADJ-OP.
           DISPLAY "Count correction, sign and 5 digits (-00001): ".
           ACCEPT WS-ADJ-COUNT-IN.
           DISPLAY "Sum correction, sign and 11 digits, 2 decimals".
           DISPLAY "implied (e.g. -00000012550): ".
           ACCEPT WS-ADJ-SUM-IN.
           DISPLAY "Reason: ".
           ACCEPT WS-ADJ-REASON.
           PERFORM CHECK-ADJUSTMENT-ENTRY.
           IF WS-ENTRY-OK-SWITCH IS EQUAL TO "Y"
               PERFORM CONFIRM-ADJUSTMENT
           END-IF.
           IF WS-ENTRY-OK-SWITCH IS EQUAL TO "Y"
               PERFORM GATE-ADJUSTMENT-PERIOD
           END-IF.
           IF WS-ENTRY-OK-SWITCH IS EQUAL TO "Y"
               PERFORM POST-ADJUSTMENT
           ELSE
               PERFORM REFUSE-ADJUSTMENT
           END-IF.

      *The first failing check names the refusal.
       CHECK-ADJUSTMENT-ENTRY.
           EVALUATE TRUE
               WHEN WS-ADJ-DATE-IN IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WS-REFUSE-MESSAGE
               WHEN WS-ADJ-DATE IS NOT LESS THAN WS-PROCESSING-DATE
                   MOVE "DATE IS NOT A PRIOR BUSINESS DATE"
                       TO WS-REFUSE-MESSAGE
               WHEN WS-ADJ-DEPT IS EQUAL TO SPACES
                   MOVE "DEPARTMENT MISSING" TO WS-REFUSE-MESSAGE
               WHEN WS-ADJ-OP IS NOT EQUAL TO "A"
                       AND WS-ADJ-OP IS NOT EQUAL TO "S"
                       AND WS-ADJ-OP IS NOT EQUAL TO "M"
                   MOVE "OPERATION CODE NOT A, S OR M"
                       TO WS-REFUSE-MESSAGE
               WHEN (WS-ACI-SIGN IS NOT EQUAL TO "+"
                       AND WS-ACI-SIGN IS NOT EQUAL TO "-")
                       OR WS-ACI-DIGITS IS NOT NUMERIC
                   MOVE "COUNT CORRECTION NOT SIGN AND DIGITS"
                       TO WS-REFUSE-MESSAGE
               WHEN (WS-ASI-SIGN IS NOT EQUAL TO "+"
                       AND WS-ASI-SIGN IS NOT EQUAL TO "-")
                       OR WS-ASI-DIGITS IS NOT NUMERIC
                   MOVE "SUM CORRECTION NOT SIGN AND DIGITS"
                       TO WS-REFUSE-MESSAGE
               WHEN WS-ACI-DIGITS IS EQUAL TO 0
                       AND WS-ASI-DIGITS IS EQUAL TO 0
                   MOVE "NOTHING TO ADJUST" TO WS-REFUSE-MESSAGE
               WHEN WS-ADJ-REASON IS EQUAL TO SPACES
                   MOVE "NO REASON GIVEN" TO WS-REFUSE-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REFUSE-MESSAGE IS EQUAL TO SPACES
               PERFORM FIND-DEPT-ACCOUNT
               IF WS-ACCT-FOUND-SWITCH IS NOT EQUAL TO "Y"
                       AND WS-DEPTREF-ON-HAND IS EQUAL TO "Y"
                   MOVE "DEPARTMENT NOT ON DEPTREF FOR DATE"
                       TO WS-REFUSE-MESSAGE
               END-IF
           END-IF.
           IF WS-REFUSE-MESSAGE IS EQUAL TO SPACES
               PERFORM FIND-HISTORY-DATE
               IF WS-DATE-ON-HISTORY IS NOT EQUAL TO "Y"
                   MOVE "DATE HAS NO RUN ON THE CONTROL HISTORY"
                       TO WS-REFUSE-MESSAGE
               END-IF
           END-IF.
           IF WS-REFUSE-MESSAGE IS NOT EQUAL TO SPACES
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               MOVE WS-ACI-DIGITS TO WS-ADJ-COUNT
               IF WS-ACI-SIGN IS EQUAL TO "-"
                   COMPUTE WS-ADJ-COUNT = 0 - WS-ACI-DIGITS
               END-IF
               MOVE WS-ASI-DIGITS TO WS-ADJ-SUM
               IF WS-ASI-SIGN IS EQUAL TO "-"
                   COMPUTE WS-ADJ-SUM = 0 - WS-ASI-DIGITS
               END-IF
           END-IF.

      *The account is the one the department's entry in force on the
      *corrected day names - the account that day's feed posted to.
       FIND-DEPT-ACCOUNT.
           MOVE WS-CLEARING-ACCOUNT TO WS-ENTRY-ACCOUNT.
           MOVE WS-ADJ-DATE TO WS-DEPT-AS-OF.
           MOVE "N" TO WS-ACCT-FOUND-SWITCH.
           MOVE 1 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-ACCT-IDX IS GREATER THAN WS-ACCT-COUNT
               IF WS-AC-DEPT(WS-ACCT-IDX) IS EQUAL TO WS-ADJ-DEPT
                   MOVE WS-AC-EFF-FROM(WS-ACCT-IDX) TO WS-DEPT-EFF-FROM
                   MOVE WS-AC-EFF-TO(WS-ACCT-IDX) TO WS-DEPT-EFF-TO
                   PERFORM CHECK-DEPT-IN-FORCE
               ELSE
                   MOVE "N" TO WS-DEPT-IN-FORCE-SWITCH
               END-IF
               IF WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                   MOVE "Y" TO WS-ACCT-FOUND-SWITCH
                   MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO WS-ENTRY-ACCOUNT
               ELSE
                   ADD 1 TO WS-ACCT-IDX
               END-IF
           END-PERFORM.

      *Only a day that actually ran can be corrected - the date must
      *have at least one run line on the control history.
       FIND-HISTORY-DATE.
           MOVE "N" TO WS-DATE-ON-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-CTLHIST-FILE.
           IF WS-CTLHIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-CTLHIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CTH-RUN-DATE IS EQUAL TO WS-ADJ-DATE
                                   AND CTH-ENTRY-TYPE
                                       IS NOT EQUAL TO "A"
                               MOVE "Y" TO WS-DATE-ON-HISTORY
                               MOVE "Y" TO WS-END-OF-FILE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-CTLHIST-FILE
           END-IF.

       CONFIRM-ADJUSTMENT.
           MOVE WS-ADJ-COUNT TO WS-ADJ-COUNT-ED.
           MOVE WS-ADJ-SUM TO WS-ADJ-SUM-ED.
           DISPLAY "ADJUST " WS-ADJ-DATE " DEPT " WS-ADJ-DEPT
                   " OP " WS-ADJ-OP.
           DISPLAY "  COUNT " WS-ADJ-COUNT-ED "  SUM " WS-ADJ-SUM-ED
                   "  ACCOUNT " WS-ENTRY-ACCOUNT.
           DISPLAY "  REASON " WS-ADJ-REASON.
           DISPLAY "Post this adjustment (Y/N)? ".
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM IS NOT EQUAL TO "Y"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               MOVE "NOT CONFIRMED BY SUPERVISOR"
                   TO WS-REFUSE-MESSAGE
           END-IF.

      *A date in a month accounting has already closed is refused
      *unless a supervisor dropped the closed-period override -
      *consumed here and logged, good for exactly one adjustment.
       GATE-ADJUSTMENT-PERIOD.
           MOVE WS-ADJ-DATE(1:6) TO WS-CHECK-PERIOD.
           PERFORM GATE-CLOSED-PERIOD.
           EVALUATE WS-PERIOD-GATE
               WHEN "B"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
                   DISPLAY "*** PERIOD " WS-CHECK-PERIOD
                           " IS CLOSED ***"
                   MOVE "ADDADJ" TO ERR-PROGRAM-NAME
                   MOVE WS-SUPV-ID TO ERR-OPERATOR-ID
                   MOVE "APCL" TO ERR-CODE
                   MOVE "ADJUSTMENT INTO CLOSED PERIOD REFUSED"
                       TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   MOVE "PERIOD IS CLOSED" TO WS-REFUSE-MESSAGE
               WHEN "O"
                   DISPLAY "*** CLOSED PERIOD OVERRIDE BY "
                           WS-PERIOD-OVERRIDE-BY " ***"
                   MOVE "ADDADJ" TO ERR-PROGRAM-NAME
                   MOVE WS-PERIOD-OVERRIDE-BY TO ERR-OPERATOR-ID
                   MOVE "APCL" TO ERR-CODE
                   MOVE "CLOSED PERIOD OVERRIDE ACCEPTED"
                       TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REFUSE-ADJUSTMENT.
           DISPLAY "NOT POSTED - " WS-REFUSE-MESSAGE.
           MOVE "ADDADJ" TO ERR-PROGRAM-NAME.
           MOVE WS-SUPV-ID TO ERR-OPERATOR-ID.
           MOVE "AADJ" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "ADJ REFUSED " WS-REFUSE-MESSAGE
                  DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

       POST-ADJUSTMENT.
           PERFORM WRITE-ADJUSTMENT-HISTORY.
           IF WS-ADJ-SUM IS NOT EQUAL TO 0
               PERFORM WRITE-ADJUSTMENT-JOURNAL
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE "ADDADJ" TO ERR-PROGRAM-NAME.
           MOVE WS-SUPV-ID TO ERR-OPERATOR-ID.
           MOVE "AADJ" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "ADJUSTMENT POSTED " WS-ADJ-DATE
                  " " WS-ADJ-DEPT " " WS-ADJ-OP
                  DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.
           DISPLAY "ADJUSTMENT POSTED TO " WS-ADJ-DATE.

      *The run lines for the date are left exactly as ADDITION wrote
      *them; the correction is its own marked line.
       WRITE-ADJUSTMENT-HISTORY.
           OPEN EXTEND ADD-CTLHIST-FILE.
           IF WS-CTLHIST-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADD-CTLHIST-FILE
           END-IF.
           MOVE SPACES TO ADD-CTLHIST-REC.
           MOVE WS-ADJ-DATE TO CTH-RUN-DATE.
           MOVE 0 TO CTH-TRANS-COUNT.
           MOVE WS-ADJ-SUM TO CTH-TOTAL-SUM.
           MOVE "A" TO CTH-ENTRY-TYPE.
           MOVE WS-ADJ-COUNT TO CTH-ADJ-COUNT.
           MOVE WS-ADJ-DEPT TO CTH-ADJ-DEPT.
           MOVE WS-ADJ-OP TO CTH-ADJ-OP.
           MOVE WS-SUPV-ID TO CTH-ADJ-BY.
           MOVE WS-TODAY-DATE TO CTH-ADJ-ENTERED.
           MOVE WS-ADJ-REASON TO CTH-ADJ-REASON.
           WRITE ADD-CTLHIST-REC.
           CLOSE ADD-CTLHIST-FILE.

      *One balanced pair dated the corrected day. The signed sum
      *decides the direction the way the nightly feed's does; the
      *offset entry always mirrors the department entry.
       WRITE-ADJUSTMENT-JOURNAL.
           IF WS-ADJ-SUM IS LESS THAN 0
               COMPUTE WS-ABS-SUM = 0 - WS-ADJ-SUM
               MOVE "C" TO WS-MAIN-DC
               MOVE "D" TO WS-OFFSET-DC
           ELSE
               MOVE WS-ADJ-SUM TO WS-ABS-SUM
               MOVE "D" TO WS-MAIN-DC
               MOVE "C" TO WS-OFFSET-DC
           END-IF.
           OPEN EXTEND GL-ADJUST-FILE.
           IF WS-GLADJ-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT GL-ADJUST-FILE
           END-IF.
           MOVE SPACES TO GL-ADJUST-REC.
           MOVE WS-ADJ-DATE TO GLA-POSTING-DATE.
           MOVE WS-ENTRY-ACCOUNT TO GLA-ACCOUNT.
           MOVE WS-MAIN-DC TO GLA-DEBIT-CREDIT.
           MOVE WS-ABS-SUM TO GLA-AMOUNT.
           STRING "ADJ " WS-ADJ-DEPT " " WS-ADJ-OP " " WS-ADJ-DATE
                  DELIMITED BY SIZE
                  INTO GLA-DESCRIPTION.
           WRITE GL-ADJUST-REC.
           MOVE SPACES TO GL-ADJUST-REC.
           MOVE WS-ADJ-DATE TO GLA-POSTING-DATE.
           MOVE WS-OFFSET-ACCOUNT TO GLA-ACCOUNT.
           MOVE WS-OFFSET-DC TO GLA-DEBIT-CREDIT.
           MOVE WS-ABS-SUM TO GLA-AMOUNT.
           STRING "ADJ OFFSET " WS-ADJ-DEPT
                  DELIMITED BY SIZE
                  INTO GLA-DESCRIPTION.
           WRITE GL-ADJUST-REC.
           CLOSE GL-ADJUST-FILE.

       COPY perclr.
       COPY buscalr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
       COPY depteffr.
