      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Month-end department chargeback statements. ADDGLFD
      * posts each department's daily activity to its GL clearing
      * account, but the departments themselves never saw a statement
      * of what they submitted. For the requested month this prints
      * one statement per department on DEPTREF.DAT (ADDCHGST.DAT):
      * the daily counts and totals by operation code from the
      * department history ADDDHIST files every night (ADDDPTH.DAT),
      * the department's suspense items still open (ADDSUSP.DAT) and
      * the write-offs approved against it during the month
      * (ADDWOFF.DAT), and the month total reconciled to what went to
      * the department's clearing account - the nightly feed entries
      * plus the prior-day adjustments ADDADJ made against the
      * department (the adjustment lines on ADDCTLH.DAT), checked
      * against the adjustment journal lines ADDGLFD has fed to the
      * ledger (ADDGLAJ.DAT). Every department in force at any time
      * in the month gets a statement, under the account its latest
      * entry names. Each statement begins with its own heading line,
      * so RPTARCHV files every department's statement as a separate
      * archived report that RPTREPRT can reprint. Run in MTHCLOSE's
      * closing sequence, or on its own for any month.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDCHGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT DEPT-HIST-FILE ASSIGN TO "ADDDPTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT ADD-SUSP-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT ADD-WRITEOFF-FILE ASSIGN TO "ADDWOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT ADD-CTLHIST-FILE ASSIGN TO "ADDCTLH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLHIST-STATUS.
           SELECT GL-ADJUST-FILE ASSIGN TO "ADDGLAJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLADJ-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ADDCHGST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY buscalsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REF-FILE.
       COPY deptref.

       FD  DEPT-HIST-FILE.
       COPY adddpth.

      *Suspense and write-off records as ADDSUSP keeps them; the
      *original image carries the department at 17 and the two keyed
      *amounts (sign and seven digits, decimal implied) at 1 and 9.
       FD  ADD-SUSP-FILE.
       01  ADD-SUSP-REC.
           05  SUS-STATUS      PIC X(1).
           05  FILLER          PIC X(1).
           05  SUS-REJECT-DATE PIC 9(8).
           05  FILLER          PIC X(1).
           05  SUS-REASON-CODE PIC X(4).
           05  FILLER          PIC X(1).
           05  SUS-ORIG-IMAGE  PIC X(40).

       FD  ADD-WRITEOFF-FILE.
       01  ADD-WRITEOFF-REC.
           05  WOF-DATE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  WOF-APPROVED-BY PIC X(8).
           05  FILLER          PIC X(1).
           05  WOF-AMOUNT      PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER          PIC X(1).
           05  WOF-REJECT-DATE PIC 9(8).
           05  FILLER          PIC X(1).
           05  WOF-REASON-CODE PIC X(4).
           05  FILLER          PIC X(1).
           05  WOF-ORIG-IMAGE  PIC X(40).

       FD  ADD-CTLHIST-FILE.
       COPY addctlh.

       FD  GL-ADJUST-FILE.
       COPY addglaj.

      *Sixty columns, the width the report archive keeps.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC PIC X(60).

       COPY buscalfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-DEPTREF-STATUS PIC XX.
       01  WS-DEPTHIST-STATUS PIC XX.
       01  WS-SUSP-STATUS PIC XX.
       01  WS-WRITEOFF-STATUS PIC XX.
       01  WS-CTLHIST-STATUS PIC XX.
       01  WS-GLADJ-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

       01  WS-STMT-MONTH PIC X(6).
      *The month's bounds for the reference entries' dates. Day 31
      *closes every month - no shorter month has a date past its end.
       01  WS-MONTH-FIRST-DAY.
           05  WS-MF-MONTH PIC X(6).
           05  FILLER      PIC X(2) VALUE "01".
       01  WS-MONTH-LAST-DAY.
           05  WS-ML-MONTH PIC X(6).
           05  FILLER      PIC X(2) VALUE "31".
       01  WS-STATEMENT-COUNT PIC 9(3) VALUE 0.

       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 50 TIMES.
               10  WS-RF-DEPT    PIC X(4).
               10  WS-RF-ACCOUNT PIC X(8).
               10  WS-RF-NAME    PIC X(20).
               10  WS-RF-EFF-FROM PIC X(8).
       01  WS-REF-COUNT PIC 9(3) VALUE 0.
       01  WS-REF-IDX PIC 9(3).
       01  WS-REF-FOUND-SWITCH PIC X.
       01  WS-REF-IN-MONTH-SWITCH PIC X.

      *The month's department history lines.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 2000 TIMES.
               10  WS-HT-DATE       PIC 9(8).
               10  WS-HT-DEPT       PIC X(4).
               10  WS-HT-OPS.
                   15  WS-HT-OP-ENTRY OCCURS 3 TIMES.
                       20  WS-HT-OP-COUNT PIC 9(7).
                       20  WS-HT-OP-SUM   PIC S9(9)V99
                           SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-HT-COUNT      PIC 9(7).
               10  WS-HT-SUM        PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-HT-POSTED-SUM PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-HT-ON-FEED    PIC X(1).
       01  WS-HIST-COUNT PIC 9(5) VALUE 0.
       01  WS-HIST-IDX PIC 9(5).

       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 500 TIMES.
               10  WS-ST-DEPT   PIC X(4).
               10  WS-ST-DATE   PIC 9(8).
               10  WS-ST-REASON PIC X(4).
               10  WS-ST-AMOUNT PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-SUSP-COUNT PIC 9(3) VALUE 0.
       01  WS-SUSP-IDX PIC 9(3).

       01  WS-WOFF-TABLE.
           05  WS-WOFF-ENTRY OCCURS 500 TIMES.
               10  WS-WT-DEPT   PIC X(4).
               10  WS-WT-DATE   PIC 9(8).
               10  WS-WT-BY     PIC X(8).
               10  WS-WT-AMOUNT PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-WOFF-COUNT PIC 9(3) VALUE 0.
       01  WS-WOFF-IDX PIC 9(3).

       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 200 TIMES.
               10  WS-AT-DEPT   PIC X(4).
               10  WS-AT-DATE   PIC 9(8).
               10  WS-AT-OP     PIC X(1).
               10  WS-AT-SUM    PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-AT-REASON PIC X(30).
       01  WS-ADJ-COUNT PIC 9(3) VALUE 0.
       01  WS-ADJ-IDX PIC 9(3).

      *The month's department lines from the adjustment journal, signed
      *by their debit/credit flag, and whether ADDGLFD has fed them.
       01  WS-GLADJ-TABLE.
           05  WS-GLADJ-ENTRY OCCURS 200 TIMES.
               10  WS-GT-DEPT  PIC X(4).
               10  WS-GT-SUM   PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-GT-FED   PIC X(1).
       01  WS-GLADJ-COUNT PIC 9(3) VALUE 0.
       01  WS-GLADJ-IDX PIC 9(3).
       01  WS-GLADJ-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-UNFED-COUNT PIC 9(3).
       01  WS-TABLE-FULL-SWITCH PIC X VALUE "N".

      *Working figures for the statement being printed.
       01  WS-STMT-DEPT PIC X(4).
       01  WS-DAY-NUMBER PIC 9(2).
       01  WS-DAY-DATE PIC 9(8).
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05  WS-DD-MONTH PIC X(6).
           05  WS-DD-DAY   PIC 9(2).
       01  WS-OP-IDX PIC 9(1).
       01  WS-OP-LETTERS PIC X(3) VALUE "ASM".
       01  WS-MONTH-OP-TABLE.
           05  WS-MONTH-OP-ENTRY OCCURS 3 TIMES.
               10  WS-MO-COUNT PIC 9(9).
               10  WS-MO-SUM   PIC S9(11)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-MONTH-COUNT PIC 9(9).
       01  WS-MONTH-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-POSTED-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-DEPT-ADJ-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-SECTION-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-CHARGED-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-EXPECTED-SUM PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-DIFFERENCE PIC S9(11)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ITEM-COUNT PIC 9(5).
       01  WS-DAYS-OFF-FEED PIC 9(3).
       01  WS-RAW-DIGITS-X PIC X(7).
       01  WS-RAW-DIGITS-N REDEFINES WS-RAW-DIGITS-X PIC 9(5)V99.
       01  WS-PARSED-AMOUNT PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.

       01  WS-COUNT-ED PIC Z(8)9.
       01  WS-AMOUNT-ED PIC -(10)9.99.
       01  WS-LABEL PIC X(32).

       01  WS-TODAY-DATE PIC 9(8).

       COPY buscalhdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "ADDCHGS" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-PROCESSING-DATE.
           DISPLAY "Statement month (YYYYMM, blank for current): ".
           ACCEPT WS-STMT-MONTH.
           IF WS-STMT-MONTH IS NOT NUMERIC
                   OR WS-STMT-MONTH IS EQUAL TO SPACES
               MOVE WS-PROCESSING-DATE(1:6) TO WS-STMT-MONTH
           END-IF.
           PERFORM LOAD-DEPARTMENT-LIST.
           IF WS-REF-COUNT IS EQUAL TO 0
               DISPLAY "NO DEPTREF.DAT - NO STATEMENTS PRINTED"
               MOVE "ADDCHGS" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ACHG" TO ERR-CODE
               MOVE "DEPARTMENT REFERENCE FILE MISSING"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
               PERFORM LOAD-MONTH-HISTORY
               PERFORM LOAD-OPEN-SUSPENSE
               PERFORM LOAD-MONTH-WRITEOFFS
               PERFORM LOAD-MONTH-ADJUSTMENTS
               PERFORM LOAD-ADJUSTMENT-JOURNAL
               IF WS-TABLE-FULL-SWITCH IS EQUAL TO "Y"
                   MOVE "ADDCHGS" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "ACHG" TO ERR-CODE
                   MOVE "STATEMENT TABLE FULL - FIGURES SHORT"
                       TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-WARNING-RC
               END-IF
               OPEN OUTPUT STATEMENT-FILE
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX IS GREATER THAN WS-REF-COUNT
                   PERFORM PRINT-ONE-STATEMENT
               END-PERFORM
               CLOSE STATEMENT-FILE
               DISPLAY "CHARGEBACK STATEMENTS FOR " WS-STMT-MONTH
                       " PRINTED: " WS-STATEMENT-COUNT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDCHGS as outstanding.
           MOVE "ADDCHGS" TO JS-PROGRAM-NAME.
           MOVE WS-STATEMENT-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *A department whose entry overlaps the month at all - one that
      *closed on the 10th still owes a statement for its ten days. A
      *department reorganized inside the month has two such entries;
      *it gets one statement, under the later entry's account and name.
       LOAD-DEPARTMENT-LIST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           MOVE WS-STMT-MONTH TO WS-MF-MONTH.
           MOVE WS-STMT-MONTH TO WS-ML-MONTH.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DEPTREF-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-REF-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE "Y" TO WS-REF-IN-MONTH-SWITCH
                           IF DEPT-EFF-FROM IS NUMERIC
                                   AND DEPT-EFF-FROM IS GREATER THAN
                                       WS-MONTH-LAST-DAY
                               MOVE "N" TO WS-REF-IN-MONTH-SWITCH
                           END-IF
                           IF DEPT-EFF-TO IS NUMERIC
                                   AND DEPT-EFF-TO IS LESS THAN
                                       WS-MONTH-FIRST-DAY
                               MOVE "N" TO WS-REF-IN-MONTH-SWITCH
                           END-IF
                           IF WS-REF-IN-MONTH-SWITCH IS EQUAL TO "Y"
                               PERFORM STORE-DEPARTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.

       STORE-DEPARTMENT.
           MOVE "N" TO WS-REF-FOUND-SWITCH.
           MOVE 1 TO WS-REF-IDX.
           PERFORM UNTIL WS-REF-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-REF-IDX IS GREATER THAN WS-REF-COUNT
               IF WS-RF-DEPT(WS-REF-IDX) IS EQUAL TO DEPT-CODE
                   MOVE "Y" TO WS-REF-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-REF-IDX
               END-IF
           END-PERFORM.
           IF WS-REF-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-REF-COUNT IS LESS THAN 50
                   ADD 1 TO WS-REF-COUNT
                   MOVE WS-REF-COUNT TO WS-REF-IDX
                   MOVE LOW-VALUES TO WS-RF-EFF-FROM(WS-REF-IDX)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
                   MOVE 0 TO WS-REF-IDX
               END-IF
           END-IF.
           IF WS-REF-IDX IS GREATER THAN 0
               IF DEPT-EFF-FROM IS NOT LESS THAN
                       WS-RF-EFF-FROM(WS-REF-IDX)
                   MOVE DEPT-CODE TO WS-RF-DEPT(WS-REF-IDX)
                   MOVE DEPT-GL-ACCOUNT TO WS-RF-ACCOUNT(WS-REF-IDX)
                   MOVE DEPT-NAME TO WS-RF-NAME(WS-REF-IDX)
                   MOVE DEPT-EFF-FROM TO WS-RF-EFF-FROM(WS-REF-IDX)
               END-IF
           END-IF.

       LOAD-MONTH-HISTORY.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT DEPT-HIST-FILE.
           IF WS-DEPTHIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO DEPARTMENT HISTORY ON HAND - STATEMENTS"
                       " SHOW NO ACTIVITY"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ DEPT-HIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF DPH-RUN-DATE(1:6) IS EQUAL TO
                                   WS-STMT-MONTH
                               PERFORM STORE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-HIST-FILE
           END-IF.

       STORE-HISTORY-LINE.
           IF WS-HIST-COUNT IS LESS THAN 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE DPH-RUN-DATE TO WS-HT-DATE(WS-HIST-COUNT)
               MOVE DPH-DEPT TO WS-HT-DEPT(WS-HIST-COUNT)
               MOVE DPH-OPS TO WS-HT-OPS(WS-HIST-COUNT)
               MOVE DPH-TRANS-COUNT TO WS-HT-COUNT(WS-HIST-COUNT)
               MOVE DPH-TOTAL-SUM TO WS-HT-SUM(WS-HIST-COUNT)
               MOVE DPH-GL-POSTED-SUM
                   TO WS-HT-POSTED-SUM(WS-HIST-COUNT)
               MOVE DPH-GL-ON-FEED TO WS-HT-ON-FEED(WS-HIST-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

      *Everything on the suspense file is still open, whatever month
      *it was rejected in - released and deleted items have left it.
       LOAD-OPEN-SUSPENSE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-SUSP-FILE.
           IF WS-SUSP-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-SUSP-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ADD-SUSP-FILE
           END-IF.

       STORE-SUSPENSE-ITEM.
           IF WS-SUSP-COUNT IS LESS THAN 500
               ADD 1 TO WS-SUSP-COUNT
               MOVE SUS-ORIG-IMAGE(17:4) TO WS-ST-DEPT(WS-SUSP-COUNT)
               MOVE SUS-REJECT-DATE TO WS-ST-DATE(WS-SUSP-COUNT)
               MOVE SUS-REASON-CODE TO WS-ST-REASON(WS-SUSP-COUNT)
               PERFORM PARSE-IMAGE-AMOUNT
               MOVE WS-PARSED-AMOUNT TO WS-ST-AMOUNT(WS-SUSP-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

      *The suspense amount is the two keyed amounts together - the
      *same figure ADDSUSP writes off.
       PARSE-IMAGE-AMOUNT.
           MOVE 0 TO WS-PARSED-AMOUNT.
           IF SUS-ORIG-IMAGE(2:7) IS NUMERIC
               MOVE SUS-ORIG-IMAGE(2:7) TO WS-RAW-DIGITS-X
               IF SUS-ORIG-IMAGE(1:1) IS EQUAL TO "-"
                   SUBTRACT WS-RAW-DIGITS-N FROM WS-PARSED-AMOUNT
               ELSE
                   ADD WS-RAW-DIGITS-N TO WS-PARSED-AMOUNT
               END-IF
           END-IF.
           IF SUS-ORIG-IMAGE(10:7) IS NUMERIC
               MOVE SUS-ORIG-IMAGE(10:7) TO WS-RAW-DIGITS-X
               IF SUS-ORIG-IMAGE(9:1) IS EQUAL TO "-"
                   SUBTRACT WS-RAW-DIGITS-N FROM WS-PARSED-AMOUNT
               ELSE
                   ADD WS-RAW-DIGITS-N TO WS-PARSED-AMOUNT
               END-IF
           END-IF.

       LOAD-MONTH-WRITEOFFS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-WRITEOFF-FILE.
           IF WS-WRITEOFF-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-WRITEOFF-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WOF-DATE(1:6) IS EQUAL TO WS-STMT-MONTH
                               PERFORM STORE-WRITEOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-WRITEOFF-FILE
           END-IF.

       STORE-WRITEOFF.
           IF WS-WOFF-COUNT IS LESS THAN 500
               ADD 1 TO WS-WOFF-COUNT
               MOVE WOF-ORIG-IMAGE(17:4) TO WS-WT-DEPT(WS-WOFF-COUNT)
               MOVE WOF-DATE TO WS-WT-DATE(WS-WOFF-COUNT)
               MOVE WOF-APPROVED-BY TO WS-WT-BY(WS-WOFF-COUNT)
               MOVE WOF-AMOUNT TO WS-WT-AMOUNT(WS-WOFF-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

      *Prior-day adjustments dated into the month post to the
      *department's clearing account on the adjustment journal.
       LOAD-MONTH-ADJUSTMENTS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-CTLHIST-FILE.
           IF WS-CTLHIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-CTLHIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CTH-ENTRY-TYPE IS EQUAL TO "A"
                                   AND CTH-RUN-DATE(1:6) IS EQUAL TO
                                       WS-STMT-MONTH
                               PERFORM STORE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-CTLHIST-FILE
           END-IF.

       STORE-ADJUSTMENT.
           IF WS-ADJ-COUNT IS LESS THAN 200
               ADD 1 TO WS-ADJ-COUNT
               MOVE CTH-ADJ-DEPT TO WS-AT-DEPT(WS-ADJ-COUNT)
               MOVE CTH-RUN-DATE TO WS-AT-DATE(WS-ADJ-COUNT)
               MOVE CTH-ADJ-OP TO WS-AT-OP(WS-ADJ-COUNT)
               MOVE CTH-TOTAL-SUM TO WS-AT-SUM(WS-ADJ-COUNT)
               MOVE CTH-ADJ-REASON TO WS-AT-REASON(WS-ADJ-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

      *The department lines of the adjustment journal dated into the
      *month - the offset lines carry no department. A debit raises
      *the clearing account, a credit lowers it.
       LOAD-ADJUSTMENT-JOURNAL.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GL-ADJUST-FILE.
           IF WS-GLADJ-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GL-ADJUST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF GLA-POSTING-DATE(1:6) IS EQUAL TO
                                   WS-STMT-MONTH
                                   AND GLA-DESCRIPTION(1:4) IS EQUAL
                                       TO "ADJ "
                                   AND GLA-DESCRIPTION(1:11) IS NOT
                                       EQUAL TO "ADJ OFFSET "
                               PERFORM STORE-JOURNAL-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ADJUST-FILE
           END-IF.

       STORE-JOURNAL-ADJUSTMENT.
           IF WS-GLADJ-COUNT IS LESS THAN 200
               ADD 1 TO WS-GLADJ-COUNT
               MOVE GLA-DESCRIPTION(5:4) TO WS-GT-DEPT(WS-GLADJ-COUNT)
               IF GLA-DEBIT-CREDIT IS EQUAL TO "C"
                   COMPUTE WS-GT-SUM(WS-GLADJ-COUNT) = 0 - GLA-AMOUNT
               ELSE
                   MOVE GLA-AMOUNT TO WS-GT-SUM(WS-GLADJ-COUNT)
               END-IF
               IF GLA-FED-DATE IS EQUAL TO SPACES
                   MOVE "N" TO WS-GT-FED(WS-GLADJ-COUNT)
               ELSE
                   MOVE "Y" TO WS-GT-FED(WS-GLADJ-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

      *One statement: heading, daily activity, month totals by
      *operation, open suspense, write-offs, and the reconciliation
      *to the clearing account.
       PRINT-ONE-STATEMENT.
           MOVE WS-RF-DEPT(WS-REF-IDX) TO WS-STMT-DEPT.
           MOVE SPACES TO STATEMENT-REC.
           STRING "CHARGEBACK STATEMENT " WS-STMT-DEPT
                  " - MONTH " WS-STMT-MONTH
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           STRING "DEPARTMENT " WS-STMT-DEPT " "
                  WS-RF-NAME(WS-REF-IDX)
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE SPACES TO STATEMENT-REC.
           STRING "GL CLEARING ACCOUNT " WS-RF-ACCOUNT(WS-REF-IDX)
                  "   PRINTED " WS-TODAY-DATE
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           PERFORM WRITE-BLANK-LINE.
           PERFORM PRINT-DAILY-ACTIVITY.
           PERFORM PRINT-OPEN-SUSPENSE.
           PERFORM PRINT-MONTH-WRITEOFFS.
           PERFORM PRINT-RECONCILIATION.
           MOVE ALL "=" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           PERFORM WRITE-BLANK-LINE.
           ADD 1 TO WS-STATEMENT-COUNT.

       PRINT-DAILY-ACTIVITY.
           MOVE 0 TO WS-MONTH-COUNT.
           MOVE 0 TO WS-MONTH-SUM.
           MOVE 0 TO WS-POSTED-SUM.
           MOVE 0 TO WS-DAYS-OFF-FEED.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               MOVE 0 TO WS-MO-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-MO-SUM(WS-OP-IDX)
           END-PERFORM.
           MOVE "DAILY ACTIVITY     OP      COUNT          AMOUNT"
               TO STATEMENT-REC.
           WRITE STATEMENT-REC.
      *Day by day through the month, so a date refiled out of order
      *on the history still prints in its place.
           MOVE WS-STMT-MONTH TO WS-DD-MONTH.
           PERFORM VARYING WS-DAY-NUMBER FROM 1 BY 1
                   UNTIL WS-DAY-NUMBER IS GREATER THAN 31
               MOVE WS-DAY-NUMBER TO WS-DD-DAY
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX IS GREATER THAN WS-HIST-COUNT
                   IF WS-HT-DATE(WS-HIST-IDX) IS EQUAL TO WS-DAY-DATE
                           AND WS-HT-DEPT(WS-HIST-IDX)
                               IS EQUAL TO WS-STMT-DEPT
                       PERFORM PRINT-ONE-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-MONTH-COUNT IS EQUAL TO 0
                   AND WS-MONTH-SUM IS EQUAL TO 0
               MOVE "  NO ACTIVITY RECORDED FOR THE MONTH"
                   TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               MOVE WS-MO-COUNT(WS-OP-IDX) TO WS-COUNT-ED
               MOVE WS-MO-SUM(WS-OP-IDX) TO WS-AMOUNT-ED
               MOVE SPACES TO STATEMENT-REC
               STRING "MONTH TOTAL        " WS-OP-LETTERS(WS-OP-IDX:1)
                      "  " WS-COUNT-ED "  " WS-AMOUNT-ED
                      DELIMITED BY SIZE
                      INTO STATEMENT-REC
               WRITE STATEMENT-REC
           END-PERFORM.
           MOVE WS-MONTH-COUNT TO WS-COUNT-ED.
           MOVE WS-MONTH-SUM TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-REC.
           STRING "MONTH TOTAL        ALL" WS-COUNT-ED "  " WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           PERFORM WRITE-BLANK-LINE.

       PRINT-ONE-DAY.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               IF WS-HT-OP-COUNT(WS-HIST-IDX, WS-OP-IDX)
                       IS GREATER THAN 0
                   MOVE WS-HT-OP-COUNT(WS-HIST-IDX, WS-OP-IDX)
                       TO WS-COUNT-ED
                   MOVE WS-HT-OP-SUM(WS-HIST-IDX, WS-OP-IDX)
                       TO WS-AMOUNT-ED
                   MOVE SPACES TO STATEMENT-REC
                   STRING "  " WS-DAY-DATE "         "
                          WS-OP-LETTERS(WS-OP-IDX:1)
                          "  " WS-COUNT-ED "  " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          INTO STATEMENT-REC
                   WRITE STATEMENT-REC
                   ADD WS-HT-OP-COUNT(WS-HIST-IDX, WS-OP-IDX)
                       TO WS-MO-COUNT(WS-OP-IDX)
                   ADD WS-HT-OP-SUM(WS-HIST-IDX, WS-OP-IDX)
                       TO WS-MO-SUM(WS-OP-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-HT-COUNT(WS-HIST-IDX) TO WS-COUNT-ED.
           MOVE WS-HT-SUM(WS-HIST-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-REC.
           STRING "  " WS-DAY-DATE " DAY TOTAL   "
                  WS-COUNT-ED "  " WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           IF WS-HT-ON-FEED(WS-HIST-IDX) IS NOT EQUAL TO "Y"
               MOVE "*HELD" TO STATEMENT-REC(55:5)
               ADD 1 TO WS-DAYS-OFF-FEED
           END-IF.
           WRITE STATEMENT-REC.
           ADD WS-HT-COUNT(WS-HIST-IDX) TO WS-MONTH-COUNT.
           ADD WS-HT-SUM(WS-HIST-IDX) TO WS-MONTH-SUM.
           ADD WS-HT-POSTED-SUM(WS-HIST-IDX) TO WS-POSTED-SUM.

       PRINT-OPEN-SUSPENSE.
           MOVE "SUSPENSE ITEMS STILL OPEN" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-SECTION-SUM.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX IS GREATER THAN WS-SUSP-COUNT
               IF WS-ST-DEPT(WS-SUSP-IDX) IS EQUAL TO WS-STMT-DEPT
                   ADD 1 TO WS-ITEM-COUNT
                   ADD WS-ST-AMOUNT(WS-SUSP-IDX) TO WS-SECTION-SUM
                   MOVE WS-ST-AMOUNT(WS-SUSP-IDX) TO WS-AMOUNT-ED
                   MOVE SPACES TO STATEMENT-REC
                   STRING "  REJECTED " WS-ST-DATE(WS-SUSP-IDX)
                          " REASON " WS-ST-REASON(WS-SUSP-IDX)
                          "          " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          INTO STATEMENT-REC
                   WRITE STATEMENT-REC
               END-IF
           END-PERFORM.
           MOVE "  OPEN ITEMS" TO WS-LABEL.
           PERFORM WRITE-SECTION-TOTAL.

       PRINT-MONTH-WRITEOFFS.
           MOVE "WRITE-OFFS CHARGED THIS MONTH" TO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-SECTION-SUM.
           PERFORM VARYING WS-WOFF-IDX FROM 1 BY 1
                   UNTIL WS-WOFF-IDX IS GREATER THAN WS-WOFF-COUNT
               IF WS-WT-DEPT(WS-WOFF-IDX) IS EQUAL TO WS-STMT-DEPT
                   ADD 1 TO WS-ITEM-COUNT
                   ADD WS-WT-AMOUNT(WS-WOFF-IDX) TO WS-SECTION-SUM
                   MOVE WS-WT-AMOUNT(WS-WOFF-IDX) TO WS-AMOUNT-ED
                   MOVE SPACES TO STATEMENT-REC
                   STRING "  WRITTEN OFF " WS-WT-DATE(WS-WOFF-IDX)
                          " BY " WS-WT-BY(WS-WOFF-IDX)
                          "    " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          INTO STATEMENT-REC
                   WRITE STATEMENT-REC
               END-IF
           END-PERFORM.
           MOVE "  WRITE-OFFS" TO WS-LABEL.
           PERFORM WRITE-SECTION-TOTAL.

       WRITE-SECTION-TOTAL.
           IF WS-ITEM-COUNT IS EQUAL TO 0
               MOVE "  NONE" TO STATEMENT-REC
           ELSE
               MOVE WS-ITEM-COUNT TO WS-COUNT-ED
               MOVE WS-SECTION-SUM TO WS-AMOUNT-ED
               MOVE SPACES TO STATEMENT-REC
               STRING WS-LABEL(1:21) WS-COUNT-ED "  " WS-AMOUNT-ED
                      DELIMITED BY SIZE
                      INTO STATEMENT-REC
           END-IF.
           WRITE STATEMENT-REC.
           PERFORM WRITE-BLANK-LINE.

      *What the department submitted plus its adjustments must equal
      *what reached its clearing account: the nightly feed entries
      *plus the adjustment journal lines ADDGLFD has fed. A day whose
      *feed was held, or an adjustment not yet fed, shows up here as
      *the difference.
       PRINT-RECONCILIATION.
           MOVE SPACES TO STATEMENT-REC.
           STRING "RECONCILIATION TO GL CLEARING ACCOUNT "
                  WS-RF-ACCOUNT(WS-REF-IDX)
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           WRITE STATEMENT-REC.
           MOVE 0 TO WS-DEPT-ADJ-SUM.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX IS GREATER THAN WS-ADJ-COUNT
               IF WS-AT-DEPT(WS-ADJ-IDX) IS EQUAL TO WS-STMT-DEPT
                   ADD WS-AT-SUM(WS-ADJ-IDX) TO WS-DEPT-ADJ-SUM
                   MOVE WS-AT-SUM(WS-ADJ-IDX) TO WS-AMOUNT-ED
                   MOVE SPACES TO STATEMENT-REC
                   STRING "  ADJ " WS-AT-DATE(WS-ADJ-IDX)
                          " " WS-AT-OP(WS-ADJ-IDX)
                          " " WS-AT-REASON(WS-ADJ-IDX)(1:20)
                          "  " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          INTO STATEMENT-REC
                   WRITE STATEMENT-REC
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-GLADJ-SUM.
           MOVE 0 TO WS-UNFED-COUNT.
           PERFORM VARYING WS-GLADJ-IDX FROM 1 BY 1
                   UNTIL WS-GLADJ-IDX IS GREATER THAN WS-GLADJ-COUNT
               IF WS-GT-DEPT(WS-GLADJ-IDX) IS EQUAL TO WS-STMT-DEPT
                   IF WS-GT-FED(WS-GLADJ-IDX) IS EQUAL TO "Y"
                       ADD WS-GT-SUM(WS-GLADJ-IDX) TO WS-GLADJ-SUM
                   ELSE
                       ADD 1 TO WS-UNFED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-EXPECTED-SUM = WS-MONTH-SUM + WS-DEPT-ADJ-SUM.
           COMPUTE WS-CHARGED-SUM = WS-POSTED-SUM + WS-GLADJ-SUM.
           COMPUTE WS-DIFFERENCE = WS-EXPECTED-SUM - WS-CHARGED-SUM.
           MOVE "  ACTIVITY FOR THE MONTH" TO WS-LABEL.
           MOVE WS-MONTH-SUM TO WS-SECTION-SUM.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  PRIOR-DAY ADJUSTMENTS" TO WS-LABEL.
           MOVE WS-DEPT-ADJ-SUM TO WS-SECTION-SUM.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  DUE TO THE CLEARING ACCOUNT" TO WS-LABEL.
           MOVE WS-EXPECTED-SUM TO WS-SECTION-SUM.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  POSTED ON THE NIGHTLY FEED" TO WS-LABEL.
           MOVE WS-POSTED-SUM TO WS-SECTION-SUM.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  POSTED AS ADJUSTMENTS" TO WS-LABEL.
           MOVE WS-GLADJ-SUM TO WS-SECTION-SUM.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  CHARGED TO THE CLEARING ACCOUNT" TO WS-LABEL.
           MOVE WS-CHARGED-SUM TO WS-SECTION-SUM.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-DIFFERENCE IS EQUAL TO 0
               MOVE "  RECONCILED - NO DIFFERENCE" TO STATEMENT-REC
               WRITE STATEMENT-REC
           ELSE
               MOVE "  *** DIFFERENCE" TO WS-LABEL
               MOVE WS-DIFFERENCE TO WS-SECTION-SUM
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO STATEMENT-REC
               STRING "  *** DAYS NOT ON THE GL FEED: "
                      WS-DAYS-OFF-FEED
                      DELIMITED BY SIZE
                      INTO STATEMENT-REC
               WRITE STATEMENT-REC
               IF WS-UNFED-COUNT IS GREATER THAN 0
                   MOVE SPACES TO STATEMENT-REC
                   STRING "  *** ADJUSTMENTS NOT YET FED: "
                          WS-UNFED-COUNT
                          DELIMITED BY SIZE
                          INTO STATEMENT-REC
                   WRITE STATEMENT-REC
               END-IF
               MOVE "ADDCHGS" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ACHG" TO ERR-CODE
               MOVE SPACES TO ERR-MESSAGE
               STRING "CHARGEBACK NOT RECONCILED - DEPT "
                      WS-STMT-DEPT
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-SECTION-SUM TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-REC.
           STRING WS-LABEL WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO STATEMENT-REC.
           WRITE STATEMENT-REC.

       WRITE-BLANK-LINE.
           MOVE SPACES TO STATEMENT-REC.
           WRITE STATEMENT-REC.

       COPY buscalr.
       COPY retcode.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
