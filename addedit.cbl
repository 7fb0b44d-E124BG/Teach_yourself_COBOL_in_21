      * declared totals is rejected whole, not picked apart record by
      * record, and the deck balancing report (ADDDECKR.DAT) shows
      * each department what arrived versus what it claimed.
      * A balanced deck can still be one that already posted - the
      * same deck sent again the next night, or a suspense release
      * that was also keyed fresh. Fingerprints of every accepted deck
      * and transaction are kept for a rolling window of business days
      * (ADDFPHS.DAT, the window length the DUP-WINDOW system
      * parameter); a match inside the window is rejected under the
      * DUPL reason and listed on a duplicate-suspect section of the
      * deck report with where it first posted, unless a supervisor
      * authorized the repeat through ADDDUPF. A deck's fingerprint
      * carries a hash of its record images as well as its department,
      * count and total, so a deck that legitimately recurs with the
      * same figures but different records is not taken for a resend.
      * Each department's posting limits (DEPTLIM.DAT) are held
      * against what a transaction computes to: one over its
      * per-transaction ceiling, or one that would take the night's
      * total for its department and operation over the daily
      * ceiling, goes to the release queue (ADDHOLD.DAT) instead of
      * the validated file. Items a supervisor has released through
      * ADDRLSE since the last pass (ADDRLSD.DAT) are passed straight
      * to the validated file ahead of tonight's submissions.
      * The pass can be rerun for the same processing date: what the
      * earlier run for that date put on the history and the release
      * queue is dropped and done again, and the authorizations and
      * released items it used stay on file, marked with the date,
      * until a later processing date shows ADDITION has posted them.
      * Every transaction also names the employee who originated it,
      * and that employee must be on the employee master
      * (EMPMAST.DAT), not terminated, and in the department the
      * transaction is charged to - otherwise it is rejected under
      * EMPN, EMPT or EMPD respectively.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDEDIT.
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT DECK-REPORT-FILE ASSIGN TO "ADDDECKR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FP-HISTORY-FILE ASSIGN TO "ADDFPHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPHIST-STATUS.
           SELECT DUP-FORCE-FILE ASSIGN TO "ADDDUPF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPFORCE-STATUS.
           SELECT DEPT-LIMIT-FILE ASSIGN TO "DEPTLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTLIM-STATUS.
           SELECT ADD-HOLD-FILE ASSIGN TO "ADDHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ADD-HOLD-NEW-FILE ASSIGN TO "ADDHOLDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-NEW-STATUS.
           SELECT ADD-RELEASED-FILE ASSIGN TO "ADDRLSD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-STATUS.
           SELECT ADD-RELEASED-NEW-FILE ASSIGN TO "ADDRLSDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-NEW-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           COPY buscalsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
      *Raw image of a submitted transaction, wider than the 27 bytes a
      *good record occupies so an overlong record is still captured
      *whole on the reject file instead of being silently clipped to
      *something that looks valid.
           05  RAW-SECOND-DIGITS PIC X(7).
           05  RAW-DEPT          PIC X(4).
           05  RAW-OP-CODE       PIC X(1).
           05  RAW-EMP-ID        PIC X(6).
           05  RAW-EXCESS        PIC X(13).
       01  ADD-DECK-HDR-REC.
           05  DKH-TYPE    PIC X(4).
           05  FILLER      PIC X(1).
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER    PIC X(17).

      *Validated records only - the shared layout ADDITION posts from,
      *stamped with the deck each record arrived in.
       FD  ADD-VALID-FILE.
       COPY addtran.

       FD  DECK-REPORT-FILE.
       01  DECK-REPORT-REC PIC X(100).

      *Fingerprints of what has been accepted, one line each: D for a
      *balanced deck (department, declared count and total, with the
      *hash of its record images), T for a record that arrived in a
      *deck, L for a loose record - with the business date it was
      *accepted on and the deck it came in. The file is rewritten
      *each pass with only the window still on it.
       FD  FP-HISTORY-FILE.
       01  FP-HISTORY-REC.
           05  FPH-TYPE         PIC X(1).
           05  FILLER           PIC X(1).
           05  FPH-POST-DATE    PIC 9(8).
           05  FILLER           PIC X(1).
           05  FPH-DECK-ID      PIC X(8).
           05  FILLER           PIC X(1).
           05  FPH-FINGERPRINT  PIC X(21).
           05  FILLER           PIC X(1).
           05  FPH-CONTENT-HASH PIC X(8).

      *Supervisor-authorized repeats, consumed as they are matched.
       FD  DUP-FORCE-FILE.
       COPY adddupf.

      *Posting ceilings per department and operation code.
       FD  DEPT-LIMIT-FILE.
       COPY deptlim.

      *Release queue - over-limit transactions wait here for a
      *supervisor. The queue is carried through ADDHOLDN.DAT at the
      *start of each pass so a rerun can drop its own date's holds.
       FD  ADD-HOLD-FILE.
       COPY addhold.

       FD  ADD-HOLD-NEW-FILE.
       01  ADD-HOLD-NEW-REC PIC X(101).

      *Held transactions a supervisor has released, already in the
      *validated layout. ADDRLSE leaves the passed date blank; this
      *pass fills it in, carrying the file through ADDRLSDN.DAT.
       FD  ADD-RELEASED-FILE.
       01  ADD-RELEASED-REC.
           05  RLD-TRAN-IMAGE  PIC X(35).
           05  FILLER          PIC X(1).
           05  RLD-PASSED-DATE PIC X(8).

       FD  ADD-RELEASED-NEW-FILE.
       01  ADD-RELEASED-NEW-REC PIC X(44).

      *Employee master - the originating employee of every
      *transaction is looked up here by ID.
       FD  EMPLOYEE-MASTER.
       COPY empmast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY buscalfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-RAW-DIGITS-N REDEFINES WS-RAW-DIGITS-X PIC 9(5)V99.
       01  WS-DECLARED-ED PIC -(9)9.99.
       01  WS-ARRIVED-ED PIC -(9)9.99.
       01  WS-DECK-REJECT-REASON PIC X(4) VALUE "DECK".
       01  WS-DECK-DUP-SWITCH PIC X VALUE "N".
       01  WS-DECK-HASH PIC 9(8).
       01  WS-DECK-HASH-POS PIC 9(2).

      *Duplicate detection: the window in business days, the
      *fingerprints accepted inside it (reloaded each pass and added
      *to as tonight's work is accepted), and the candidate being
      *checked. A deck prints as its department, declared count and
      *declared total, with the hash of its record images kept beside
      *the print; a record as its first 21 bytes with the operation
      *code made explicit.
       01  WS-FPHIST-STATUS PIC XX.
       01  WS-DUPFORCE-STATUS PIC XX.
       01  WS-END-OF-FPHIST-SWITCH PIC X.
       01  WS-DUP-WINDOW-DAYS PIC 9(3) VALUE 5.
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 9999 TIMES.
               10  WS-FP-TYPE  PIC X(1).
               10  WS-FP-DATE  PIC 9(8).
               10  WS-FP-DECK  PIC X(8).
               10  WS-FP-PRINT PIC X(21).
               10  WS-FP-HASH  PIC X(8).
       01  WS-FP-COUNT PIC 9(4) VALUE 0.
       01  WS-FP-IDX PIC 9(4).
       01  WS-FP-FULL-SWITCH PIC X VALUE "N".
       01  WS-FP-CANDIDATE PIC X(21).
       01  WS-FP-NEW-TYPE PIC X(1).
       01  WS-FP-MATCH-RULE PIC X(1).
       01  WS-FP-MATCH-SWITCH PIC X.
       01  WS-FP-NEW-HASH PIC X(8).
       01  WS-FP-RERUN-COUNT PIC 9(5) VALUE 0.
       01  WS-DECK-PRINT.
           05  WS-DPR-DEPT  PIC X(4).
           05  WS-DPR-COUNT PIC 9(5).
           05  WS-DPR-TOTAL PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ORIG-DECK-TEXT PIC X(8).

      *Supervisor-authorized repeats on hand for this pass.
       01  WS-FORCE-TABLE.
           05  WS-FORCE-ENTRY OCCURS 100 TIMES.
               10  WS-FC-TYPE  PIC X(1).
               10  WS-FC-DECK  PIC X(8).
               10  WS-FC-DEPT  PIC X(4).
               10  WS-FC-IMAGE PIC X(21).
               10  WS-FC-BY    PIC X(8).
               10  WS-FC-DATE  PIC 9(8).
               10  WS-FC-USED  PIC X(1).
       01  WS-FORCE-COUNT PIC 9(3) VALUE 0.
       01  WS-FORCE-LOADED-SWITCH PIC X VALUE "N".
       01  WS-FORCE-IDX PIC 9(3).
       01  WS-FORCE-FOUND-SWITCH PIC X.
       01  WS-END-OF-FORCE-SWITCH PIC X.

      *Duplicate-suspect lines, held until the deck report's own
      *section is written at the end of the pass.
       01  WS-SUSPECT-TABLE.
           05  WS-SUSPECT-LINE OCCURS 200 TIMES PIC X(100).
       01  WS-SUSPECT-COUNT PIC 9(3) VALUE 0.
       01  WS-SUSPECT-IDX PIC 9(3).
       01  WS-SUSPECT-TEXT PIC X(100).
       01  WS-DUP-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-DUP-FORCED-COUNT PIC 9(5) VALUE 0.

      *Posting limits held in storage for the pass, with what each
      *department and operation has posted so far tonight.
       01  WS-DEPTLIM-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-HOLD-NEW-STATUS PIC XX.
       01  WS-RELEASED-STATUS PIC XX.
       01  WS-RELEASED-NEW-STATUS PIC XX.
       01  WS-END-OF-DEPTLIM-SWITCH PIC X.
       01  WS-END-OF-HOLD-SWITCH PIC X.
       01  WS-END-OF-RELEASED-SWITCH PIC X.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 200 TIMES.
               10  WS-LM-DEPT         PIC X(4).
               10  WS-LM-OP-CODE      PIC X(1).
               10  WS-LM-TRAN-CEILING PIC 9(9)V99.
               10  WS-LM-DAY-CEILING  PIC 9(11)V99.
               10  WS-LM-DAY-POSTED   PIC 9(11)V99.
       01  WS-LIMIT-COUNT PIC 9(3) VALUE 0.
       01  WS-LIMIT-IDX PIC 9(3).
       01  WS-LIMIT-FOUND-SWITCH PIC X.
       01  WS-HOLD-SWITCH PIC X.
       01  WS-HOLD-REASON PIC X(4).
       01  WS-HOLD-CEILING PIC 9(11)V99.
       01  WS-LIMIT-AMOUNT PIC S9(11)V99.
       01  WS-LIMIT-DAY-AFTER PIC 9(12)V99.
       01  WS-HOLD-COUNT PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01  WS-HOLD-REPLACED-COUNT PIC 9(5) VALUE 0.

      *Originating-employee check against the employee master.
       01  WS-EMP-STATUS PIC XX.
       01  WS-EMPMAST-OPEN-SWITCH PIC X VALUE "N".
       01  WS-EMP-REJECT-COUNT PIC 9(5) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY buscalhdr.
       COPY buscbhdr.
       COPY depteffhdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.


       RUN-EDIT-PASS.
           PERFORM LOAD-DEPARTMENT-LIST.
           PERFORM LOAD-DUPLICATE-HISTORY.
           PERFORM LOAD-POSTING-LIMITS.
           PERFORM OPEN-EMPLOYEE-MASTER.
           OPEN OUTPUT ADD-VALID-FILE.
           PERFORM PASS-RELEASED-ITEMS.
           PERFORM OPEN-HOLD-QUEUE.
           OPEN OUTPUT ADD-REJECT-FILE.
           OPEN OUTPUT DECK-REPORT-FILE.
           MOVE SPACES TO DECK-REPORT-REC.
                  WS-LOOSE-COUNT DELIMITED BY SIZE
                  INTO DECK-REPORT-REC.
           WRITE DECK-REPORT-REC.
           MOVE SPACES TO DECK-REPORT-REC.
           STRING "HELD FOR RELEASE OVER LIMIT " WS-HOLD-COUNT
                  DELIMITED BY SIZE
                  "  RELEASED FROM QUEUE " WS-RELEASED-COUNT
                  DELIMITED BY SIZE
                  INTO DECK-REPORT-REC.
           WRITE DECK-REPORT-REC.
           IF WS-FP-RERUN-COUNT IS GREATER THAN 0
                   OR WS-HOLD-REPLACED-COUNT IS GREATER THAN 0
               MOVE SPACES TO DECK-REPORT-REC
               STRING "RERUN FOR " WS-PROCESSING-DATE
                      DELIMITED BY SIZE
                      " - EARLIER FINGERPRINTS DROPPED "
                      DELIMITED BY SIZE
                      WS-FP-RERUN-COUNT DELIMITED BY SIZE
                      "  HOLDS REPLACED " DELIMITED BY SIZE
                      WS-HOLD-REPLACED-COUNT DELIMITED BY SIZE
                      INTO DECK-REPORT-REC
               WRITE DECK-REPORT-REC
           END-IF.
           PERFORM WRITE-DUPLICATE-SECTION.
           PERFORM SAVE-DUPLICATE-HISTORY.
           CLOSE ADD-TRANS-FILE.
           CLOSE ADD-VALID-FILE.
           CLOSE ADD-HOLD-FILE.
           CLOSE ADD-REJECT-FILE.
           CLOSE DECK-REPORT-FILE.
           IF WS-EMPMAST-OPEN-SWITCH IS EQUAL TO "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM DISPLAY-EDIT-TOTALS.

      *Deck envelopes steer the pass; whatever arrives outside one is
      *catch a bad record but never a lost one.
       BALANCE-ONE-DECK.
           MOVE "Y" TO WS-DECK-TRAILER-SWITCH.
           MOVE "N" TO WS-DECK-BALANCED-SWITCH.
      *A trailer whose declared total will not even parse can never
      *balance - the numeric guard keeps the compare defined.
           IF WS-DECK-OVERFLOW-SWITCH IS EQUAL TO "N"
                   AND WS-DECK-REC-COUNT IS EQUAL TO DKT-COUNT
                   AND WS-DECK-AMOUNT-SUM IS EQUAL TO DKT-TOTAL
               MOVE "Y" TO WS-DECK-BALANCED-SWITCH
      *A balanced deck is then held against the decks already
      *accepted inside the window - a resend bounces whole under its
      *own reason code, the way an unbalanced deck does.
               PERFORM CHECK-DECK-DUPLICATE
           END-IF.
           IF WS-DECK-BALANCED-SWITCH IS EQUAL TO "Y"
                   AND WS-DECK-DUP-SWITCH IS EQUAL TO "N"
               PERFORM REPORT-ONE-DECK
               MOVE 1 TO WS-DECK-IDX
               PERFORM UNTIL WS-DECK-IDX IS GREATER THAN
                   ADD 1 TO WS-DECK-IDX
               END-PERFORM
           ELSE
               IF WS-DECK-DUP-SWITCH IS EQUAL TO "Y"
                   MOVE "DUPL" TO WS-DECK-REJECT-REASON
               END-IF
               MOVE "N" TO WS-DECK-BALANCED-SWITCH
               PERFORM REPORT-ONE-DECK
               PERFORM REJECT-WHOLE-DECK-WITH-TRAILER
               MOVE "DECK" TO WS-DECK-REJECT-REASON
           END-IF.
           MOVE "N" TO WS-DECK-DUP-SWITCH.
           MOVE "N" TO WS-IN-DECK-SWITCH.

      *The claimed figures print whenever the trailer is on hand -
           MOVE WS-DECK-AMOUNT-SUM TO WS-ARRIVED-ED.
           MOVE SPACES TO DECK-REPORT-REC.
           EVALUATE TRUE
               WHEN WS-DECK-DUP-SWITCH IS EQUAL TO "Y"
                   MOVE DKT-TOTAL TO WS-DECLARED-ED
                   STRING "DECK " WS-DECK-ID DELIMITED BY SIZE
                          " DEPT " WS-DECK-DEPT DELIMITED BY SIZE
                          " CLAIMED " DKT-COUNT DELIMITED BY SIZE
                          " / " WS-DECLARED-ED DELIMITED BY SIZE
                          "  ARRIVED " WS-DECK-REC-COUNT
                          DELIMITED BY SIZE
                          " / " WS-ARRIVED-ED DELIMITED BY SIZE
                          "  ** DUPLICATE - REJECTED **"
                          DELIMITED BY SIZE
                          INTO DECK-REPORT-REC
               WHEN WS-DECK-BALANCED-SWITCH IS EQUAL TO "Y"
                   MOVE DKT-TOTAL TO WS-DECLARED-ED
                   STRING "DECK " WS-DECK-ID DELIMITED BY SIZE
       REJECT-WHOLE-DECK-WITH-TRAILER.
           PERFORM REJECT-WHOLE-DECK.
           MOVE SPACES TO ADD-REJECT-REC.
           MOVE WS-DECK-REJECT-REASON TO REJ-REASON-CODE.
           MOVE ADD-TRANS-REC TO REJ-ORIG-IMAGE.
           WRITE ADD-REJECT-REC.
           ADD 1 TO WS-REJECT-COUNT.
       REJECT-WHOLE-DECK.
           ADD 1 TO WS-DECK-REJECT-COUNT.
           MOVE SPACES TO ADD-REJECT-REC.
           MOVE WS-DECK-REJECT-REASON TO REJ-REASON-CODE.
           MOVE WS-DECK-HDR-IMAGE TO REJ-ORIG-IMAGE.
           WRITE ADD-REJECT-REC.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM UNTIL WS-DECK-IDX IS GREATER THAN
                   WS-DECK-REC-COUNT
               MOVE SPACES TO ADD-REJECT-REC
               MOVE WS-DECK-REJECT-REASON TO REJ-REASON-CODE
               MOVE WS-DECK-RECORD(WS-DECK-IDX) TO REJ-ORIG-IMAGE
               WRITE ADD-REJECT-REC
               ADD 1 TO WS-REJECT-COUNT
           MOVE "ADDEDIT" TO ERR-PROGRAM-NAME.
           MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID.
           MOVE SPACES TO ERR-MESSAGE.
           IF WS-DECK-REJECT-REASON IS EQUAL TO "DUPL"
               MOVE "ADUP" TO ERR-CODE
               STRING "DUPLICATE DECK REJECTED - " WS-DECK-ID
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
           ELSE
               MOVE "ADCK" TO ERR-CODE
               STRING "DECK REJECTED WHOLE - " WS-DECK-ID
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
           END-IF.
           PERFORM WRITE-ERROR-LOG.
           PERFORM SET-WARNING-RC.
           MOVE "N" TO WS-IN-DECK-SWITCH.
               MOVE "OPCD" TO WS-REASON-CODE
               MOVE "Y" TO WS-REJECT-SWITCH
           END-IF.
           IF WS-REJECT-SWITCH IS EQUAL TO "N"
               PERFORM CHECK-ORIGINATING-EMPLOYEE
           END-IF.
      *A record that passes every layout check is last held against
      *what was already accepted inside the duplicate window.
           IF WS-REJECT-SWITCH IS EQUAL TO "N"
               PERFORM CHECK-RECORD-DUPLICATE
           END-IF.
           IF WS-REJECT-SWITCH IS EQUAL TO "Y"
               PERFORM WRITE-REJECT-RECORD
           ELSE
               ELSE
                   MOVE RAW-OP-CODE TO TRAN-OP-CODE
               END-IF
               IF WS-IN-DECK-SWITCH IS EQUAL TO "Y"
                   MOVE WS-DECK-ID TO TRAN-DECK-ID
               ELSE
                   MOVE SPACES TO TRAN-DECK-ID
               END-IF
               MOVE RAW-EMP-ID TO TRAN-EMP-ID
      *A held item is not fingerprinted until it is released - one
      *the supervisor refuses never posted, and its resubmission must
      *not be rejected as a repeat of it.
               PERFORM CHECK-POSTING-LIMITS
               IF WS-HOLD-SWITCH IS EQUAL TO "Y"
                   PERFORM WRITE-HOLD-RECORD
               ELSE
                   WRITE ADD-VALID-REC
                   ADD 1 TO WS-VALID-COUNT
                   IF WS-IN-DECK-SWITCH IS EQUAL TO "Y"
                       MOVE "T" TO WS-FP-NEW-TYPE
                   ELSE
                       MOVE "L" TO WS-FP-NEW-TYPE
                   END-IF
                   PERFORM ADD-FINGERPRINT
               END-IF
           END-IF.

      *The reference list is loaded once per pass; a missing file is
      *announced and fails every department check, so a night cannot
      *quietly run with validation switched off. Only entries in
      *force on the processing date are loaded - a department closed
      *or not yet opened that day rejects like an unknown one.
       LOAD-DEPARTMENT-LIST.
           PERFORM GET-PROCESSING-DATE.
           MOVE WS-PROCESSING-DATE TO WS-DEPT-AS-OF.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DEPTREF-STATUS IS NOT EQUAL TO "00"
               DISPLAY "*** NO DEPTREF.DAT - EVERY DEPARTMENT CODE"
                   READ DEPT-REF-FILE
                       AT END MOVE "Y" TO WS-END-OF-DEPT-SWITCH
                       NOT AT END
                           MOVE DEPT-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE DEPT-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                               PERFORM ADD-DEPARTMENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.

       ADD-DEPARTMENT-ENTRY.
           IF WS-DEPT-COUNT IS LESS THAN 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CODE TO WS-DP-CODE(WS-DEPT-COUNT)
           ELSE
               DISPLAY "MORE THAN 50 DEPARTMENTS - "
                       DEPT-CODE " NOT LOADED"
           END-IF.

      *A transaction with no department, or one the reference file
      *does not carry, can never be posted to a clearing account -
      *it bounces with its own reason code.
               MOVE "Y" TO WS-REJECT-SWITCH
           END-IF.

      *The master is read by key for each transaction. A master that
      *will not open is announced and fails every employee check, the
      *same way a missing department reference file does.
       OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SWITCH
           ELSE
               DISPLAY "*** NO EMPMAST.DAT - EVERY ORIGINATING"
                       " EMPLOYEE WILL REJECT ***"
               MOVE "ADDEDIT" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AEMP" TO ERR-CODE
               MOVE "EMPLOYEE MASTER WILL NOT OPEN" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.

      *Whoever originated the item has to be someone the company
      *knows, still employed, and working in the department the item
      *is charged to. A blank ID is simply not on the master.
       CHECK-ORIGINATING-EMPLOYEE.
           MOVE SPACES TO WS-REASON-CODE.
           IF WS-EMPMAST-OPEN-SWITCH IS NOT EQUAL TO "Y"
                   OR RAW-EMP-ID IS EQUAL TO SPACES
               MOVE "EMPN" TO WS-REASON-CODE
           ELSE
               MOVE RAW-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   KEY IS EMP-ID
                   INVALID KEY MOVE "EMPN" TO WS-REASON-CODE
               END-READ
           END-IF.
           IF WS-REASON-CODE IS EQUAL TO SPACES
               EVALUATE TRUE
                   WHEN EMP-STATUS IS EQUAL TO "T"
                       MOVE "EMPT" TO WS-REASON-CODE
                   WHEN EMP-DEPT IS NOT EQUAL TO RAW-DEPT
                       MOVE "EMPD" TO WS-REASON-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-REASON-CODE IS NOT EQUAL TO SPACES
               MOVE "Y" TO WS-REJECT-SWITCH
               ADD 1 TO WS-EMP-REJECT-COUNT
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO ADD-REJECT-REC.
           MOVE WS-REASON-CODE TO REJ-REASON-CODE.
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

      *The window is counted back in business days on the calendar
      *from the processing date this pass posts to, and only history
      *inside it is loaded - the rest rolls off when the file is
      *rewritten at the end of the pass. History already dated the
      *processing date was left by an earlier run for the same date;
      *it is dropped, since this run accepts that work over again.
      *Supervisor-authorized repeats are loaded alongside: one used
      *on the processing date is on hand again for the rerun, and one
      *used on an earlier date has served its purpose and is dropped.
       LOAD-DUPLICATE-HISTORY.
           PERFORM GET-PROCESSING-DATE.
           MOVE "DUP-WINDOW" TO WS-PARM-KEY.
           MOVE WS-DUP-WINDOW-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-DUP-WINDOW-DAYS.
           MOVE WS-DUP-WINDOW-DAYS TO WS-CAL-BACK-DAYS.
           PERFORM GET-BUSINESS-CUTOFF.
           DISPLAY "DUPLICATE WINDOW " WS-DUP-WINDOW-DAYS
                   " BUSINESS DAYS FROM " WS-CAL-CUTOFF-DATE.
           MOVE "N" TO WS-END-OF-FPHIST-SWITCH.
           OPEN INPUT FP-HISTORY-FILE.
           IF WS-FPHIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FPHIST-SWITCH IS EQUAL TO "Y"
                   READ FP-HISTORY-FILE
                       AT END MOVE "Y" TO WS-END-OF-FPHIST-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-FINGERPRINT
                   END-READ
               END-PERFORM
               CLOSE FP-HISTORY-FILE
           END-IF.
           IF WS-FP-RERUN-COUNT IS GREATER THAN 0
               DISPLAY "RERUN FOR " WS-PROCESSING-DATE " - "
                       WS-FP-RERUN-COUNT
                       " FINGERPRINTS FROM THE EARLIER RUN DROPPED"
           END-IF.
           MOVE "N" TO WS-END-OF-FORCE-SWITCH.
           OPEN INPUT DUP-FORCE-FILE.
           IF WS-DUPFORCE-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FORCE-LOADED-SWITCH
               PERFORM UNTIL WS-END-OF-FORCE-SWITCH IS EQUAL TO "Y"
                   READ DUP-FORCE-FILE
                       AT END MOVE "Y" TO WS-END-OF-FORCE-SWITCH
                       NOT AT END
                           IF DPF-USED-DATE IS EQUAL TO SPACES
                                   OR DPF-USED-DATE IS EQUAL TO
                                       WS-PROCESSING-DATE
                               PERFORM LOAD-ONE-AUTHORIZATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUP-FORCE-FILE
           END-IF.

       LOAD-ONE-FINGERPRINT.
           IF FPH-POST-DATE IS NUMERIC
                   AND FPH-POST-DATE IS NOT LESS THAN
                       WS-CAL-CUTOFF-DATE
               IF FPH-POST-DATE IS EQUAL TO WS-PROCESSING-DATE
                   ADD 1 TO WS-FP-RERUN-COUNT
               ELSE
                   MOVE FPH-TYPE TO WS-FP-NEW-TYPE
                   MOVE FPH-FINGERPRINT TO WS-FP-CANDIDATE
                   PERFORM STORE-FINGERPRINT
                   IF WS-FP-IDX IS NOT GREATER THAN WS-FP-COUNT
                       MOVE FPH-POST-DATE TO WS-FP-DATE(WS-FP-IDX)
                       MOVE FPH-DECK-ID TO WS-FP-DECK(WS-FP-IDX)
                       MOVE FPH-CONTENT-HASH TO WS-FP-HASH(WS-FP-IDX)
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-AUTHORIZATION.
           IF WS-FORCE-COUNT IS LESS THAN 100
               ADD 1 TO WS-FORCE-COUNT
               MOVE DPF-TYPE TO WS-FC-TYPE(WS-FORCE-COUNT)
               MOVE DPF-DECK-ID TO WS-FC-DECK(WS-FORCE-COUNT)
               MOVE DPF-DEPT TO WS-FC-DEPT(WS-FORCE-COUNT)
               MOVE DPF-IMAGE TO WS-FC-IMAGE(WS-FORCE-COUNT)
               MOVE DPF-AUTHORIZED-BY TO WS-FC-BY(WS-FORCE-COUNT)
               MOVE DPF-AUTH-DATE TO WS-FC-DATE(WS-FORCE-COUNT)
               MOVE "N" TO WS-FC-USED(WS-FORCE-COUNT)
           END-IF.

      *Tonight's accepted work joins the history at the processing
      *date, in the deck it arrived in.
       ADD-FINGERPRINT.
           IF WS-FP-NEW-TYPE IS EQUAL TO "D"
               MOVE WS-DECK-PRINT TO WS-FP-CANDIDATE
               MOVE WS-DECK-HASH TO WS-FP-NEW-HASH
           ELSE
               PERFORM BUILD-RECORD-PRINT
               MOVE SPACES TO WS-FP-NEW-HASH
           END-IF.
           PERFORM STORE-FINGERPRINT.
           IF WS-FP-IDX IS NOT GREATER THAN WS-FP-COUNT
               MOVE WS-PROCESSING-DATE TO WS-FP-DATE(WS-FP-IDX)
               MOVE WS-FP-NEW-HASH TO WS-FP-HASH(WS-FP-IDX)
               IF WS-FP-NEW-TYPE IS EQUAL TO "L"
                   MOVE SPACES TO WS-FP-DECK(WS-FP-IDX)
               ELSE
                   MOVE WS-DECK-ID TO WS-FP-DECK(WS-FP-IDX)
               END-IF
           END-IF.

      *A released item joins the history the night it is passed, as
      *it would have the night it was held had it not been over its
      *limit - T when it came in a deck, L when it came loose.
       ADD-RELEASED-FINGERPRINT.
           IF TRAN-DECK-ID IS EQUAL TO SPACES
               MOVE "L" TO WS-FP-NEW-TYPE
           ELSE
               MOVE "T" TO WS-FP-NEW-TYPE
           END-IF.
           MOVE ADD-VALID-REC(1:21) TO WS-FP-CANDIDATE.
           PERFORM STORE-FINGERPRINT.
           IF WS-FP-IDX IS NOT GREATER THAN WS-FP-COUNT
               MOVE WS-PROCESSING-DATE TO WS-FP-DATE(WS-FP-IDX)
               MOVE TRAN-DECK-ID TO WS-FP-DECK(WS-FP-IDX)
               MOVE SPACES TO WS-FP-HASH(WS-FP-IDX)
           END-IF.

       STORE-FINGERPRINT.
           IF WS-FP-COUNT IS LESS THAN 9999
               ADD 1 TO WS-FP-COUNT
               MOVE WS-FP-COUNT TO WS-FP-IDX
               MOVE WS-FP-NEW-TYPE TO WS-FP-TYPE(WS-FP-IDX)
               MOVE WS-FP-CANDIDATE TO WS-FP-PRINT(WS-FP-IDX)
           ELSE
               MOVE 10000 TO WS-FP-IDX
               IF WS-FP-FULL-SWITCH IS EQUAL TO "N"
                   MOVE "Y" TO WS-FP-FULL-SWITCH
                   DISPLAY "*** DUPLICATE HISTORY FULL - LATER WORK"
                           " NOT FINGERPRINTED ***"
                   MOVE "ADDEDIT" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "ADUP" TO ERR-CODE
                   MOVE "DUPLICATE HISTORY TABLE FULL" TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-WARNING-RC
               END-IF
           END-IF.

       BUILD-RECORD-PRINT.
           MOVE ADD-TRANS-REC(1:20) TO WS-FP-CANDIDATE(1:20).
           IF RAW-OP-CODE IS EQUAL TO " "
               MOVE "A" TO WS-FP-CANDIDATE(21:1)
           ELSE
               MOVE RAW-OP-CODE TO WS-FP-CANDIDATE(21:1)
           END-IF.

      *Rule D matches decks only, and only a deck whose record images
      *hash the same (history written before the hash was kept has
      *none, and matches on the print alone); rule L matches loose
      *records only; rule A matches any accepted record, in a deck or
      *loose. The first (oldest) match is the one reported.
       FIND-FINGERPRINT.
           MOVE "N" TO WS-FP-MATCH-SWITCH.
           MOVE 1 TO WS-FP-IDX.
           PERFORM UNTIL WS-FP-MATCH-SWITCH IS EQUAL TO "Y"
                   OR WS-FP-IDX IS GREATER THAN WS-FP-COUNT
               IF WS-FP-PRINT(WS-FP-IDX) IS EQUAL TO WS-FP-CANDIDATE
                   EVALUATE TRUE
                       WHEN WS-FP-MATCH-RULE IS EQUAL TO "D"
                               AND WS-FP-TYPE(WS-FP-IDX) IS EQUAL
                                   TO "D"
                               AND (WS-FP-HASH(WS-FP-IDX) IS EQUAL
                                       TO SPACES
                                   OR WS-FP-HASH(WS-FP-IDX) IS EQUAL
                                       TO WS-FP-NEW-HASH)
                           MOVE "Y" TO WS-FP-MATCH-SWITCH
                       WHEN WS-FP-MATCH-RULE IS EQUAL TO "L"
                               AND WS-FP-TYPE(WS-FP-IDX) IS EQUAL
                                   TO "L"
                           MOVE "Y" TO WS-FP-MATCH-SWITCH
                       WHEN WS-FP-MATCH-RULE IS EQUAL TO "A"
                               AND WS-FP-TYPE(WS-FP-IDX) IS NOT EQUAL
                                   TO "D"
                           MOVE "Y" TO WS-FP-MATCH-SWITCH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-FP-MATCH-SWITCH IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-FP-IDX
               END-IF
           END-PERFORM.
           IF WS-FP-MATCH-SWITCH IS EQUAL TO "Y"
               IF WS-FP-DECK(WS-FP-IDX) IS EQUAL TO SPACES
                   MOVE "(LOOSE)" TO WS-ORIG-DECK-TEXT
               ELSE
                   MOVE WS-FP-DECK(WS-FP-IDX) TO WS-ORIG-DECK-TEXT
               END-IF
           END-IF.

      *The same department, count, total and record images as a deck
      *already accepted inside the window is a resend, whatever the
      *new deck happens to be called. A deck that recurs every period
      *with the same figures but different records hashes apart.
       CHECK-DECK-DUPLICATE.
           MOVE "N" TO WS-DECK-DUP-SWITCH.
           MOVE WS-DECK-DEPT TO WS-DPR-DEPT.
           MOVE DKT-COUNT TO WS-DPR-COUNT.
           MOVE DKT-TOTAL TO WS-DPR-TOTAL.
           MOVE WS-DECK-PRINT TO WS-FP-CANDIDATE.
           PERFORM HASH-DECK-RECORDS.
           MOVE WS-DECK-HASH TO WS-FP-NEW-HASH.
           MOVE "D" TO WS-FP-MATCH-RULE.
           PERFORM FIND-FINGERPRINT.
           IF WS-FP-MATCH-SWITCH IS EQUAL TO "Y"
               MOVE "N" TO WS-FORCE-FOUND-SWITCH
               MOVE 1 TO WS-FORCE-IDX
               PERFORM UNTIL WS-FORCE-FOUND-SWITCH IS EQUAL TO "Y"
                       OR WS-FORCE-IDX IS GREATER THAN WS-FORCE-COUNT
                   IF WS-FC-TYPE(WS-FORCE-IDX) IS EQUAL TO "D"
                           AND WS-FC-USED(WS-FORCE-IDX) IS EQUAL TO "N"
                           AND WS-FC-DECK(WS-FORCE-IDX) IS EQUAL TO
                               WS-DECK-ID
                           AND WS-FC-DEPT(WS-FORCE-IDX) IS EQUAL TO
                               WS-DECK-DEPT
                       MOVE "Y" TO WS-FORCE-FOUND-SWITCH
                   ELSE
                       ADD 1 TO WS-FORCE-IDX
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SUSPECT-TEXT
               STRING "DECK " WS-DECK-ID DELIMITED BY SIZE
                      " DEPT " WS-DECK-DEPT DELIMITED BY SIZE
                      "  MATCHES DECK " WS-ORIG-DECK-TEXT
                      DELIMITED BY SIZE
                      " POSTED " WS-FP-DATE(WS-FP-IDX)
                      DELIMITED BY SIZE
                      INTO WS-SUSPECT-TEXT
               PERFORM SETTLE-DUPLICATE-SUSPECT
               IF WS-FORCE-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   MOVE "Y" TO WS-DECK-DUP-SWITCH
               END-IF
           END-IF.
           IF WS-DECK-DUP-SWITCH IS EQUAL TO "N"
               MOVE "D" TO WS-FP-NEW-TYPE
               PERFORM ADD-FINGERPRINT
           END-IF.

      *Every record's amounts, department, operation and originating
      *employee go into the hash, in the order they arrived.
       HASH-DECK-RECORDS.
           MOVE 0 TO WS-DECK-HASH.
           MOVE 1 TO WS-DECK-IDX.
           PERFORM UNTIL WS-DECK-IDX IS GREATER THAN
                   WS-DECK-REC-COUNT
               PERFORM VARYING WS-DECK-HASH-POS FROM 1 BY 1
                       UNTIL WS-DECK-HASH-POS IS GREATER THAN 27
                   COMPUTE WS-DECK-HASH = FUNCTION MOD(
                       WS-DECK-HASH * 17
                       + FUNCTION ORD(WS-DECK-RECORD(WS-DECK-IDX)
                           (WS-DECK-HASH-POS:1))
                       99999989)
               END-PERFORM
               ADD 1 TO WS-DECK-IDX
           END-PERFORM.

      *Deck-to-deck repeats are the deck check's job, so a record in
      *a deck is only held against loose records (a suspense release
      *keyed fresh the other way round); a loose record is held
      *against everything accepted.
       CHECK-RECORD-DUPLICATE.
           PERFORM BUILD-RECORD-PRINT.
           IF WS-IN-DECK-SWITCH IS EQUAL TO "Y"
               MOVE "L" TO WS-FP-MATCH-RULE
           ELSE
               MOVE "A" TO WS-FP-MATCH-RULE
           END-IF.
           PERFORM FIND-FINGERPRINT.
           IF WS-FP-MATCH-SWITCH IS EQUAL TO "Y"
               MOVE "N" TO WS-FORCE-FOUND-SWITCH
               MOVE 1 TO WS-FORCE-IDX
               PERFORM UNTIL WS-FORCE-FOUND-SWITCH IS EQUAL TO "Y"
                       OR WS-FORCE-IDX IS GREATER THAN WS-FORCE-COUNT
                   IF WS-FC-TYPE(WS-FORCE-IDX) IS EQUAL TO "T"
                           AND WS-FC-USED(WS-FORCE-IDX) IS EQUAL TO "N"
                           AND WS-FC-IMAGE(WS-FORCE-IDX) IS EQUAL TO
                               WS-FP-CANDIDATE
                       MOVE "Y" TO WS-FORCE-FOUND-SWITCH
                   ELSE
                       ADD 1 TO WS-FORCE-IDX
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SUSPECT-TEXT
               IF WS-IN-DECK-SWITCH IS EQUAL TO "Y"
                   STRING "RECORD " WS-FP-CANDIDATE DELIMITED BY SIZE
                          " IN " WS-DECK-ID DELIMITED BY SIZE
                          " MATCHES " WS-ORIG-DECK-TEXT
                          DELIMITED BY SIZE
                          " OF " WS-FP-DATE(WS-FP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-SUSPECT-TEXT
               ELSE
                   STRING "RECORD " WS-FP-CANDIDATE DELIMITED BY SIZE
                          " (LOOSE)     MATCHES " DELIMITED BY SIZE
                          WS-ORIG-DECK-TEXT DELIMITED BY SIZE
                          " OF " WS-FP-DATE(WS-FP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-SUSPECT-TEXT
               END-IF
               PERFORM SETTLE-DUPLICATE-SUSPECT
               IF WS-FORCE-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   MOVE "DUPL" TO WS-REASON-CODE
                   MOVE "Y" TO WS-REJECT-SWITCH
               END-IF
           END-IF.

      *A suspect with a supervisor's authorization on hand goes
      *through and uses the authorization up; either way the suspect
      *is listed with its verdict and logged.
       SETTLE-DUPLICATE-SUSPECT.
           MOVE "ADDEDIT" TO ERR-PROGRAM-NAME.
           MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID.
           MOVE "ADUP" TO ERR-CODE.
           IF WS-FORCE-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE "Y" TO WS-FC-USED(WS-FORCE-IDX)
               ADD 1 TO WS-DUP-FORCED-COUNT
               STRING "  FORCED BY " WS-FC-BY(WS-FORCE-IDX)
                      DELIMITED BY SIZE
                      INTO WS-SUSPECT-TEXT(76:25)
               MOVE WS-FC-BY(WS-FORCE-IDX) TO ERR-OPERATOR-ID
               MOVE "DUPLICATE FORCED THROUGH" TO ERR-MESSAGE
           ELSE
               ADD 1 TO WS-DUP-REJECT-COUNT
               MOVE "  REJECTED DUPL" TO WS-SUSPECT-TEXT(76:25)
               MOVE "DUPLICATE SUSPECT REJECTED" TO ERR-MESSAGE
               PERFORM SET-WARNING-RC
           END-IF.
           PERFORM WRITE-ERROR-LOG.
           IF WS-SUSPECT-COUNT IS LESS THAN 200
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE WS-SUSPECT-TEXT TO WS-SUSPECT-LINE(WS-SUSPECT-COUNT)
           END-IF.

      *The duplicate-suspect section follows the deck lines, so the
      *department sees where each suspect first posted.
       WRITE-DUPLICATE-SECTION.
           MOVE SPACES TO DECK-REPORT-REC.
           WRITE DECK-REPORT-REC.
           MOVE SPACES TO DECK-REPORT-REC.
           STRING "DUPLICATE SUSPECTS - WINDOW " WS-DUP-WINDOW-DAYS
                  DELIMITED BY SIZE
                  " BUSINESS DAYS FROM " WS-CAL-CUTOFF-DATE
                  DELIMITED BY SIZE
                  INTO DECK-REPORT-REC.
           WRITE DECK-REPORT-REC.
           MOVE 1 TO WS-SUSPECT-IDX.
           PERFORM UNTIL WS-SUSPECT-IDX IS GREATER THAN
                   WS-SUSPECT-COUNT
               MOVE WS-SUSPECT-LINE(WS-SUSPECT-IDX) TO DECK-REPORT-REC
               WRITE DECK-REPORT-REC
               ADD 1 TO WS-SUSPECT-IDX
           END-PERFORM.
           MOVE SPACES TO DECK-REPORT-REC.
           STRING "SUSPECTS REJECTED " WS-DUP-REJECT-COUNT
                  DELIMITED BY SIZE
                  "  FORCED THROUGH " WS-DUP-FORCED-COUNT
                  DELIMITED BY SIZE
                  INTO DECK-REPORT-REC.
           WRITE DECK-REPORT-REC.

      *History is rewritten with only what is inside the window. The
      *authorization file keeps what was not used, and what was used
      *tonight marked with the processing date, so a rerun for the
      *same date finds it again; a later date drops it.
       SAVE-DUPLICATE-HISTORY.
           OPEN OUTPUT FP-HISTORY-FILE.
           MOVE 1 TO WS-FP-IDX.
           PERFORM UNTIL WS-FP-IDX IS GREATER THAN WS-FP-COUNT
               MOVE SPACES TO FP-HISTORY-REC
               MOVE WS-FP-TYPE(WS-FP-IDX) TO FPH-TYPE
               MOVE WS-FP-DATE(WS-FP-IDX) TO FPH-POST-DATE
               MOVE WS-FP-DECK(WS-FP-IDX) TO FPH-DECK-ID
               MOVE WS-FP-PRINT(WS-FP-IDX) TO FPH-FINGERPRINT
               MOVE WS-FP-HASH(WS-FP-IDX) TO FPH-CONTENT-HASH
               WRITE FP-HISTORY-REC
               ADD 1 TO WS-FP-IDX
           END-PERFORM.
           CLOSE FP-HISTORY-FILE.
           IF WS-FORCE-LOADED-SWITCH IS EQUAL TO "Y"
               OPEN OUTPUT DUP-FORCE-FILE
               MOVE 1 TO WS-FORCE-IDX
               PERFORM UNTIL WS-FORCE-IDX IS GREATER THAN
                       WS-FORCE-COUNT
                   MOVE SPACES TO DUP-FORCE-REC
                   MOVE WS-FC-TYPE(WS-FORCE-IDX) TO DPF-TYPE
                   MOVE WS-FC-DECK(WS-FORCE-IDX) TO DPF-DECK-ID
                   MOVE WS-FC-DEPT(WS-FORCE-IDX) TO DPF-DEPT
                   MOVE WS-FC-IMAGE(WS-FORCE-IDX) TO DPF-IMAGE
                   MOVE WS-FC-BY(WS-FORCE-IDX) TO DPF-AUTHORIZED-BY
                   MOVE WS-FC-DATE(WS-FORCE-IDX) TO DPF-AUTH-DATE
                   IF WS-FC-USED(WS-FORCE-IDX) IS EQUAL TO "Y"
                       MOVE WS-PROCESSING-DATE TO DPF-USED-DATE
                   END-IF
                   WRITE DUP-FORCE-REC
                   ADD 1 TO WS-FORCE-IDX
               END-PERFORM
               CLOSE DUP-FORCE-FILE
           END-IF.

      *A missing limit file means no department is limited tonight -
      *announced, so it is not mistaken for limits that passed.
       LOAD-POSTING-LIMITS.
           MOVE "N" TO WS-END-OF-DEPTLIM-SWITCH.
           OPEN INPUT DEPT-LIMIT-FILE.
           IF WS-DEPTLIM-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO DEPARTMENT LIMIT FILE - NOTHING HELD"
                       " FOR RELEASE TONIGHT."
           ELSE
               PERFORM UNTIL WS-END-OF-DEPTLIM-SWITCH IS EQUAL TO "Y"
                   READ DEPT-LIMIT-FILE
                       AT END MOVE "Y" TO WS-END-OF-DEPTLIM-SWITCH
                       NOT AT END
                           IF WS-LIMIT-COUNT IS LESS THAN 200
                               ADD 1 TO WS-LIMIT-COUNT
                               MOVE LIM-DEPT
                                   TO WS-LM-DEPT(WS-LIMIT-COUNT)
                               MOVE LIM-OP-CODE
                                   TO WS-LM-OP-CODE(WS-LIMIT-COUNT)
                               MOVE 0 TO WS-LM-TRAN-CEILING
                                   (WS-LIMIT-COUNT)
                               MOVE 0 TO WS-LM-DAY-CEILING
                                   (WS-LIMIT-COUNT)
                               IF LIM-TRAN-CEILING IS NUMERIC
                                   MOVE LIM-TRAN-CEILING
                                       TO WS-LM-TRAN-CEILING
                                       (WS-LIMIT-COUNT)
                               END-IF
                               IF LIM-DAY-CEILING IS NUMERIC
                                   MOVE LIM-DAY-CEILING
                                       TO WS-LM-DAY-CEILING
                                       (WS-LIMIT-COUNT)
                               END-IF
                               MOVE 0 TO WS-LM-DAY-POSTED
                                   (WS-LIMIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-LIMIT-FILE
           END-IF.

      *Released items were validated the night they were held; they
      *go straight through, are fingerprinted now that they are to
      *post, and do not count against tonight's ceilings - a
      *supervisor has already passed them over the limit. Each is
      *kept on the release file marked with the processing date it
      *was passed on: a rerun for that date passes it again, and the
      *first pass for a later date drops it, ADDITION having posted
      *it in between. The file is carried through ADDRLSDN.DAT.
       PASS-RELEASED-ITEMS.
           MOVE "N" TO WS-END-OF-RELEASED-SWITCH.
           OPEN INPUT ADD-RELEASED-FILE.
           IF WS-RELEASED-STATUS IS EQUAL TO "00"
               OPEN OUTPUT ADD-RELEASED-NEW-FILE
               PERFORM UNTIL WS-END-OF-RELEASED-SWITCH IS EQUAL TO "Y"
                   MOVE SPACES TO ADD-RELEASED-REC
                   READ ADD-RELEASED-FILE
                       AT END MOVE "Y" TO WS-END-OF-RELEASED-SWITCH
                       NOT AT END
                           PERFORM PASS-ONE-RELEASED-ITEM
                   END-READ
               END-PERFORM
               CLOSE ADD-RELEASED-FILE
               CLOSE ADD-RELEASED-NEW-FILE
               MOVE "N" TO WS-END-OF-RELEASED-SWITCH
               OPEN INPUT ADD-RELEASED-NEW-FILE
               OPEN OUTPUT ADD-RELEASED-FILE
               PERFORM UNTIL WS-END-OF-RELEASED-SWITCH IS EQUAL TO "Y"
                   READ ADD-RELEASED-NEW-FILE
                       AT END MOVE "Y" TO WS-END-OF-RELEASED-SWITCH
                       NOT AT END
                           MOVE ADD-RELEASED-NEW-REC
                               TO ADD-RELEASED-REC
                           WRITE ADD-RELEASED-REC
                   END-READ
               END-PERFORM
               CLOSE ADD-RELEASED-NEW-FILE
               CLOSE ADD-RELEASED-FILE
           END-IF.

       PASS-ONE-RELEASED-ITEM.
           IF RLD-PASSED-DATE IS EQUAL TO SPACES
                   OR RLD-PASSED-DATE IS EQUAL TO WS-PROCESSING-DATE
               MOVE RLD-TRAN-IMAGE TO ADD-VALID-REC
               WRITE ADD-VALID-REC
               ADD 1 TO WS-RELEASED-COUNT
               ADD 1 TO WS-VALID-COUNT
               PERFORM ADD-RELEASED-FINGERPRINT
               MOVE WS-PROCESSING-DATE TO RLD-PASSED-DATE
               MOVE ADD-RELEASED-REC TO ADD-RELEASED-NEW-REC
               WRITE ADD-RELEASED-NEW-REC
           END-IF.

      *Holds dated the processing date were put on the queue by an
      *earlier run for the same date, and this run holds that work
      *over again - they are dropped as the queue is carried through
      *ADDHOLDN.DAT, and tonight's holds are added behind the rest.
       OPEN-HOLD-QUEUE.
           MOVE "N" TO WS-END-OF-HOLD-SWITCH.
           OPEN OUTPUT ADD-HOLD-NEW-FILE.
           OPEN INPUT ADD-HOLD-FILE.
           IF WS-HOLD-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-HOLD-SWITCH IS EQUAL TO "Y"
                   READ ADD-HOLD-FILE
                       AT END MOVE "Y" TO WS-END-OF-HOLD-SWITCH
                       NOT AT END
                           IF HLD-HOLD-DATE IS EQUAL TO
                                   WS-PROCESSING-DATE
                               ADD 1 TO WS-HOLD-REPLACED-COUNT
                           ELSE
                               MOVE ADD-HOLD-REC TO ADD-HOLD-NEW-REC
                               WRITE ADD-HOLD-NEW-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-HOLD-FILE
           END-IF.
           CLOSE ADD-HOLD-NEW-FILE.
           MOVE "N" TO WS-END-OF-HOLD-SWITCH.
           OPEN INPUT ADD-HOLD-NEW-FILE.
           OPEN OUTPUT ADD-HOLD-FILE.
           PERFORM UNTIL WS-END-OF-HOLD-SWITCH IS EQUAL TO "Y"
               READ ADD-HOLD-NEW-FILE
                   AT END MOVE "Y" TO WS-END-OF-HOLD-SWITCH
                   NOT AT END
                       MOVE ADD-HOLD-NEW-REC TO ADD-HOLD-REC
                       WRITE ADD-HOLD-REC
               END-READ
           END-PERFORM.
           CLOSE ADD-HOLD-NEW-FILE.
           IF WS-HOLD-REPLACED-COUNT IS GREATER THAN 0
               DISPLAY "RERUN FOR " WS-PROCESSING-DATE " - "
                       WS-HOLD-REPLACED-COUNT
                       " HOLDS FROM THE EARLIER RUN DROPPED"
           END-IF.

      *The limit is measured on what ADDITION will compute - the sum,
      *the net or the extended amount - with the sign ignored, so a
      *large credit is held as readily as a large debit.
       CHECK-POSTING-LIMITS.
           MOVE "N" TO WS-HOLD-SWITCH.
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH.
           MOVE 1 TO WS-LIMIT-IDX.
           PERFORM UNTIL WS-LIMIT-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-LIMIT-IDX IS GREATER THAN WS-LIMIT-COUNT
               IF WS-LM-DEPT(WS-LIMIT-IDX) IS EQUAL TO TRAN-DEPT
                       AND WS-LM-OP-CODE(WS-LIMIT-IDX) IS EQUAL TO
                           TRAN-OP-CODE
                   MOVE "Y" TO WS-LIMIT-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-LIMIT-IDX
               END-IF
           END-PERFORM.
           IF WS-LIMIT-FOUND-SWITCH IS EQUAL TO "Y"
               EVALUATE TRAN-OP-CODE
                   WHEN "S"
                       COMPUTE WS-LIMIT-AMOUNT =
                           TRAN-FIRST-NUMBER - TRAN-SECOND-NUMBER
                   WHEN "M"
                       COMPUTE WS-LIMIT-AMOUNT ROUNDED =
                           TRAN-FIRST-NUMBER * TRAN-SECOND-NUMBER
                   WHEN OTHER
                       COMPUTE WS-LIMIT-AMOUNT =
                           TRAN-FIRST-NUMBER + TRAN-SECOND-NUMBER
               END-EVALUATE
               IF WS-LIMIT-AMOUNT IS LESS THAN 0
                   COMPUTE WS-LIMIT-AMOUNT = 0 - WS-LIMIT-AMOUNT
               END-IF
               COMPUTE WS-LIMIT-DAY-AFTER =
                   WS-LM-DAY-POSTED(WS-LIMIT-IDX) + WS-LIMIT-AMOUNT
               EVALUATE TRUE
                   WHEN WS-LM-TRAN-CEILING(WS-LIMIT-IDX) IS GREATER
                           THAN 0
                           AND WS-LIMIT-AMOUNT IS GREATER THAN
                               WS-LM-TRAN-CEILING(WS-LIMIT-IDX)
                       MOVE "Y" TO WS-HOLD-SWITCH
                       MOVE "TLIM" TO WS-HOLD-REASON
                       MOVE WS-LM-TRAN-CEILING(WS-LIMIT-IDX)
                           TO WS-HOLD-CEILING
                   WHEN WS-LM-DAY-CEILING(WS-LIMIT-IDX) IS GREATER
                           THAN 0
                           AND WS-LIMIT-DAY-AFTER IS GREATER THAN
                               WS-LM-DAY-CEILING(WS-LIMIT-IDX)
                       MOVE "Y" TO WS-HOLD-SWITCH
                       MOVE "DLIM" TO WS-HOLD-REASON
                       MOVE WS-LM-DAY-CEILING(WS-LIMIT-IDX)
                           TO WS-HOLD-CEILING
                   WHEN OTHER
                       MOVE WS-LIMIT-DAY-AFTER
                           TO WS-LM-DAY-POSTED(WS-LIMIT-IDX)
               END-EVALUATE
           END-IF.

       WRITE-HOLD-RECORD.
           MOVE SPACES TO ADD-HOLD-REC.
           MOVE "H" TO HLD-STATUS.
           MOVE WS-PROCESSING-DATE TO HLD-HOLD-DATE.
           MOVE WS-HOLD-REASON TO HLD-REASON.
           MOVE WS-LIMIT-AMOUNT TO HLD-AMOUNT.
           MOVE WS-HOLD-CEILING TO HLD-CEILING.
           MOVE ADD-VALID-REC TO HLD-TRAN-IMAGE.
           MOVE TRAN-EMP-ID TO HLD-EMP-ID.
           WRITE ADD-HOLD-REC.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE "ADDEDIT" TO ERR-PROGRAM-NAME.
           MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID.
           MOVE "ALIM" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "HELD OVER " WS-HOLD-REASON " - DEPT " TRAN-DEPT
                  " OP " TRAN-OP-CODE DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.
           PERFORM SET-WARNING-RC.

      *Edit-pass control totals, so operations can balance records
      *read against clean plus rejected before ADDITION even starts.
       DISPLAY-EDIT-TOTALS.
           DISPLAY "RECORDS REJECTED : " WS-REJECT-COUNT.
           DISPLAY "DECKS RECEIVED   : " WS-DECK-COUNT.
           DISPLAY "DECKS REJECTED   : " WS-DECK-REJECT-COUNT.
           DISPLAY "DUPLICATES REJ.  : " WS-DUP-REJECT-COUNT.
           DISPLAY "DUPLICATES FORCED: " WS-DUP-FORCED-COUNT.
           DISPLAY "HELD OVER LIMIT  : " WS-HOLD-COUNT.
           DISPLAY "RELEASED FROM Q  : " WS-RELEASED-COUNT.
           DISPLAY "EMPLOYEE REJECTS : " WS-EMP-REJECT-COUNT.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY buscalr.
       COPY buscbr.
       COPY retcode.
       COPY depteffr.
       COPY sysprmr.
