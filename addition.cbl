      * a time, and a RESULT line is written for each pair to ADDRSLT.DAT.
      * Raw ADDTRANS.DAT is never read here any more - every batch record
      * arrives through ADDEDIT's layout checks first.
      * The day's figures are kept by department (ADDDEPT.DAT) and,
      * within each department, by the employee who originated the
      * items (ADDDEPE.DAT).
      * The checkpoint interval is the ADD-CHKPT system parameter
      * (SYSPARM.DAT), every 100 records while the file carries none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDITION.
           SELECT ADD-DEPT-CKPT-FILE ASSIGN TO "ADDDEPTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-CKPT-STATUS.
           SELECT ADD-DEPT-EMP-FILE ASSIGN TO "ADDDEPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-EMP-STATUS.
           SELECT ADD-EMP-CKPT-FILE ASSIGN TO "ADDDEPEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-CKPT-STATUS.
      *Keyed by business date plus sequence, the same dynamic-access
      *indexed organization the operator and employee masters use, so
      *the inquiry can go straight to a reference or a date.
           SELECT ADD-POSTED-FILE ASSIGN TO "ADDPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.
           COPY buscalsel.
           COPY perclsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
      *for its day. ADDCTLR reports daily and month-to-date figures
      *from this file.
       FD  ADD-CTLHIST-FILE.
       COPY addctlh.

      *Position and running totals as of the last checkpoint, so a
      *rerun after a failure at record 90,000 resumes where it left
           05  CKP-MUL-COUNT    PICTURE IS 9(7).
           05  CKP-MUL-SUM      PICTURE IS S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      *Last ledger sequence the checkpoint vouches for - ledger
      *entries past it are removed on restart and reposted, the way
      *the result file is trimmed back.
           05  CKP-LEDGER-SEQ   PICTURE IS 9(7).

      *Scratch copy used on restart to trim ADDRSLT.DAT back to the
      *lines the checkpoint vouches for - result lines written after
      *end of run the way ADDCTL.DAT is - ADDGLFD posts one balanced
      *journal pair per department from this file instead of one
      *blind pair for the whole day. Attended additions, which carry
      *no department, post under the general department. Each line
      *also carries the department's figures by operation code, which
      *the nightly department history keeps for the month-end
      *chargeback statements.
       FD  ADD-DEPT-FILE.
       COPY adddept.

      *Checkpoint side-file for the run's per-department tallies, cut
      *and restored alongside ADDCKPT.DAT so a restart resumes with
           05  CKD-TRANS-COUNT PICTURE IS 9(7).
           05  CKD-TOTAL-SUM   PICTURE IS S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CKD-OPS.
               10  CKD-OP-ENTRY OCCURS 3 TIMES.
                   15  CKD-OP-COUNT PICTURE IS 9(7).
                   15  CKD-OP-SUM   PICTURE IS S9(9)V99
                       SIGN IS LEADING SEPARATE CHARACTER.

      *The employee section of the department figures: the day's
      *items by department and originating employee, so audit can see
      *who is originating what. Rolled forward like ADDDEPT.DAT, with
      *its own checkpoint side-file cut alongside ADDDEPTC.DAT.
       FD  ADD-DEPT-EMP-FILE.
       COPY adddepe.

       FD  ADD-EMP-CKPT-FILE.
       01  ADD-EMP-CKPT-REC.
           05  CKE-DEPT        PICTURE IS X(4).
           05  CKE-EMP-ID      PICTURE IS X(6).
           05  CKE-TRANS-COUNT PICTURE IS 9(7).
           05  CKE-TOTAL-SUM   PICTURE IS S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      *Printed receipt for a single interactive addition, something
      *that can actually be filed or handed to an auditor instead of
       FD  ADD-RECEIPT-FILE.
       01  ADD-RECEIPT-REC PICTURE IS X(60).

      *Permanent posted-transaction ledger - one entry per batch
      *posting under its business-date-plus-sequence reference, kept
      *long after ADDRSLT.DAT has been recut.
       FD  ADD-POSTED-FILE.
       COPY addpost.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.
       COPY buscalfd.
       COPY perclfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
      *variables have level number, name and PICTURE.
       01  WS-CKPT-STATUS PICTURE IS XX.
       01  WS-REC-NUMBER PICTURE IS 9(7) VALUE 0.
       01  WS-RESTART-REC PICTURE IS 9(7) VALUE 0.
      *Built-in figure, until ADD-CHKPT is set on SYSPARM.DAT.
       01  WS-CHECKPOINT-INTERVAL PICTURE IS 9(3) VALUE 100.
       01  WS-PROCESSED-THIS-RUN PICTURE IS 9(7).
       01  WS-RESULT-LINES-WRITTEN PICTURE IS 9(7) VALUE 0.
               10  WS-RD-COUNT PICTURE IS 9(7).
               10  WS-RD-SUM   PICTURE IS S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-RD-OPS.
                   15  WS-RD-OP-ENTRY OCCURS 3 TIMES.
                       20  WS-RD-OP-COUNT PICTURE IS 9(7).
                       20  WS-RD-OP-SUM   PICTURE IS S9(9)V99
                           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-RUN-DEPT-COUNT PICTURE IS 9(2) VALUE 0.
       01  WS-RUN-DEPT-IDX PICTURE IS 9(2).
       01  WS-TALLY-DEPT PICTURE IS X(4).
      *Operation column within a department row: 1 = A, 2 = S, 3 = M.
       01  WS-TALLY-OP-IDX PICTURE IS 9(1).
       01  WS-OP-IDX PICTURE IS 9(1).
       01  WS-DEPT-FOUND-SWITCH PICTURE IS X.
       01  WS-GENERAL-DEPT PICTURE IS X(4) VALUE "GEN ".
       01  WS-DEPT-SUM-ED PICTURE IS -(9)9.99.
               10  WS-DD-COUNT PICTURE IS 9(7).
               10  WS-DD-SUM   PICTURE IS S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-DD-OPS.
                   15  WS-DD-OP-ENTRY OCCURS 3 TIMES.
                       20  WS-DD-OP-COUNT PICTURE IS 9(7).
                       20  WS-DD-OP-SUM   PICTURE IS S9(9)V99
                           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-DAY-DEPT-COUNT PICTURE IS 9(2) VALUE 0.
       01  WS-DAY-DEPT-IDX PICTURE IS 9(2).

      *The same two levels again by department and originating
      *employee - this run's tallies, and the day's so far.
       01  WS-DEPT-EMP-STATUS PICTURE IS XX.
       01  WS-EMP-CKPT-STATUS PICTURE IS XX.
       01  WS-END-OF-EMP-SWITCH PICTURE IS X.
       01  WS-TALLY-EMP PICTURE IS X(6).
       01  WS-EMP-FOUND-SWITCH PICTURE IS X.
       01  WS-RUN-EMP-TABLE.
           05  WS-RUN-EMP-ENTRY OCCURS 500 TIMES.
               10  WS-RE-DEPT  PICTURE IS X(4).
               10  WS-RE-EMP   PICTURE IS X(6).
               10  WS-RE-COUNT PICTURE IS 9(7).
               10  WS-RE-SUM   PICTURE IS S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-RUN-EMP-COUNT PICTURE IS 9(3) VALUE 0.
       01  WS-RUN-EMP-IDX PICTURE IS 9(3).
       01  WS-DAY-EMP-TABLE.
           05  WS-DAY-EMP-ENTRY OCCURS 500 TIMES.
               10  WS-DE-DEPT  PICTURE IS X(4).
               10  WS-DE-EMP   PICTURE IS X(6).
               10  WS-DE-COUNT PICTURE IS 9(7).
               10  WS-DE-SUM   PICTURE IS S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-DAY-EMP-COUNT PICTURE IS 9(3) VALUE 0.
       01  WS-DAY-EMP-IDX PICTURE IS 9(3).
       01  WS-EMP-SHOWN PICTURE IS X(6).

      *Posted-transaction ledger: the business date every posting in
      *this run is referenced under and the last sequence used on it.
       01  WS-POSTED-STATUS PICTURE IS XX.
       01  WS-LEDGER-OPEN-SWITCH PICTURE IS X VALUE "N".
       01  WS-LEDGER-RESTART-SWITCH PICTURE IS X VALUE "N".
       01  WS-END-OF-POSTED-SWITCH PICTURE IS X.
       01  WS-POST-DATE PICTURE IS 9(8).
       01  WS-POST-SEQUENCE PICTURE IS 9(7) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.
       COPY buscalhdr.
       COPY perclhdr.
       COPY sysprmhdr.
       01  WS-POSTING-BLOCKED-SWITCH PICTURE IS X VALUE "N".
       01  WS-TRAINING-SWITCH PICTURE IS X VALUE " ".

           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           MOVE "ADD-CHKPT" TO WS-PARM-KEY.
           MOVE WS-CHECKPOINT-INTERVAL TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-CHECKPOINT-INTERVAL.
      * Nothing posts into a month accounting has already reported -
      * the month-end close gate runs before a single record is read,
      * the way RUNGATE gates a duplicate day.
                   ADD 1 TO WS-RUN-TRANS-COUNT
                   ADD RESULT TO WS-RUN-TOTAL-SUM
                   MOVE WS-GENERAL-DEPT TO WS-TALLY-DEPT
                   MOVE 1 TO WS-TALLY-OP-IDX
                   PERFORM TALLY-RUN-DEPARTMENT
                   MOVE SPACES TO WS-TALLY-EMP
                   PERFORM TALLY-RUN-EMPLOYEE
           END-COMPUTE.

      *The volume path: the error log is held open across the whole
               IF WS-ERRLOG-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               PERFORM OPEN-POSTED-LEDGER
               MOVE "ADDITION" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               IF WS-RESTART-REC IS EQUAL TO 0
               WRITE ADD-RESULT-TRL-REC
               CLOSE ADD-TRANS-FILE
               CLOSE ADD-RESULT-FILE
               IF WS-LEDGER-OPEN-SWITCH IS EQUAL TO "Y"
                   CLOSE ADD-POSTED-FILE
                   DISPLAY "LEDGER REFERENCES " WS-POST-DATE
                           " THROUGH SEQUENCE " WS-POST-SEQUENCE
               END-IF
               CLOSE ERROR-LOG-FILE
               PERFORM DISPLAY-THROUGHPUT
      *Run completed clean - reset the checkpoint so the next fresh
               PERFORM WRITE-ADD-CHECKPOINT
           END-IF.

      *The ledger is opened for the whole batch run. A fresh run
      *carries on from the last sequence already on file for the
      *business date (an earlier run the same day keeps its
      *references); a restart removes the entries written after the
      *checkpoint, since those records are about to be reposted.
       OPEN-POSTED-LEDGER.
           MOVE WS-PROCESSING-DATE TO WS-POST-DATE.
           OPEN I-O ADD-POSTED-FILE.
           IF WS-POSTED-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ADD-POSTED-FILE
               CLOSE ADD-POSTED-FILE
               OPEN I-O ADD-POSTED-FILE
           END-IF.
           IF WS-POSTED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "POSTED LEDGER WILL NOT OPEN - STATUS "
                       WS-POSTED-STATUS
               MOVE "ADDITION" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ALDG" TO ERR-CODE
               MOVE "POSTED LEDGER OPEN ERROR" TO ERR-MESSAGE
               PERFORM WRITE-BATCH-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
               MOVE "Y" TO WS-LEDGER-OPEN-SWITCH
               IF WS-RESTART-REC IS GREATER THAN 0
                       AND WS-LEDGER-RESTART-SWITCH IS EQUAL TO "Y"
                   PERFORM PURGE-LEDGER-AFTER-CHECKPOINT
               ELSE
                   PERFORM FIND-LAST-LEDGER-SEQUENCE
               END-IF
           END-IF.

       FIND-LAST-LEDGER-SEQUENCE.
           MOVE 0 TO WS-POST-SEQUENCE.
           MOVE WS-POST-DATE TO PST-POST-DATE.
           MOVE 0 TO PST-SEQUENCE.
           MOVE "N" TO WS-END-OF-POSTED-SWITCH.
           START ADD-POSTED-FILE KEY IS NOT LESS THAN PST-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-POSTED-SWITCH
           END-START.
           PERFORM READ-NEXT-POSTED-SAME-DATE.
           PERFORM UNTIL WS-END-OF-POSTED-SWITCH IS EQUAL TO "Y"
               MOVE PST-SEQUENCE TO WS-POST-SEQUENCE
               PERFORM READ-NEXT-POSTED-SAME-DATE
           END-PERFORM.

       PURGE-LEDGER-AFTER-CHECKPOINT.
           MOVE WS-POST-DATE TO PST-POST-DATE.
           COMPUTE PST-SEQUENCE = WS-POST-SEQUENCE + 1.
           MOVE "N" TO WS-END-OF-POSTED-SWITCH.
           START ADD-POSTED-FILE KEY IS NOT LESS THAN PST-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-POSTED-SWITCH
           END-START.
           PERFORM READ-NEXT-POSTED-SAME-DATE.
           PERFORM UNTIL WS-END-OF-POSTED-SWITCH IS EQUAL TO "Y"
               DELETE ADD-POSTED-FILE RECORD
               PERFORM READ-NEXT-POSTED-SAME-DATE
           END-PERFORM.

       READ-NEXT-POSTED-SAME-DATE.
           IF WS-END-OF-POSTED-SWITCH IS NOT EQUAL TO "Y"
               READ ADD-POSTED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-POSTED-SWITCH
               END-READ
           END-IF.
           IF WS-END-OF-POSTED-SWITCH IS NOT EQUAL TO "Y"
                   AND PST-POST-DATE IS NOT EQUAL TO WS-POST-DATE
               MOVE "Y" TO WS-END-OF-POSTED-SWITCH
           END-IF.

       READ-ADD-CHECKPOINT.
           OPEN INPUT ADD-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS IS EQUAL TO "00"
                       MOVE CKP-MUL-COUNT TO WS-RUN-MUL-COUNT
                       MOVE CKP-MUL-SUM TO WS-RUN-MUL-SUM
                   END-IF
                   IF CKP-LEDGER-SEQ IS NUMERIC
                       MOVE CKP-LEDGER-SEQ TO WS-POST-SEQUENCE
                       MOVE "Y" TO WS-LEDGER-RESTART-SWITCH
                   END-IF
                   PERFORM READ-DEPT-CHECKPOINT
                   PERFORM READ-EMP-CHECKPOINT
               END-IF
               CLOSE ADD-CHECKPOINT-FILE
           END-IF.
                                   WS-RD-COUNT(WS-RUN-DEPT-COUNT)
                               MOVE CKD-TOTAL-SUM TO
                                   WS-RD-SUM(WS-RUN-DEPT-COUNT)
                               MOVE WS-RUN-DEPT-COUNT
                                   TO WS-RUN-DEPT-IDX
                               PERFORM ZERO-RUN-DEPT-OPS
                               IF CKD-OPS IS NOT EQUAL TO SPACES
                                   MOVE CKD-OPS TO
                                       WS-RD-OPS(WS-RUN-DEPT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-CKPT-FILE
           END-IF.

       READ-EMP-CHECKPOINT.
           MOVE "N" TO WS-END-OF-EMP-SWITCH.
           OPEN INPUT ADD-EMP-CKPT-FILE.
           IF WS-EMP-CKPT-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-EMP-SWITCH IS EQUAL TO "Y"
                   READ ADD-EMP-CKPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-EMP-SWITCH
                       NOT AT END
                           IF WS-RUN-EMP-COUNT IS LESS THAN 500
                               ADD 1 TO WS-RUN-EMP-COUNT
                               MOVE CKE-DEPT TO
                                   WS-RE-DEPT(WS-RUN-EMP-COUNT)
                               MOVE CKE-EMP-ID TO
                                   WS-RE-EMP(WS-RUN-EMP-COUNT)
                               MOVE CKE-TRANS-COUNT TO
                                   WS-RE-COUNT(WS-RUN-EMP-COUNT)
                               MOVE CKE-TOTAL-SUM TO
                                   WS-RE-SUM(WS-RUN-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-EMP-CKPT-FILE
           END-IF.

       WRITE-ADD-CHECKPOINT.
           MOVE WS-REC-NUMBER TO CKP-LAST-REC.
           MOVE WS-RUN-TRANS-COUNT TO CKP-TRANS-COUNT.
           MOVE WS-RUN-SUB-SUM TO CKP-SUB-SUM.
           MOVE WS-RUN-MUL-COUNT TO CKP-MUL-COUNT.
           MOVE WS-RUN-MUL-SUM TO CKP-MUL-SUM.
           MOVE WS-POST-SEQUENCE TO CKP-LEDGER-SEQ.
           OPEN OUTPUT ADD-CHECKPOINT-FILE.
           WRITE ADD-CHECKPOINT-REC.
           CLOSE ADD-CHECKPOINT-FILE.
           PERFORM WRITE-DEPT-CHECKPOINT.
           PERFORM WRITE-EMP-CHECKPOINT.

      *A reset checkpoint (record zero) cuts the side-file empty too,
      *so the next fresh run starts with no department carry-over.
                   MOVE WS-RD-COUNT(WS-RUN-DEPT-IDX)
                       TO CKD-TRANS-COUNT
                   MOVE WS-RD-SUM(WS-RUN-DEPT-IDX) TO CKD-TOTAL-SUM
                   MOVE WS-RD-OPS(WS-RUN-DEPT-IDX) TO CKD-OPS
                   WRITE ADD-DEPT-CKPT-REC
                   ADD 1 TO WS-RUN-DEPT-IDX
               END-PERFORM
           END-IF.
           CLOSE ADD-DEPT-CKPT-FILE.

       WRITE-EMP-CHECKPOINT.
           OPEN OUTPUT ADD-EMP-CKPT-FILE.
           IF WS-REC-NUMBER IS GREATER THAN 0
               MOVE 1 TO WS-RUN-EMP-IDX
               PERFORM UNTIL WS-RUN-EMP-IDX IS GREATER THAN
                       WS-RUN-EMP-COUNT
                   MOVE SPACES TO ADD-EMP-CKPT-REC
                   MOVE WS-RE-DEPT(WS-RUN-EMP-IDX) TO CKE-DEPT
                   MOVE WS-RE-EMP(WS-RUN-EMP-IDX) TO CKE-EMP-ID
                   MOVE WS-RE-COUNT(WS-RUN-EMP-IDX) TO CKE-TRANS-COUNT
                   MOVE WS-RE-SUM(WS-RUN-EMP-IDX) TO CKE-TOTAL-SUM
                   WRITE ADD-EMP-CKPT-REC
                   ADD 1 TO WS-RUN-EMP-IDX
               END-PERFORM
           END-IF.
           CLOSE ADD-EMP-CKPT-FILE.

      *Copies the envelope header and the first checkpointed result
      *lines to a scratch file and rewrites ADDRSLT.DAT from it - the
      *same copy-back idiom the suspense correction pass uses - so
               PERFORM TALLY-RUN-OPERATION
               MOVE TRAN-DEPT TO WS-TALLY-DEPT
               PERFORM TALLY-RUN-DEPARTMENT
               MOVE TRAN-EMP-ID TO WS-TALLY-EMP
               PERFORM TALLY-RUN-EMPLOYEE
           END-IF.
           WRITE ADD-RESULT-REC.
           ADD 1 TO WS-RESULT-LINES-WRITTEN.
           PERFORM WRITE-POSTED-LEDGER.

      *Every batch posting - overflowed ones included, flagged, so
      *the department sees its item arrived and why it did not post -
      *takes the next reference on the business date.
       WRITE-POSTED-LEDGER.
           IF WS-LEDGER-OPEN-SWITCH IS EQUAL TO "Y"
               ADD 1 TO WS-POST-SEQUENCE
               MOVE SPACES TO ADD-POSTED-REC
               MOVE WS-POST-DATE TO PST-POST-DATE
               MOVE WS-POST-SEQUENCE TO PST-SEQUENCE
               IF TRAN-DEPT IS EQUAL TO SPACES
                   MOVE WS-GENERAL-DEPT TO PST-DEPT
               ELSE
                   MOVE TRAN-DEPT TO PST-DEPT
               END-IF
               IF TRAN-OP-CODE IS EQUAL TO SPACE
                   MOVE "A" TO PST-OP-CODE
               ELSE
                   MOVE TRAN-OP-CODE TO PST-OP-CODE
               END-IF
               MOVE FIRST-NUMBER TO PST-FIRST-NUMBER
               MOVE SECOND-NUMBER TO PST-SECOND-NUMBER
               IF WS-OP-SIZE-ERROR-SWITCH IS EQUAL TO "Y"
                   MOVE 0 TO PST-RESULT
                   MOVE "Y" TO PST-SIZE-ERROR
               ELSE
                   MOVE RESULT TO PST-RESULT
                   MOVE "N" TO PST-SIZE-ERROR
               END-IF
               MOVE TRAN-DECK-ID TO PST-DECK-ID
               MOVE TRAN-EMP-ID TO PST-EMP-ID
               MOVE JH-RUN-TIME TO PST-RUN-TIME
               WRITE ADD-POSTED-REC
                   INVALID KEY
                       MOVE "ADDITION" TO ERR-PROGRAM-NAME
                       MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                       MOVE "ALDG" TO ERR-CODE
                       MOVE "LEDGER REFERENCE ALREADY ON FILE"
                           TO ERR-MESSAGE
                       PERFORM WRITE-BATCH-ERROR-LOG
                       PERFORM SET-WARNING-RC
               END-WRITE
           END-IF.

      *Each operation type carries its own running count and sum, so
      *the control record and the balancing recount can hold the
               WHEN "S"
                   ADD 1 TO WS-RUN-SUB-COUNT
                   ADD RESULT TO WS-RUN-SUB-SUM
                   MOVE 2 TO WS-TALLY-OP-IDX
               WHEN "M"
                   ADD 1 TO WS-RUN-MUL-COUNT
                   ADD RESULT TO WS-RUN-MUL-SUM
                   MOVE 3 TO WS-TALLY-OP-IDX
               WHEN OTHER
                   ADD 1 TO WS-RUN-ADD-COUNT
                   ADD RESULT TO WS-RUN-ADD-SUM
                   MOVE 1 TO WS-TALLY-OP-IDX
           END-EVALUATE.

      *Finds (or opens) this run's tally row for the department and
                       TO WS-RD-DEPT(WS-RUN-DEPT-IDX)
                   MOVE 0 TO WS-RD-COUNT(WS-RUN-DEPT-IDX)
                   MOVE 0 TO WS-RD-SUM(WS-RUN-DEPT-IDX)
                   PERFORM ZERO-RUN-DEPT-OPS
               ELSE
                   DISPLAY "MORE THAN 50 DEPARTMENTS - "
                           WS-TALLY-DEPT " NOT BROKEN OUT"
           IF WS-RUN-DEPT-IDX IS NOT GREATER THAN WS-RUN-DEPT-COUNT
               ADD 1 TO WS-RD-COUNT(WS-RUN-DEPT-IDX)
               ADD RESULT TO WS-RD-SUM(WS-RUN-DEPT-IDX)
               ADD 1 TO WS-RD-OP-COUNT(WS-RUN-DEPT-IDX, WS-TALLY-OP-IDX)
               ADD RESULT
                   TO WS-RD-OP-SUM(WS-RUN-DEPT-IDX, WS-TALLY-OP-IDX)
           END-IF.

      *Same again one level down - the department (already defaulted
      *to the general department above) and the originating employee.
       TALLY-RUN-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SWITCH.
           MOVE 1 TO WS-RUN-EMP-IDX.
           PERFORM UNTIL WS-EMP-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-RUN-EMP-IDX IS GREATER THAN WS-RUN-EMP-COUNT
               IF WS-RE-DEPT(WS-RUN-EMP-IDX) IS EQUAL TO WS-TALLY-DEPT
                       AND WS-RE-EMP(WS-RUN-EMP-IDX) IS EQUAL TO
                           WS-TALLY-EMP
                   MOVE "Y" TO WS-EMP-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-RUN-EMP-IDX
               END-IF
           END-PERFORM.
           IF WS-EMP-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-RUN-EMP-COUNT IS LESS THAN 500
                   ADD 1 TO WS-RUN-EMP-COUNT
                   MOVE WS-RUN-EMP-COUNT TO WS-RUN-EMP-IDX
                   MOVE WS-TALLY-DEPT TO WS-RE-DEPT(WS-RUN-EMP-IDX)
                   MOVE WS-TALLY-EMP TO WS-RE-EMP(WS-RUN-EMP-IDX)
                   MOVE 0 TO WS-RE-COUNT(WS-RUN-EMP-IDX)
                   MOVE 0 TO WS-RE-SUM(WS-RUN-EMP-IDX)
               ELSE
                   DISPLAY "MORE THAN 500 EMPLOYEES - "
                           WS-TALLY-EMP " NOT BROKEN OUT"
               END-IF
           END-IF.
           IF WS-RUN-EMP-IDX IS NOT GREATER THAN WS-RUN-EMP-COUNT
               ADD 1 TO WS-RE-COUNT(WS-RUN-EMP-IDX)
               ADD RESULT TO WS-RE-SUM(WS-RUN-EMP-IDX)
           END-IF.

       ZERO-RUN-DEPT-OPS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               MOVE 0 TO WS-RD-OP-COUNT(WS-RUN-DEPT-IDX, WS-OP-IDX)
               MOVE 0 TO WS-RD-OP-SUM(WS-RUN-DEPT-IDX, WS-OP-IDX)
           END-PERFORM.

       ZERO-DAY-DEPT-OPS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX IS GREATER THAN 3
               MOVE 0 TO WS-DD-OP-COUNT(WS-DAY-DEPT-IDX, WS-OP-IDX)
               MOVE 0 TO WS-DD-OP-SUM(WS-DAY-DEPT-IDX, WS-OP-IDX)
           END-PERFORM.

      *Folds this run's additions into the day's running control totals
      *(reset automatically when the control file's date has rolled
      *over) and prints the updated totals as an end-of-day summary.
           WRITE ADD-CONTROL-REC.
           CLOSE ADD-CONTROL-FILE.
           PERFORM UPDATE-DEPT-TOTALS.
           PERFORM UPDATE-EMP-TOTALS.
           PERFORM WRITE-CONTROL-HISTORY.
           PERFORM DISPLAY-CONTROL-TOTALS.

                                   WS-DD-COUNT(WS-DAY-DEPT-COUNT)
                               MOVE DEP-TOTAL-SUM TO
                                   WS-DD-SUM(WS-DAY-DEPT-COUNT)
                               MOVE WS-DAY-DEPT-COUNT
                                   TO WS-DAY-DEPT-IDX
                               PERFORM ZERO-DAY-DEPT-OPS
                               IF DEP-OPS IS NOT EQUAL TO SPACES
                                   MOVE DEP-OPS TO
                                       WS-DD-OPS(WS-DAY-DEPT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-DD-DEPT(WS-DAY-DEPT-IDX) TO DEP-DEPT
               MOVE WS-DD-COUNT(WS-DAY-DEPT-IDX) TO DEP-TRANS-COUNT
               MOVE WS-DD-SUM(WS-DAY-DEPT-IDX) TO DEP-TOTAL-SUM
               MOVE WS-DD-OPS(WS-DAY-DEPT-IDX) TO DEP-OPS
               WRITE ADD-DEPT-REC
               ADD 1 TO WS-DAY-DEPT-IDX
           END-PERFORM.
                       TO WS-DD-DEPT(WS-DAY-DEPT-IDX)
                   MOVE 0 TO WS-DD-COUNT(WS-DAY-DEPT-IDX)
                   MOVE 0 TO WS-DD-SUM(WS-DAY-DEPT-IDX)
                   PERFORM ZERO-DAY-DEPT-OPS
               ELSE
                   DISPLAY "MORE THAN 50 DEPARTMENTS ON THE DAY - "
                           WS-RD-DEPT(WS-RUN-DEPT-IDX)
                   TO WS-DD-COUNT(WS-DAY-DEPT-IDX)
               ADD WS-RD-SUM(WS-RUN-DEPT-IDX)
                   TO WS-DD-SUM(WS-DAY-DEPT-IDX)
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX IS GREATER THAN 3
                   ADD WS-RD-OP-COUNT(WS-RUN-DEPT-IDX, WS-OP-IDX)
                       TO WS-DD-OP-COUNT(WS-DAY-DEPT-IDX, WS-OP-IDX)
                   ADD WS-RD-OP-SUM(WS-RUN-DEPT-IDX, WS-OP-IDX)
                       TO WS-DD-OP-SUM(WS-DAY-DEPT-IDX, WS-OP-IDX)
               END-PERFORM
           END-IF.

      *The employee section is rolled forward the same way: today's
      *lines reloaded, this run's tallies merged in, file rewritten.
       UPDATE-EMP-TOTALS.
           MOVE 0 TO WS-DAY-EMP-COUNT.
           MOVE "N" TO WS-END-OF-EMP-SWITCH.
           OPEN INPUT ADD-DEPT-EMP-FILE.
           IF WS-DEPT-EMP-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-EMP-SWITCH IS EQUAL TO "Y"
                   READ ADD-DEPT-EMP-FILE
                       AT END MOVE "Y" TO WS-END-OF-EMP-SWITCH
                       NOT AT END
                           IF DPE-RUN-DATE IS EQUAL TO WS-TODAY-DATE
                                   AND WS-DAY-EMP-COUNT IS LESS
                                       THAN 500
                               ADD 1 TO WS-DAY-EMP-COUNT
                               MOVE DPE-DEPT TO
                                   WS-DE-DEPT(WS-DAY-EMP-COUNT)
                               MOVE DPE-EMP-ID TO
                                   WS-DE-EMP(WS-DAY-EMP-COUNT)
                               MOVE DPE-TRANS-COUNT TO
                                   WS-DE-COUNT(WS-DAY-EMP-COUNT)
                               MOVE DPE-TOTAL-SUM TO
                                   WS-DE-SUM(WS-DAY-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-EMP-FILE
           END-IF.
           MOVE 1 TO WS-RUN-EMP-IDX.
           PERFORM UNTIL WS-RUN-EMP-IDX IS GREATER THAN
                   WS-RUN-EMP-COUNT
               PERFORM MERGE-ONE-EMP-TALLY
               ADD 1 TO WS-RUN-EMP-IDX
           END-PERFORM.
           OPEN OUTPUT ADD-DEPT-EMP-FILE.
           MOVE 1 TO WS-DAY-EMP-IDX.
           PERFORM UNTIL WS-DAY-EMP-IDX IS GREATER THAN
                   WS-DAY-EMP-COUNT
               MOVE SPACES TO ADD-DEPT-EMP-REC
               MOVE WS-TODAY-DATE TO DPE-RUN-DATE
               MOVE WS-DE-DEPT(WS-DAY-EMP-IDX) TO DPE-DEPT
               MOVE WS-DE-EMP(WS-DAY-EMP-IDX) TO DPE-EMP-ID
               MOVE WS-DE-COUNT(WS-DAY-EMP-IDX) TO DPE-TRANS-COUNT
               MOVE WS-DE-SUM(WS-DAY-EMP-IDX) TO DPE-TOTAL-SUM
               WRITE ADD-DEPT-EMP-REC
               ADD 1 TO WS-DAY-EMP-IDX
           END-PERFORM.
           CLOSE ADD-DEPT-EMP-FILE.

       MERGE-ONE-EMP-TALLY.
           MOVE "N" TO WS-EMP-FOUND-SWITCH.
           MOVE 1 TO WS-DAY-EMP-IDX.
           PERFORM UNTIL WS-EMP-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-DAY-EMP-IDX IS GREATER THAN WS-DAY-EMP-COUNT
               IF WS-DE-DEPT(WS-DAY-EMP-IDX) IS EQUAL TO
                       WS-RE-DEPT(WS-RUN-EMP-IDX)
                       AND WS-DE-EMP(WS-DAY-EMP-IDX) IS EQUAL TO
                           WS-RE-EMP(WS-RUN-EMP-IDX)
                   MOVE "Y" TO WS-EMP-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DAY-EMP-IDX
               END-IF
           END-PERFORM.
           IF WS-EMP-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-DAY-EMP-COUNT IS LESS THAN 500
                   ADD 1 TO WS-DAY-EMP-COUNT
                   MOVE WS-DAY-EMP-COUNT TO WS-DAY-EMP-IDX
                   MOVE WS-RE-DEPT(WS-RUN-EMP-IDX)
                       TO WS-DE-DEPT(WS-DAY-EMP-IDX)
                   MOVE WS-RE-EMP(WS-RUN-EMP-IDX)
                       TO WS-DE-EMP(WS-DAY-EMP-IDX)
                   MOVE 0 TO WS-DE-COUNT(WS-DAY-EMP-IDX)
                   MOVE 0 TO WS-DE-SUM(WS-DAY-EMP-IDX)
               ELSE
                   DISPLAY "MORE THAN 500 EMPLOYEES ON THE DAY - "
                           WS-RE-EMP(WS-RUN-EMP-IDX)
                           " NOT BROKEN OUT"
               END-IF
           END-IF.
           IF WS-DAY-EMP-IDX IS NOT GREATER THAN WS-DAY-EMP-COUNT
               ADD WS-RE-COUNT(WS-RUN-EMP-IDX)
                   TO WS-DE-COUNT(WS-DAY-EMP-IDX)
               ADD WS-RE-SUM(WS-RUN-EMP-IDX)
                   TO WS-DE-SUM(WS-DAY-EMP-IDX)
           END-IF.

      *Appends the day's running totals to the dated history file so
           IF WS-CTLHIST-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADD-CTLHIST-FILE
           END-IF.
           MOVE SPACES TO ADD-CTLHIST-REC.
           MOVE CTL-RUN-DATE TO CTH-RUN-DATE.
           MOVE CTL-TRANS-COUNT TO CTH-TRANS-COUNT.
           MOVE CTL-TOTAL-SUM TO CTH-TOTAL-SUM.
               DISPLAY "  DEPT " WS-DD-DEPT(WS-DAY-DEPT-IDX)
                       " COUNT " WS-DD-COUNT(WS-DAY-DEPT-IDX)
                       " SUM " WS-DEPT-SUM-ED
               PERFORM DISPLAY-DEPT-EMPLOYEES
               ADD 1 TO WS-DAY-DEPT-IDX
           END-PERFORM.

      *Each department's originating employees under its line.
       DISPLAY-DEPT-EMPLOYEES.
           MOVE 1 TO WS-DAY-EMP-IDX.
           PERFORM UNTIL WS-DAY-EMP-IDX IS GREATER THAN
                   WS-DAY-EMP-COUNT
               IF WS-DE-DEPT(WS-DAY-EMP-IDX) IS EQUAL TO
                       WS-DD-DEPT(WS-DAY-DEPT-IDX)
                   MOVE WS-DE-EMP(WS-DAY-EMP-IDX) TO WS-EMP-SHOWN
                   IF WS-EMP-SHOWN IS EQUAL TO SPACES
                       MOVE "NO ID" TO WS-EMP-SHOWN
                   END-IF
                   MOVE WS-DE-SUM(WS-DAY-EMP-IDX) TO WS-DEPT-SUM-ED
                   DISPLAY "      EMPLOYEE " WS-EMP-SHOWN
                           " COUNT " WS-DE-COUNT(WS-DAY-EMP-IDX)
                           " SUM " WS-DEPT-SUM-ED
               END-IF
               ADD 1 TO WS-DAY-EMP-IDX
           END-PERFORM.

      *One-shot receipt for the interactive run's addition: company
      *and job header, both inputs and the result, and a control-total
      *trailer tying it back to the day's running totals.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
       COPY sysprmr.
       COPY buscalr.
       COPY perclr.
       COPY retcode.
