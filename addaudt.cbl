      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Audit trail of ADDITION's nightly files, run as the
      * last step of the nightly stream. The external auditors pick
      * transactions from across the year, and every file that proves
      * one - the department's deck on ADDTRANS.DAT, ADDEDIT's
      * validated file ADDTRVAL.DAT, the release queue ADDHOLD.DAT,
      * suspense on ADDSUSP.DAT, the ADDRSLT.DAT result, the ADDCTL.DAT
      * day control, the ADDDEPT.DAT department totals, the ADDBALC.DAT
      * balancing certificate and the ADDGLJE.DAT journal feed - is
      * recut by the next night, while the generation store only goes
      * back a fortnight. This files the night's set, record for
      * record, on the audit trail ADDAUDT.DAT under the business date
      * ADDCTL.DAT carries, for ADDAUDS to draw samples from and trace
      * them through. The trail is kept for a number of calendar days
      * (AUD-KEEP on SYSPARM.DAT, two years built in) and older dates
      * are dropped. A rerun for the same business date replaces that
      * date's lines rather than doubling them; the trail is carried
      * forward through ADDAUDTN.DAT and copied back.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDAUDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-RAW-FILE ASSIGN TO "ADDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT ADD-TRANS-FILE ASSIGN TO "ADDTRVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ADD-HOLD-FILE ASSIGN TO "ADDHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ADD-SUSP-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT ADD-RESULT-FILE ASSIGN TO "ADDRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT ADD-CONTROL-FILE ASSIGN TO "ADDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ADD-DEPT-FILE ASSIGN TO "ADDDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT ADD-BALCERT-FILE ASSIGN TO "ADDBALC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCERT-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "ADDGLJE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "ADDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT AUDIT-TRAIL-NEW-FILE ASSIGN TO "ADDAUDTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-NEW-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY buscalsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
      *The night's files are filed as record images - ADDAUDS lays
      *them out again when it traces an item through them.
       FD  ADD-RAW-FILE.
       01  ADD-RAW-IMAGE PIC X(40).

       FD  ADD-TRANS-FILE.
       01  ADD-TRANS-IMAGE PIC X(35).

       FD  ADD-HOLD-FILE.
       01  ADD-HOLD-IMAGE PIC X(101).

       FD  ADD-SUSP-FILE.
       01  ADD-SUSP-IMAGE PIC X(56).

       FD  ADD-RESULT-FILE.
       01  ADD-RESULT-IMAGE PIC X(60).

       FD  ADD-CONTROL-FILE.
       01  ADD-CONTROL-IMAGE PIC X(103).

       FD  ADD-DEPT-FILE.
       01  ADD-DEPT-IMAGE PIC X(88).

       FD  ADD-BALCERT-FILE.
       01  ADD-BALCERT-IMAGE PIC X(70).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-IMAGE PIC X(48).

       FD  AUDIT-TRAIL-FILE.
       COPY addaudt.

       FD  AUDIT-TRAIL-NEW-FILE.
       01  AUDIT-TRAIL-NEW-REC PIC X(146).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY buscalfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-RAW-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-SUSP-STATUS PIC XX.
       01  WS-RESULT-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-DEPT-STATUS PIC XX.
       01  WS-BALCERT-STATUS PIC XX.
       01  WS-JOURNAL-STATUS PIC XX.
       01  WS-TRAIL-STATUS PIC XX.
       01  WS-TRAIL-NEW-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

      *Calendar days of trail kept - a built-in figure, until
      *SYSPARM.DAT says otherwise.
       01  WS-AUDIT-KEEP-DAYS PIC 9(4) VALUE 730.
       01  WS-AUDIT-DATE PIC 9(8).
       01  WS-AUDIT-CUTOFF-DATE PIC 9(8).

      *Tonight's nine files, in the order they go on the trail, with
      *how many lines each one filed.
       01  WS-FILED-TABLE.
           05  WS-FILED-ENTRY OCCURS 9 TIMES.
               10  WS-FL-FILE-ID   PIC X(8).
               10  WS-FL-PRESENT   PIC X(1).
               10  WS-FL-COUNT     PIC 9(7).
       01  WS-FILED-IDX PIC 9(2).
       01  WS-LINE-NUMBER PIC 9(7).
       01  WS-AUDIT-IMAGE PIC X(120).
       01  WS-FILED-LINES PIC 9(7) VALUE 0.
       01  WS-CARRIED-LINES PIC 9(7) VALUE 0.
       01  WS-DROPPED-LINES PIC 9(7) VALUE 0.
       01  WS-REPLACED-LINES PIC 9(7) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY buscalhdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "ADDAUDT" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           PERFORM GET-AUDIT-DATE.
           MOVE "AUD-KEEP" TO WS-PARM-KEY.
           MOVE WS-AUDIT-KEEP-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-AUDIT-KEEP-DAYS.
           COMPUTE WS-AUDIT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE)
               - WS-AUDIT-KEEP-DAYS).
           PERFORM CARRY-FORWARD-TRAIL.
           PERFORM COPY-BACK-TRAIL.
           DISPLAY "AUDIT TRAIL FILED FOR " WS-AUDIT-DATE " - "
                   WS-FILED-LINES " RECORDS".
           PERFORM VARYING WS-FILED-IDX FROM 1 BY 1
                   UNTIL WS-FILED-IDX IS GREATER THAN 9
               IF WS-FL-PRESENT(WS-FILED-IDX) IS EQUAL TO "Y"
                   DISPLAY "  " WS-FL-FILE-ID(WS-FILED-IDX)
                           " LINES " WS-FL-COUNT(WS-FILED-IDX)
               ELSE
                   DISPLAY "  " WS-FL-FILE-ID(WS-FILED-IDX)
                           " NOT ON DISK"
               END-IF
           END-PERFORM.
           IF WS-REPLACED-LINES IS GREATER THAN 0
               DISPLAY "RERUN - " WS-REPLACED-LINES
                       " EARLIER LINES FOR THE DATE REPLACED"
           END-IF.
           DISPLAY "KEEPING " WS-AUDIT-KEEP-DAYS " DAYS FROM "
                   WS-AUDIT-CUTOFF-DATE " - LINES CARRIED "
                   WS-CARRIED-LINES ", DROPPED " WS-DROPPED-LINES.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "ADDAUDT" TO JS-PROGRAM-NAME.
           MOVE WS-FILED-LINES TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *Filed under the business date ADDITION posted the night's
      *control totals to. With no control record on disk the night is
      *still filed, under the processing date, and the gap is logged
      *- the sample trace will show that date without a control.
       GET-AUDIT-DATE.
           PERFORM GET-PROCESSING-DATE.
           MOVE WS-PROCESSING-DATE TO WS-AUDIT-DATE.
           OPEN INPUT ADD-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               READ ADD-CONTROL-FILE
                   AT END MOVE "10" TO WS-CONTROL-STATUS
               END-READ
               CLOSE ADD-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
                   AND ADD-CONTROL-IMAGE(1:8) IS NUMERIC
               MOVE ADD-CONTROL-IMAGE(1:8) TO WS-AUDIT-DATE
           ELSE
               DISPLAY "NO CONTROL RECORD - TRAIL FILED UNDER"
                       " PROCESSING DATE " WS-AUDIT-DATE
               MOVE "ADDAUDT" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AAUD" TO ERR-CODE
               MOVE "NO ADDCTL.DAT - FILED UNDER PROC DATE"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.

      *Every date still inside the retention, other than an earlier
      *filing of tonight's business date, goes to the carry-forward
      *copy; then tonight's files are added behind it.
       CARRY-FORWARD-TRAIL.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN OUTPUT AUDIT-TRAIL-NEW-FILE.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-TRAIL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ AUDIT-TRAIL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM CARRY-ONE-TRAIL-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
           MOVE "ADDTRANS" TO WS-FL-FILE-ID(1).
           MOVE "ADDTRVAL" TO WS-FL-FILE-ID(2).
           MOVE "ADDHOLD " TO WS-FL-FILE-ID(3).
           MOVE "ADDSUSP " TO WS-FL-FILE-ID(4).
           MOVE "ADDRSLT " TO WS-FL-FILE-ID(5).
           MOVE "ADDCTL  " TO WS-FL-FILE-ID(6).
           MOVE "ADDDEPT " TO WS-FL-FILE-ID(7).
           MOVE "ADDBALC " TO WS-FL-FILE-ID(8).
           MOVE "ADDGLJE " TO WS-FL-FILE-ID(9).
           PERFORM VARYING WS-FILED-IDX FROM 1 BY 1
                   UNTIL WS-FILED-IDX IS GREATER THAN 9
               MOVE "N" TO WS-FL-PRESENT(WS-FILED-IDX)
               MOVE 0 TO WS-FL-COUNT(WS-FILED-IDX)
           END-PERFORM.
           PERFORM FILE-RAW-FILE.
           PERFORM FILE-TRANSACTION-FILE.
           PERFORM FILE-HOLD-FILE.
           PERFORM FILE-SUSPENSE-FILE.
           PERFORM FILE-RESULT-FILE.
           PERFORM FILE-CONTROL-FILE.
           PERFORM FILE-DEPT-FILE.
           PERFORM FILE-BALCERT-FILE.
           PERFORM FILE-JOURNAL-FILE.
           CLOSE AUDIT-TRAIL-NEW-FILE.

       CARRY-ONE-TRAIL-LINE.
           EVALUATE TRUE
               WHEN AUD-BUS-DATE IS EQUAL TO WS-AUDIT-DATE
                   ADD 1 TO WS-REPLACED-LINES
               WHEN AUD-BUS-DATE IS LESS THAN WS-AUDIT-CUTOFF-DATE
                   ADD 1 TO WS-DROPPED-LINES
               WHEN OTHER
                   MOVE ADD-AUDIT-REC TO AUDIT-TRAIL-NEW-REC
                   WRITE AUDIT-TRAIL-NEW-REC
                   ADD 1 TO WS-CARRIED-LINES
           END-EVALUATE.

       FILE-RAW-FILE.
           MOVE 1 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-RAW-FILE.
           IF WS-RAW-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-RAW-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-RAW-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-RAW-FILE
           END-IF.

       FILE-TRANSACTION-FILE.
           MOVE 2 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-TRANS-FILE.
           IF WS-TRANS-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-TRANS-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-TRANS-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-TRANS-FILE
           END-IF.

       FILE-HOLD-FILE.
           MOVE 3 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-HOLD-FILE.
           IF WS-HOLD-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-HOLD-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-HOLD-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-HOLD-FILE
           END-IF.

       FILE-SUSPENSE-FILE.
           MOVE 4 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-SUSP-FILE.
           IF WS-SUSP-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-SUSP-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-SUSP-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-SUSP-FILE
           END-IF.

       FILE-RESULT-FILE.
           MOVE 5 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-RESULT-FILE.
           IF WS-RESULT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-RESULT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-RESULT-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-RESULT-FILE
           END-IF.

       FILE-CONTROL-FILE.
           MOVE 6 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-CONTROL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-CONTROL-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-CONTROL-FILE
           END-IF.

       FILE-DEPT-FILE.
           MOVE 7 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-DEPT-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-FILE
           END-IF.

       FILE-BALCERT-FILE.
           MOVE 8 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-BALCERT-FILE.
           IF WS-BALCERT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-BALCERT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE ADD-BALCERT-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-BALCERT-FILE
           END-IF.

       FILE-JOURNAL-FILE.
           MOVE 9 TO WS-FILED-IDX.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-FL-PRESENT(WS-FILED-IDX)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GL-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE GL-JOURNAL-IMAGE TO WS-AUDIT-IMAGE
                           PERFORM FILE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

       FILE-ONE-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           ADD 1 TO WS-FL-COUNT(WS-FILED-IDX).
           MOVE SPACES TO ADD-AUDIT-REC.
           MOVE WS-AUDIT-DATE TO AUD-BUS-DATE.
           MOVE WS-FL-FILE-ID(WS-FILED-IDX) TO AUD-FILE-ID.
           MOVE WS-LINE-NUMBER TO AUD-LINE-NUMBER.
           MOVE WS-AUDIT-IMAGE TO AUD-IMAGE.
           MOVE ADD-AUDIT-REC TO AUDIT-TRAIL-NEW-REC.
           WRITE AUDIT-TRAIL-NEW-REC.
           ADD 1 TO WS-FILED-LINES.

       COPY-BACK-TRAIL.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT AUDIT-TRAIL-NEW-FILE.
           OPEN OUTPUT AUDIT-TRAIL-FILE.
           IF WS-TRAIL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AUDIT TRAIL WILL NOT OPEN - STATUS "
                       WS-TRAIL-STATUS
               MOVE "ADDAUDT" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AAUD" TO ERR-CODE
               MOVE "AUDIT TRAIL OPEN ERROR" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ AUDIT-TRAIL-NEW-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE AUDIT-TRAIL-NEW-REC TO ADD-AUDIT-REC
                           WRITE ADD-AUDIT-REC
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
           CLOSE AUDIT-TRAIL-NEW-FILE.

       COPY buscalr.
       COPY sysprmr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
