      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: One-time conversion of the employee master to the
      * layout in EMPMAST.cpy that carries the manager designation
      * (EMP-MGR-ROLE) and the next level up (EMP-REPORTS-TO), which
      * ESCAGING uses to route survey escalations to their owners.
      * Reads the current master (EMPMAST.DAT) from the top by key and
      * loads every record into a new master (EMPMASTN.DAT) with both
      * new fields blank - nobody is a manager until HR says so in
      * the PARAGRAPHS maintenance - so nothing already on file is
      * lost. Operations verifies the displayed counts match, then
      * swaps EMPMASTN.DAT in as EMPMAST.DAT, the same way as after
      * the EMPCONV conversion.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMGCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-OLD-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-EMP-ID
               ALTERNATE RECORD KEY IS OLD-EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT EMPLOYEE-NEW-MASTER ASSIGN TO "EMPMASTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
      *The master as it stood before the manager fields.
       FD  EMPLOYEE-OLD-MASTER.
       01  OLD-EMPLOYEE-REC.
           05  OLD-EMP-ID        PIC X(6).
           05  OLD-EMP-NAME      PIC X(10).
           05  OLD-EMP-DEPT      PIC X(4).
           05  OLD-EMP-HIRE-DATE PIC 9(8).
           05  OLD-EMP-STATUS    PIC X(1).
           05  OLD-EMP-JOB-GRADE PIC X(2).

       FD  EMPLOYEE-NEW-MASTER.
       COPY empmast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
       01  WS-NEW-STATUS PIC XX.
       01  WS-END-OF-OLD-SWITCH PIC X VALUE "N".
       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT PIC 9(7) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "EMPMGCV" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           OPEN INPUT EMPLOYEE-OLD-MASTER.
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OLD EMPLOYEE MASTER WILL NOT OPEN - STATUS "
                       WS-OLD-STATUS
               MOVE "EMPMGCV" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "OLD MASTER OPEN ERROR" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
               PERFORM RUN-CONVERSION
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "EMPMGCV" TO JS-PROGRAM-NAME.
           MOVE WS-LOADED-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       RUN-CONVERSION.
           OPEN OUTPUT EMPLOYEE-NEW-MASTER.
           MOVE LOW-VALUES TO OLD-EMP-ID.
           START EMPLOYEE-OLD-MASTER KEY IS NOT LESS THAN OLD-EMP-ID
               INVALID KEY MOVE "Y" TO WS-END-OF-OLD-SWITCH
           END-START.
           PERFORM READ-NEXT-OLD-EMPLOYEE.
           PERFORM UNTIL WS-END-OF-OLD-SWITCH IS EQUAL TO "Y"
               PERFORM LOAD-ONE-EMPLOYEE
               PERFORM READ-NEXT-OLD-EMPLOYEE
           END-PERFORM.
           CLOSE EMPLOYEE-OLD-MASTER.
           CLOSE EMPLOYEE-NEW-MASTER.
           DISPLAY "*** EMPLOYEE MASTER CONVERSION TOTALS ***".
           DISPLAY "OLD RECORDS READ : " WS-READ-COUNT.
           DISPLAY "NEW RECORDS LOADED: " WS-LOADED-COUNT.
           IF WS-READ-COUNT IS NOT EQUAL TO WS-LOADED-COUNT
               DISPLAY "*** COUNTS DISAGREE - DO NOT SWAP FILES ***"
               MOVE "EMPMGCV" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "CONVERSION COUNT MISMATCH" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           END-IF.

       READ-NEXT-OLD-EMPLOYEE.
           IF WS-END-OF-OLD-SWITCH IS NOT EQUAL TO "Y"
               READ EMPLOYEE-OLD-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-OLD-SWITCH
               END-READ
           END-IF.

       LOAD-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO EMPLOYEE-REC.
           MOVE OLD-EMP-ID TO EMP-ID.
           MOVE OLD-EMP-NAME TO EMP-NAME.
           MOVE OLD-EMP-DEPT TO EMP-DEPT.
           MOVE OLD-EMP-HIRE-DATE TO EMP-HIRE-DATE.
           MOVE OLD-EMP-STATUS TO EMP-STATUS.
           MOVE OLD-EMP-JOB-GRADE TO EMP-JOB-GRADE.
           WRITE EMPLOYEE-REC
               INVALID KEY
                   DISPLAY "DUPLICATE KEY ON LOAD: " EMP-ID
                   MOVE "EMPMGCV" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "DUPLICATE KEY ON CONVERSION LOAD"
                       TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
