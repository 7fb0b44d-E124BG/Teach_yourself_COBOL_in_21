      * than guessed into the archive - the same rule the log
      * archiver applies. Each archived employee gets an (ARCHIVED)
      * line on EMPCHG.DAT, which also makes the next incremental HR
      * export send the delete. A run that archives anyone CALLs the
      * OPRSYNC operator sweep before it ends, so an operator ID still
      * linked to an archived employee is locked straight away.
      * The retention the prompt offers is the EMP-KEEP system
      * parameter (SYSPARM.DAT) - 365 days while the file carries
      * none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPARCH.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER        PIC X(1).
           05  ARC-TERM-DATE PIC 9(8).
           05  FILLER        PIC X(1).
           05  ARC-IMAGE     PIC X(38).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X VALUE "N".

       01  WS-RETENTION-IN PIC X(3).
      *Built-in retention, until EMP-KEEP is set on SYSPARM.DAT.
       01  WS-RETENTION-DAYS PIC 9(3) VALUE 365.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(7).
       01  WS-CHANGE-DATE PIC 9(8).
       01  WS-CHANGE-TIME PIC 9(8).
       01  WS-OLD-VALUE PIC X(10).
       01  WS-CALLED-PROGRAM PIC X(12).
       01  WS-SAVED-RC PIC S9(4) VALUE 0.

       COPY empchgc.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.

           MOVE "EMPARCH" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           MOVE "EMP-KEEP" TO WS-PARM-KEY.
           MOVE WS-RETENTION-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-RETENTION-DAYS.
           DISPLAY "Retention days (blank for " WS-RETENTION-DAYS
                   ")? ".
           ACCEPT WS-RETENTION-IN.
           IF WS-RETENTION-IN IS NUMERIC
               MOVE WS-RETENTION-IN TO WS-RETENTION-DAYS
               DISPLAY "TERMINATED ON MASTER: " WS-TERMINATED-COUNT
               DISPLAY "ARCHIVED OFF MASTER : " WS-ARCHIVED-COUNT
               DISPLAY "KEPT - NO DATED TERM: " WS-UNDATED-COUNT
               IF WS-ARCHIVED-COUNT IS GREATER THAN 0
                   PERFORM RUN-OPERATOR-SWEEP
               END-IF
           END-IF.

       PROGRAM-DONE.
               END-IF
           END-IF.

      *The sweep reports itself on the job log and job-status file
      *like any step; this run's own return code is kept, since the
      *called program sets the shared register on the way back.
       RUN-OPERATOR-SWEEP.
           DISPLAY "--- OPERATOR ACCESS SWEEP (OPRSYNC) ---".
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE "OPRSYNC" TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM.
           CANCEL WS-CALLED-PROGRAM.
           IF WS-SAVED-RC IS GREATER THAN RETURN-CODE
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

       PICK-ARCHIVE-CANDIDATES.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           MOVE LOW-VALUES TO EMP-ID.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY sysprmr.
