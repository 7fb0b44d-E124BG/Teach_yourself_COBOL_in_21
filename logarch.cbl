      * morning. A report (ARCHRPT.DAT) shows what was archived from
      * where. A record whose date cannot be read is kept live rather
      * than guessed into the archive.
      * The retention the prompt offers is the LOG-KEEP system
      * parameter (SYSPARM.DAT) - thirty days while the file carries
      * none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGARCH.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-ARCH-STATUS PIC XX.

       01  WS-RETENTION-IN PIC X(3).
      *Built-in retention, until LOG-KEEP is set on SYSPARM.DAT.
       01  WS-RETENTION-DAYS PIC 9(3) VALUE 30.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(7).
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.

           MOVE "LOGARCH" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           MOVE "LOG-KEEP" TO WS-PARM-KEY.
           MOVE WS-RETENTION-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-RETENTION-DAYS.
           DISPLAY "Retention days (blank for " WS-RETENTION-DAYS
                   ")? ".
           ACCEPT WS-RETENTION-IN.
           IF WS-RETENTION-IN IS NUMERIC
               MOVE WS-RETENTION-IN TO WS-RETENTION-DAYS
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY sysprmr.
