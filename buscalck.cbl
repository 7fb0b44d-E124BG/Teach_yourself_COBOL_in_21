      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Nightly check that the business calendar still runs
      * far enough ahead. Once BUSCAL.DAT runs out, every date past
      * its last record falls back to the system date as its own
      * processing date - a holiday would post as a business day and
      * nobody would be told. This step finds the last date the
      * calendar carries and counts the days left from today; when
      * fewer are left than the warning limit (60 built in, CAL-WARN
      * on SYSPARM.DAT), or the calendar is missing altogether, it
      * warns on the console and the error log and ends RC=4, every
      * night until next year's calendar has been generated and
      * committed through BUSCALG. The warning never holds the run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCALCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY buscalsel.
           COPY sysprmsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       COPY buscalfd.
       COPY sysprmfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
      *Days of calendar that must be left - a built-in figure, until
      *SYSPARM.DAT says otherwise.
       01  WS-WARN-DAYS PIC 9(3) VALUE 60.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-LAST-CAL-DATE PIC 9(8) VALUE 0.
       01  WS-DAYS-LEFT PIC S9(5) VALUE 0.
       01  WS-DAYS-LEFT-ED PIC -(4)9.

       COPY buscalhdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "BUSCALCK" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "CAL-WARN" TO WS-PARM-KEY.
           MOVE WS-WARN-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-WARN-DAYS.
           PERFORM FIND-LAST-CALENDAR-DATE.
           PERFORM CHECK-DAYS-LEFT.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "BUSCALCK" TO JS-PROGRAM-NAME.
           IF WS-DAYS-LEFT IS GREATER THAN 0
               MOVE WS-DAYS-LEFT TO JS-RECORD-COUNT
           ELSE
               MOVE 0 TO JS-RECORD-COUNT
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       FIND-LAST-CALENDAR-DATE.
           MOVE "N" TO WS-END-OF-CAL-SWITCH.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-CAL-SWITCH IS EQUAL TO "Y"
                   READ BUSCAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-CAL-SWITCH
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                                   AND CAL-DATE IS GREATER THAN
                                       WS-LAST-CAL-DATE
                               MOVE CAL-DATE TO WS-LAST-CAL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
           END-IF.

       CHECK-DAYS-LEFT.
           IF WS-LAST-CAL-DATE IS EQUAL TO 0
                   OR FUNCTION INTEGER-OF-DATE(WS-LAST-CAL-DATE)
                       IS EQUAL TO 0
               DISPLAY "*** NO BUSINESS CALENDAR ON FILE - RUN"
                       " BUSCALG ***"
               MOVE "BUSCALCK" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "BCAL" TO ERR-CODE
               MOVE "NO BUSINESS CALENDAR ON FILE" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-CAL-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-ED
               DISPLAY "BUSINESS CALENDAR RUNS TO " WS-LAST-CAL-DATE
                       "," WS-DAYS-LEFT-ED " DAYS LEFT"
               IF WS-DAYS-LEFT IS LESS THAN WS-WARN-DAYS
                   DISPLAY "*** BUSINESS CALENDAR RUNS OUT IN LESS"
                           " THAN " WS-WARN-DAYS " DAYS - RUN BUSCALG"
                           " FOR NEXT YEAR ***"
                   MOVE "BUSCALCK" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "BCAL" TO ERR-CODE
                   MOVE SPACES TO ERR-MESSAGE
                   STRING "CALENDAR ENDS " WS-LAST-CAL-DATE
                          DELIMITED BY SIZE
                          "," WS-DAYS-LEFT-ED " DAYS LEFT"
                          DELIMITED BY SIZE
                          INTO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-WARNING-RC
               END-IF
           END-IF.

       COPY sysprmr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
