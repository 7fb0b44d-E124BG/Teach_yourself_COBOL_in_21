      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Nightly listing of the system parameters in force.
      * Every parameter on the catalogue is printed with the value
      * the programs will take from SYSPARM.DAT tonight - with the
      * date it took effect and the supervisor who set it - or as
      * BUILT-IN where the file carries nothing for it yet, followed
      * by any change already keyed for a later date. The listing
      * lands on SYSPRMRP.DAT, which the report archiver files every
      * night, so the archive shows which settings were in force on
      * any date; SYSPRMM's change history (SYSPRMAU.DAT) shows who
      * changed what in between.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSPRMRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-LISTING-FILE ASSIGN TO "SYSPRMRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY sysprmsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-LISTING-FILE.
       01  PARM-LISTING-REC PIC X(60).

       COPY sysprmfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-FILE-COUNT PIC 9(3) VALUE 0.
       01  WS-BUILT-IN-COUNT PIC 9(3) VALUE 0.
       01  WS-SCHEDULED-COUNT PIC 9(3) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.
       COPY sysprmct.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "SYSPRMRP" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM WRITE-PARAMETER-LISTING.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "SYSPRMRP" TO JS-PROGRAM-NAME.
           MOVE WS-PARM-CAT-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       WRITE-PARAMETER-LISTING.
           OPEN OUTPUT PARM-LISTING-FILE.
           MOVE SPACES TO PARM-LISTING-REC.
           STRING "SYSTEM PARAMETERS IN FORCE - RUN DATE "
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO PARM-LISTING-REC.
           PERFORM WRITE-LISTING-LINE.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS IS EQUAL TO "00"
               CLOSE SYSPARM-FILE
           ELSE
               MOVE "NO SYSPARM.DAT - EVERY SETTING IS BUILT-IN."
                   TO PARM-LISTING-REC
               PERFORM WRITE-LISTING-LINE
           END-IF.
           MOVE SPACES TO PARM-LISTING-REC.
           PERFORM WRITE-LISTING-LINE.
           MOVE "PARAMETER    VALUE  SOURCE" TO PARM-LISTING-REC.
           PERFORM WRITE-LISTING-LINE.
           PERFORM VARYING WS-PARM-CAT-IDX FROM 1 BY 1
                   UNTIL WS-PARM-CAT-IDX IS GREATER THAN
                         WS-PARM-CAT-COUNT
               PERFORM LIST-ONE-PARAMETER
           END-PERFORM.
           MOVE SPACES TO PARM-LISTING-REC.
           PERFORM WRITE-LISTING-LINE.
           MOVE SPACES TO PARM-LISTING-REC.
           STRING "PARAMETERS " WS-PARM-CAT-COUNT DELIMITED BY SIZE
                  "  FROM FILE " WS-FILE-COUNT DELIMITED BY SIZE
                  "  BUILT-IN " WS-BUILT-IN-COUNT DELIMITED BY SIZE
                  "  SCHEDULED " WS-SCHEDULED-COUNT DELIMITED BY SIZE
                  INTO PARM-LISTING-REC.
           PERFORM WRITE-LISTING-LINE.
           CLOSE PARM-LISTING-FILE.

       LIST-ONE-PARAMETER.
           MOVE WS-PC-KEY(WS-PARM-CAT-IDX) TO WS-PARM-KEY.
           MOVE WS-PC-DEFAULT(WS-PARM-CAT-IDX) TO WS-PARM-VALUE.
           MOVE WS-TODAY-DATE TO WS-PARM-AS-OF.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE SPACES TO PARM-LISTING-REC.
           IF WS-PARM-FOUND-SWITCH IS EQUAL TO "Y"
               ADD 1 TO WS-FILE-COUNT
               STRING WS-PARM-KEY " " WS-PARM-VALUE DELIMITED BY SIZE
                      "  SINCE " WS-PARM-FOUND-EFFECTIVE
                      DELIMITED BY SIZE
                      " BY " WS-PARM-FOUND-BY DELIMITED BY SIZE
                      INTO PARM-LISTING-REC
           ELSE
               ADD 1 TO WS-BUILT-IN-COUNT
               STRING WS-PARM-KEY " " WS-PARM-VALUE DELIMITED BY SIZE
                      "  BUILT-IN" DELIMITED BY SIZE
                      INTO PARM-LISTING-REC
           END-IF.
           PERFORM WRITE-LISTING-LINE.
           MOVE SPACES TO PARM-LISTING-REC.
           STRING "             " WS-PC-DESC(WS-PARM-CAT-IDX)
                  DELIMITED BY SIZE
                  INTO PARM-LISTING-REC.
           PERFORM WRITE-LISTING-LINE.
           PERFORM LIST-SCHEDULED-CHANGES.

      *Changes already keyed for a later date, in the order they were
      *keyed - a reader of an archived listing can see what was due.
       LIST-SCHEDULED-CHANGES.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ SYSPARM-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF PRM-KEY IS EQUAL TO WS-PARM-KEY
                                   AND PRM-VALUE IS NUMERIC
                                   AND PRM-EFFECTIVE IS GREATER THAN
                                       WS-TODAY-DATE
                               ADD 1 TO WS-SCHEDULED-COUNT
                               MOVE SPACES TO PARM-LISTING-REC
                               STRING "             SCHEDULED "
                                      PRM-VALUE " FROM "
                                      PRM-EFFECTIVE " BY "
                                      PRM-SET-BY DELIMITED BY SIZE
                                      INTO PARM-LISTING-REC
                               PERFORM WRITE-LISTING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSPARM-FILE
           END-IF.

       WRITE-LISTING-LINE.
           WRITE PARM-LISTING-REC.
           DISPLAY PARM-LISTING-REC.

       COPY sysprmr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
