      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Nightly close of the access recertification period
      * OPRRECRT opens. Nothing happens until the period's deadline
      * has passed; the first night after it, every OPERAUTH.DAT
      * grant nobody attested is revoked - taken off the file, logged
      * to SECLOG.DAT against the operator and written to the
      * attestation file (OPRCERT.DAT) as revoked at the deadline -
      * and the period is marked closed. The cycle ends with the
      * recertification report (OPRCERTR.DAT): every attestation of
      * the period - operator, option, kept or revoked, who attested
      * it and when - followed by the automatic revokes and the
      * totals, for the auditors. The report is sixty columns wide,
      * the width the report archive keeps, and RPTARCHV files it
      * after the step so each period's report stays reprintable once
      * the next period's overwrites it. Any automatic revoke ends the
      * step with a warning.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT OPR-CERT-FILE ASSIGN TO "OPRCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT OPR-CERT-PERIOD-FILE ASSIGN TO "OPRCRTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OPR-CERT-REPORT-FILE ASSIGN TO "OPRCERTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY seclogsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-AUTH-FILE.
       COPY operauth.

       FD  OPR-CERT-FILE.
       COPY oprcert.

       FD  OPR-CERT-PERIOD-FILE.
       COPY oprcrtp.

      *Sixty columns, the width the report archive keeps.
       FD  OPR-CERT-REPORT-FILE.
       01  OPR-CERT-REPORT-REC PIC X(60).

       COPY seclogfd.
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-OPERAUTH-STATUS PIC XX.
       01  WS-CERT-STATUS PIC XX.
       01  WS-PERIOD-STATUS PIC XX.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
       01  WS-PERIOD-ON-HAND PIC X VALUE "N".

       01  WS-END-OF-AUTH-SWITCH PIC X.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 200 TIMES.
               10  WS-GR-OPERATOR PIC X(8).
               10  WS-GR-CODE     PIC X(8).
               10  WS-GR-SUSP     PIC X(1).
               10  WS-GR-REVOKED  PIC X(1).
       01  WS-GRANT-COUNT PIC 9(3) VALUE 0.
       01  WS-GRANT-IDX PIC 9(3).

       01  WS-END-OF-CERT-SWITCH PIC X.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 500 TIMES.
               10  WS-DN-OPERATOR PIC X(8).
               10  WS-DN-CODE     PIC X(8).
       01  WS-DONE-COUNT PIC 9(3) VALUE 0.
       01  WS-DONE-IDX PIC 9(3).
       01  WS-DONE-FOUND-SWITCH PIC X.

       01  WS-DECISION-TEXT PIC X(16).
       01  WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01  WS-REVOKED-COUNT PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(5) VALUE 0.

       COPY seclghdr.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "OPRRCLS" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-REVIEW-PERIOD.
           EVALUATE TRUE
               WHEN WS-PERIOD-ON-HAND IS NOT EQUAL TO "Y"
                   DISPLAY "NO RECERTIFICATION PERIOD ON FILE."
               WHEN CRP-STATUS IS NOT EQUAL TO "O"
                   DISPLAY "PERIOD " CRP-PERIOD " ALREADY CLOSED "
                           CRP-CLOSED-DATE "."
               WHEN WS-TODAY-DATE IS NOT GREATER THAN CRP-DEADLINE
                   DISPLAY "PERIOD " CRP-PERIOD " OPEN UNTIL "
                           CRP-DEADLINE " - NOTHING DUE."
               WHEN OTHER
                   PERFORM CLOSE-REVIEW-PERIOD
           END-EVALUATE.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "OPRRCLS" TO JS-PROGRAM-NAME.
           MOVE WS-EXPIRED-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       READ-REVIEW-PERIOD.
           OPEN INPUT OPR-CERT-PERIOD-FILE.
           IF WS-PERIOD-STATUS IS EQUAL TO "00"
               READ OPR-CERT-PERIOD-FILE
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WS-PERIOD-ON-HAND
               END-READ
               CLOSE OPR-CERT-PERIOD-FILE
           END-IF.

      *The grants are revoked before the period is marked closed, so
      *a run that dies part-way simply closes the period again the
      *next night - the grants already revoked are attested by then.
       CLOSE-REVIEW-PERIOD.
           DISPLAY "CLOSING RECERTIFICATION PERIOD " CRP-PERIOD.
           PERFORM LOAD-GRANT-TABLE.
           PERFORM LOAD-ATTESTED-GRANTS.
           PERFORM REVOKE-UNATTESTED-GRANTS.
           IF WS-EXPIRED-COUNT IS GREATER THAN 0
               PERFORM SAVE-GRANT-TABLE
               MOVE "OPRRCLS" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE SPACES TO ERR-MESSAGE
               STRING "RECERT " CRP-PERIOD DELIMITED BY SIZE
                      " - UNATTESTED GRANTS REVOKED"
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.
           MOVE "C" TO CRP-STATUS.
           MOVE WS-TODAY-DATE TO CRP-CLOSED-DATE.
           OPEN OUTPUT OPR-CERT-PERIOD-FILE.
           WRITE OPR-CERT-PERIOD-REC.
           CLOSE OPR-CERT-PERIOD-FILE.
           PERFORM WRITE-RECERT-REPORT.
           DISPLAY "KEPT BY ATTESTATION   : " WS-KEPT-COUNT.
           DISPLAY "REVOKED BY SUPERVISOR : " WS-REVOKED-COUNT.
           DISPLAY "REVOKED AT DEADLINE   : " WS-EXPIRED-COUNT.

       LOAD-GRANT-TABLE.
           MOVE 0 TO WS-GRANT-COUNT.
           MOVE "N" TO WS-END-OF-AUTH-SWITCH.
           OPEN INPUT OPER-AUTH-FILE.
           IF WS-OPERAUTH-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-AUTH-SWITCH IS EQUAL TO "Y"
                   READ OPER-AUTH-FILE
                       AT END MOVE "Y" TO WS-END-OF-AUTH-SWITCH
                       NOT AT END
                           IF WS-GRANT-COUNT IS LESS THAN 200
                               ADD 1 TO WS-GRANT-COUNT
                               MOVE OAU-OPERATOR TO
                                   WS-GR-OPERATOR(WS-GRANT-COUNT)
                               MOVE OAU-OPT-CODE TO
                                   WS-GR-CODE(WS-GRANT-COUNT)
                               MOVE OAU-SUSPENDED TO
                                   WS-GR-SUSP(WS-GRANT-COUNT)
                               MOVE "N" TO
                                   WS-GR-REVOKED(WS-GRANT-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 200 GRANTS - "
                                       "EXCESS NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-AUTH-FILE
           END-IF.

       LOAD-ATTESTED-GRANTS.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE "N" TO WS-END-OF-CERT-SWITCH.
           OPEN INPUT OPR-CERT-FILE.
           IF WS-CERT-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-CERT-SWITCH IS EQUAL TO "Y"
                   READ OPR-CERT-FILE
                       AT END MOVE "Y" TO WS-END-OF-CERT-SWITCH
                       NOT AT END
                           IF CRT-PERIOD IS EQUAL TO CRP-PERIOD
                                   AND WS-DONE-COUNT IS LESS THAN 500
                               ADD 1 TO WS-DONE-COUNT
                               MOVE CRT-OPERATOR
                                   TO WS-DN-OPERATOR(WS-DONE-COUNT)
                               MOVE CRT-OPT-CODE
                                   TO WS-DN-CODE(WS-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-CERT-FILE
           END-IF.

       REVOKE-UNATTESTED-GRANTS.
           OPEN EXTEND OPR-CERT-FILE.
           IF WS-CERT-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT OPR-CERT-FILE
           END-IF.
           MOVE "OPRRCLS" TO WS-SEC-OPERATOR-ID.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN WS-GRANT-COUNT
               PERFORM FIND-ATTESTED-GRANT
               IF WS-DONE-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   PERFORM REVOKE-ONE-UNATTESTED
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           CLOSE OPR-CERT-FILE.

       REVOKE-ONE-UNATTESTED.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE "Y" TO WS-GR-REVOKED(WS-GRANT-IDX).
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO OPR-CERT-REC.
           MOVE CRP-PERIOD TO CRT-PERIOD.
           MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO CRT-OPERATOR.
           MOVE WS-GR-CODE(WS-GRANT-IDX) TO CRT-OPT-CODE.
           MOVE "A" TO CRT-DECISION.
           MOVE "DEADLINE" TO CRT-ATTESTED-BY.
           MOVE WS-TODAY-DATE TO CRT-DATE.
           MOVE WS-NOW-TIME TO CRT-TIME.
           WRITE OPR-CERT-REC.
           MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO WS-SEC-TARGET-ID.
           MOVE "RECERT-EXPIRED" TO WS-SEC-EVENT.
           PERFORM WRITE-SECURITY-LOG.

       FIND-ATTESTED-GRANT.
           MOVE "N" TO WS-DONE-FOUND-SWITCH.
           MOVE 1 TO WS-DONE-IDX.
           PERFORM UNTIL WS-DONE-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-DONE-IDX IS GREATER THAN WS-DONE-COUNT
               IF WS-DN-OPERATOR(WS-DONE-IDX) IS EQUAL TO
                       WS-GR-OPERATOR(WS-GRANT-IDX)
                       AND WS-DN-CODE(WS-DONE-IDX) IS EQUAL TO
                           WS-GR-CODE(WS-GRANT-IDX)
                   MOVE "Y" TO WS-DONE-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DONE-IDX
               END-IF
           END-PERFORM.

       SAVE-GRANT-TABLE.
           OPEN OUTPUT OPER-AUTH-FILE.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM UNTIL WS-GRANT-IDX IS GREATER THAN
                   WS-GRANT-COUNT
               IF WS-GR-REVOKED(WS-GRANT-IDX) IS NOT EQUAL TO "Y"
                   MOVE SPACES TO OPER-AUTH-REC
                   MOVE WS-GR-OPERATOR(WS-GRANT-IDX) TO OAU-OPERATOR
                   MOVE WS-GR-CODE(WS-GRANT-IDX) TO OAU-OPT-CODE
                   MOVE WS-GR-SUSP(WS-GRANT-IDX) TO OAU-SUSPENDED
                   WRITE OPER-AUTH-REC
               END-IF
               ADD 1 TO WS-GRANT-IDX
           END-PERFORM.
           CLOSE OPER-AUTH-FILE.

      *The report reads the attestation file back for the period, so
      *it shows the automatic revokes just written alongside every
      *supervisor's signed decisions, in the order they were made.
       WRITE-RECERT-REPORT.
           OPEN OUTPUT OPR-CERT-REPORT-FILE.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING "ACCESS RECERTIFICATION " CRP-PERIOD
                  DELIMITED BY SIZE
                  "  DEADLINE " CRP-DEADLINE DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING "OPENED " CRP-OPENED-DATE " BY " CRP-OPENED-BY
                  DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING "OPERATOR OPTION   DECISION         ATTESTED "
                  "DATE     TIME" DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.
           MOVE "N" TO WS-END-OF-CERT-SWITCH.
           OPEN INPUT OPR-CERT-FILE.
           IF WS-CERT-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-CERT-SWITCH IS EQUAL TO "Y"
                   READ OPR-CERT-FILE
                       AT END MOVE "Y" TO WS-END-OF-CERT-SWITCH
                       NOT AT END
                           IF CRT-PERIOD IS EQUAL TO CRP-PERIOD
                               PERFORM WRITE-RECERT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-CERT-FILE
           END-IF.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING "KEPT " WS-KEPT-COUNT DELIMITED BY SIZE
                  "  REVOKED BY SUPERVISOR " WS-REVOKED-COUNT
                  DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING "REVOKED AT DEADLINE " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING "PERIOD CLOSED " WS-TODAY-DATE DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.
           CLOSE OPR-CERT-REPORT-FILE.

       WRITE-RECERT-LINE.
           EVALUATE CRT-DECISION
               WHEN "K"
                   MOVE "KEPT" TO WS-DECISION-TEXT
                   ADD 1 TO WS-KEPT-COUNT
               WHEN "R"
                   MOVE "REVOKED" TO WS-DECISION-TEXT
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER
                   MOVE "REVOKED-DEADLINE" TO WS-DECISION-TEXT
           END-EVALUATE.
           MOVE SPACES TO OPR-CERT-REPORT-REC.
           STRING CRT-OPERATOR     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CRT-OPT-CODE     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-DECISION-TEXT DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CRT-ATTESTED-BY  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CRT-DATE         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CRT-TIME(1:6)    DELIMITED BY SIZE
                  INTO OPR-CERT-REPORT-REC.
           WRITE OPR-CERT-REPORT-REC.

       COPY seclogw.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
