      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Nightly report distribution run, after RPTARCHV. Who
      * receives each archived report, and how many copies, used to
      * live in a binder; it is now the distribution list RPTDIST.DAT.
      * Every report newly indexed on RPTARCHX.DAT since the last run
      * is matched to its recipients by source and one manifest
      * record per copy owed is appended to RPTMANF.DAT, pending until
      * the distribution clerk marks it delivered on RPTDLVM. The
      * printed delivery manifest (RPTMANR.DAT) lists tonight's copies
      * with a receipt line for each, after every copy from earlier
      * manifests that is still undelivered. A report whose source
      * has nobody on the list is manifested as undistributed, logged
      * and ends the run with a warning return code, so a new report
      * cannot quietly go to nobody.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-INDEX-FILE ASSIGN TO "RPTARCHX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT RPT-DIST-FILE ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT RPT-MANIFEST-FILE ASSIGN TO "RPTMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT MANIFEST-REPORT-FILE ASSIGN TO "RPTMANR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-INDEX-FILE.
       COPY rptidx.

       FD  RPT-DIST-FILE.
       COPY rptdstl.

       FD  RPT-MANIFEST-FILE.
       COPY rptmanf.

       FD  MANIFEST-REPORT-FILE.
       01  MANIFEST-REPORT-REC PIC X(80).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-INDEX-STATUS PIC XX.
       01  WS-DIST-STATUS PIC XX.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

      *The distribution list, held whole for the matching.
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 200 TIMES.
               10  WS-DL-SOURCE      PIC X(12).
               10  WS-DL-RECIPIENT   PIC X(8).
               10  WS-DL-COPIES      PIC 9(2).
               10  WS-DL-DELIVER-TO  PIC X(30).
       01  WS-DIST-COUNT PIC 9(3) VALUE 0.
       01  WS-DIST-IDX PIC 9(3).

      *Reports are manifested once: anything at or below the highest
      *report number already distributed has been dealt with.
       01  WS-LAST-MANIFESTED PIC 9(5) VALUE 0.
       01  WS-COPY-NO PIC 9(2).
       01  WS-MATCH-COUNT PIC 9(3).
       01  WS-TODAY-DATE PIC 9(8).

       01  WS-CARRIED-COUNT PIC 9(5) VALUE 0.
       01  WS-REPORTS-COUNT PIC 9(5) VALUE 0.
       01  WS-COPIES-COUNT PIC 9(5) VALUE 0.
       01  WS-UNDISTRIBUTED-COUNT PIC 9(5) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "RPTDIST" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DISTRIBUTION-LIST.
           OPEN OUTPUT MANIFEST-REPORT-FILE.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           STRING "REPORT DELIVERY MANIFEST - " JH-RUN-DATE
                  DELIMITED BY SIZE
                  " " JH-RUN-TIME DELIMITED BY SIZE
                  INTO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           PERFORM CARRY-UNDELIVERED-COPIES.
           PERFORM MANIFEST-NEW-REPORTS.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           STRING "REPORTS " WS-REPORTS-COUNT DELIMITED BY SIZE
                  "  COPIES " WS-COPIES-COUNT DELIMITED BY SIZE
                  "  CARRIED " WS-CARRIED-COUNT DELIMITED BY SIZE
                  "  UNDISTRIBUTED " DELIMITED BY SIZE
                  WS-UNDISTRIBUTED-COUNT DELIMITED BY SIZE
                  INTO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           CLOSE MANIFEST-REPORT-FILE.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "RPTDIST" TO JS-PROGRAM-NAME.
           MOVE WS-COPIES-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           IF WS-UNDISTRIBUTED-COUNT IS GREATER THAN 0
               PERFORM SET-WARNING-RC
           END-IF.
           GOBACK.

       LOAD-DISTRIBUTION-LIST.
           OPEN INPUT RPT-DIST-FILE.
           IF WS-DIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO DISTRIBUTION LIST ON HAND - EVERY NEW"
                       " REPORT WILL SHOW UNDISTRIBUTED."
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-DIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-DIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RPT-DIST-FILE
           END-IF.

       STORE-DIST-ENTRY.
           IF RDL-SOURCE IS NOT EQUAL TO SPACES
                   AND RDL-COPIES IS NUMERIC
                   AND RDL-COPIES IS GREATER THAN 0
               IF WS-DIST-COUNT IS LESS THAN 200
                   ADD 1 TO WS-DIST-COUNT
                   MOVE RDL-SOURCE TO WS-DL-SOURCE(WS-DIST-COUNT)
                   MOVE RDL-RECIPIENT TO WS-DL-RECIPIENT(WS-DIST-COUNT)
                   MOVE RDL-COPIES TO WS-DL-COPIES(WS-DIST-COUNT)
                   MOVE RDL-DELIVER-TO
                       TO WS-DL-DELIVER-TO(WS-DIST-COUNT)
               ELSE
                   DISPLAY "MORE THAN 200 DISTRIBUTION ENTRIES - "
                           RDL-SOURCE " " RDL-RECIPIENT " IGNORED"
               END-IF
           END-IF.

      *Finds the highest report already manifested and prints every
      *copy earlier manifests left undelivered, so the clerk works
      *from one sheet.
       CARRY-UNDELIVERED-COPIES.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           MOVE "--- CARRIED FORWARD - NOT YET DELIVERED ---"
               TO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           OPEN INPUT RPT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM NOTE-ONE-MANIFEST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RPT-MANIFEST-FILE
           END-IF.
           IF WS-CARRIED-COUNT IS EQUAL TO 0
               MOVE "  (NONE - EVERY EARLIER COPY IS DELIVERED)"
                   TO MANIFEST-REPORT-REC
               PERFORM WRITE-MANIFEST-LINE
           END-IF.

      *Reprints carry the number of an older report, so only the
      *nightly kinds move the high-water mark.
       NOTE-ONE-MANIFEST-ENTRY.
           IF MNF-KIND IS NOT EQUAL TO "R"
                   AND MNF-NUMBER IS GREATER THAN WS-LAST-MANIFESTED
               MOVE MNF-NUMBER TO WS-LAST-MANIFESTED
           END-IF.
           IF MNF-STATUS IS EQUAL TO "P"
               ADD 1 TO WS-CARRIED-COUNT
               MOVE SPACES TO MANIFEST-REPORT-REC
               IF MNF-KIND IS EQUAL TO "R"
                   STRING "  " MNF-NUMBER " " MNF-SOURCE
                          " " MNF-REPORT-DATE DELIMITED BY SIZE
                          "  TO " MNF-RECIPIENT DELIMITED BY SIZE
                          "  REPRINTED " MNF-LOGGED-DATE
                          DELIMITED BY SIZE
                          INTO MANIFEST-REPORT-REC
               ELSE
                   STRING "  " MNF-NUMBER " " MNF-SOURCE
                          " " MNF-REPORT-DATE DELIMITED BY SIZE
                          "  TO " MNF-RECIPIENT DELIMITED BY SIZE
                          "  COPY " MNF-COPY " OF " MNF-COPIES
                          DELIMITED BY SIZE
                          INTO MANIFEST-REPORT-REC
               END-IF
               PERFORM WRITE-MANIFEST-LINE
           END-IF.

       MANIFEST-NEW-REPORTS.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           MOVE "--- TONIGHT'S REPORTS ---" TO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           OPEN INPUT RPT-INDEX-FILE.
           IF WS-INDEX-STATUS IS NOT EQUAL TO "00"
               MOVE "  (NO REPORT ARCHIVE INDEX ON HAND)"
                   TO MANIFEST-REPORT-REC
               PERFORM WRITE-MANIFEST-LINE
           ELSE
               OPEN EXTEND RPT-MANIFEST-FILE
               IF WS-MANIFEST-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT RPT-MANIFEST-FILE
               END-IF
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-INDEX-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF RPX-NUMBER IS GREATER THAN
                                   WS-LAST-MANIFESTED
                               PERFORM DISTRIBUTE-ONE-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-MANIFEST-FILE
               CLOSE RPT-INDEX-FILE
           END-IF.
           IF WS-REPORTS-COUNT IS EQUAL TO 0
               MOVE "  (NO NEW REPORTS ARCHIVED SINCE THE LAST RUN)"
                   TO MANIFEST-REPORT-REC
               PERFORM WRITE-MANIFEST-LINE
           END-IF.

       DISTRIBUTE-ONE-REPORT.
           ADD 1 TO WS-REPORTS-COUNT.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           STRING "  REPORT " RPX-NUMBER " " RPX-SOURCE
                  DELIMITED BY SIZE
                  " DATED " RPX-DATE DELIMITED BY SIZE
                  "  PAGES " RPX-PAGE-COUNT DELIMITED BY SIZE
                  INTO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           MOVE 0 TO WS-MATCH-COUNT.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX IS GREATER THAN WS-DIST-COUNT
               IF WS-DL-SOURCE(WS-DIST-IDX) IS EQUAL TO RPX-SOURCE
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM MANIFEST-RECIPIENT-COPIES
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT IS EQUAL TO 0
               PERFORM MANIFEST-UNDISTRIBUTED
           END-IF.

       MANIFEST-RECIPIENT-COPIES.
           MOVE SPACES TO MANIFEST-REPORT-REC.
           STRING "    TO " WS-DL-RECIPIENT(WS-DIST-IDX)
                  DELIMITED BY SIZE
                  " - " WS-DL-DELIVER-TO(WS-DIST-IDX)
                  DELIMITED BY SIZE
                  INTO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           PERFORM VARYING WS-COPY-NO FROM 1 BY 1
                   UNTIL WS-COPY-NO IS GREATER THAN
                         WS-DL-COPIES(WS-DIST-IDX)
               MOVE SPACES TO RPT-MANIFEST-REC
               MOVE RPX-NUMBER TO MNF-NUMBER
               MOVE RPX-SOURCE TO MNF-SOURCE
               MOVE RPX-DATE TO MNF-REPORT-DATE
               MOVE "D" TO MNF-KIND
               MOVE WS-DL-RECIPIENT(WS-DIST-IDX) TO MNF-RECIPIENT
               MOVE WS-COPY-NO TO MNF-COPY
               MOVE WS-DL-COPIES(WS-DIST-IDX) TO MNF-COPIES
               MOVE "P" TO MNF-STATUS
               MOVE JH-OPERATOR-ID TO MNF-LOGGED-BY
               MOVE WS-TODAY-DATE TO MNF-LOGGED-DATE
               WRITE RPT-MANIFEST-REC
               ADD 1 TO WS-COPIES-COUNT
               MOVE SPACES TO MANIFEST-REPORT-REC
               STRING "      COPY " WS-COPY-NO " OF "
                      WS-DL-COPIES(WS-DIST-IDX)
                      "   RECEIVED BY ____________________"
                      DELIMITED BY SIZE
                      INTO MANIFEST-REPORT-REC
               PERFORM WRITE-MANIFEST-LINE
           END-PERFORM.

      *Recorded all the same, so the report is not offered again
      *tomorrow - the warning and the error log carry it from here.
       MANIFEST-UNDISTRIBUTED.
           ADD 1 TO WS-UNDISTRIBUTED-COUNT.
           MOVE SPACES TO RPT-MANIFEST-REC.
           MOVE RPX-NUMBER TO MNF-NUMBER.
           MOVE RPX-SOURCE TO MNF-SOURCE.
           MOVE RPX-DATE TO MNF-REPORT-DATE.
           MOVE "N" TO MNF-KIND.
           MOVE 0 TO MNF-COPY.
           MOVE 0 TO MNF-COPIES.
           MOVE JH-OPERATOR-ID TO MNF-LOGGED-BY.
           MOVE WS-TODAY-DATE TO MNF-LOGGED-DATE.
           WRITE RPT-MANIFEST-REC.
           MOVE "    ** NOBODY ON THE DISTRIBUTION LIST - NOT SENT"
               TO MANIFEST-REPORT-REC.
           PERFORM WRITE-MANIFEST-LINE.
           MOVE "RPTDIST" TO ERR-PROGRAM-NAME.
           MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "NO DISTRIBUTION FOR " RPX-SOURCE
                  DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

       WRITE-MANIFEST-LINE.
           WRITE MANIFEST-REPORT-REC.
           DISPLAY MANIFEST-REPORT-REC.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
