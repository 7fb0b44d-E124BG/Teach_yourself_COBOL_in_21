      * Date: 22/08/2026
      * Purpose: Report archiver, run after the day's jobs. Copies each
      * generated report still on disk - MULT-TABLE's MULTRPT.DAT,
      * ADDITION's ADDRCPT.DAT receipt, the reconciliation report
      * MULTRECN.DAT, ADDCHGS's month-end department chargeback
      * statements ADDCHGST.DAT (one archived report per department)
      * and EMPWFRPT's month-end workforce report EMPWFRPT.DAT -
      * into the permanent report archive (RPTARCH.DAT, every line
      * stamped with its report number) and cuts one index
      * record per report (RPTARCHX.DAT: number, source program, date,
      * time, line and page counts). The originals are all OPEN OUTPUT
      * files that the next run destroys; once archived, last
      * Thursday's table report can be reprinted with RPTREPRT instead
      * of being simply gone. The chargeback and workforce files are
      * only rewritten at month end, so they are emptied once archived
      * rather than being filed again every night. SYSPRMRP's
      * nightly listing of the system parameters in force
      * (SYSPRMRP.DAT) is filed every night as well, so the archive
      * answers which settings applied on any past date. OPRRCLS's
      * access recertification report (OPRCERTR.DAT) is only cut the
      * night a review period closes, and the next period's report
      * overwrites it, so it is filed and emptied like the month-end
      * reports.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCHV.
           SELECT MULT-RECON-FILE ASSIGN TO "MULTRECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CHGBK-STMT-FILE ASSIGN TO "ADDCHGST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT WORKFORCE-FILE ASSIGN TO "EMPWFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PARM-LISTING-FILE ASSIGN TO "SYSPRMRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "OPRCERTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT RPT-ARCHIVE-FILE ASSIGN TO "RPTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
       FD  MULT-RECON-FILE.
       01  MULT-RECON-REC PIC X(60).

       FD  CHGBK-STMT-FILE.
       01  CHGBK-STMT-REC PIC X(60).

       FD  WORKFORCE-FILE.
       01  WORKFORCE-REC PIC X(60).

       FD  PARM-LISTING-FILE.
       01  PARM-LISTING-REC PIC X(60).

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-REC PIC X(60).

      *Every archived line carries the report number it belongs to,
      *so a reprint is a straight filtered copy.
       FD  RPT-ARCHIVE-FILE.
       01  WS-SOURCE-NAME PIC X(12).
       01  WS-ARCHIVED-REPORTS PIC 9(3) VALUE 0.
       01  WS-WORK-LINE PIC X(60).
       01  WS-STATEMENT-LINES PIC 9(5).

       COPY jobhdr.
       COPY errhdr.
           PERFORM ARCHIVE-MULT-REPORT.
           PERFORM ARCHIVE-ADD-RECEIPT.
           PERFORM ARCHIVE-RECON-REPORT.
           PERFORM ARCHIVE-CHARGEBACK-STATEMENTS.
           PERFORM ARCHIVE-WORKFORCE-REPORT.
           PERFORM ARCHIVE-PARAMETER-LISTING.
           PERFORM ARCHIVE-RECERT-REPORT.
           CLOSE RPT-ARCHIVE-FILE.
           CLOSE RPT-INDEX-FILE.
           DISPLAY "REPORTS ARCHIVED THIS RUN: " WS-ARCHIVED-REPORTS.
               END-IF
           END-IF.

      *Each department's statement opens with its own heading line and
      *is filed as a report of its own, so one department's statement
      *can be reprinted without the rest.
       ARCHIVE-CHARGEBACK-STATEMENTS.
           MOVE "CHGBK" TO WS-SOURCE-NAME.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-STATEMENT-LINES.
           OPEN INPUT CHGBK-STMT-FILE.
           IF WS-SOURCE-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ CHGBK-STMT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           PERFORM ARCHIVE-STATEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE CHGBK-STMT-FILE
               IF WS-LINE-COUNT IS GREATER THAN 0
                   PERFORM WRITE-INDEX-RECORD
               END-IF
               IF WS-STATEMENT-LINES IS GREATER THAN 0
                   OPEN OUTPUT CHGBK-STMT-FILE
                   CLOSE CHGBK-STMT-FILE
               END-IF
           END-IF.

       ARCHIVE-STATEMENT-LINE.
           IF CHGBK-STMT-REC(1:21) IS EQUAL TO "CHARGEBACK STATEMENT "
               IF WS-LINE-COUNT IS GREATER THAN 0
                   PERFORM WRITE-INDEX-RECORD
                   MOVE 0 TO WS-LINE-COUNT
               END-IF
               MOVE SPACES TO WS-SOURCE-NAME
               STRING "CHGBK " CHGBK-STMT-REC(22:4)
                      DELIMITED BY SIZE
                      INTO WS-SOURCE-NAME
           END-IF.
           MOVE CHGBK-STMT-REC TO WS-WORK-LINE.
           PERFORM WRITE-ARCHIVE-LINE.
           ADD 1 TO WS-STATEMENT-LINES.

       ARCHIVE-WORKFORCE-REPORT.
           MOVE "WORKFORCE" TO WS-SOURCE-NAME.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN INPUT WORKFORCE-FILE.
           IF WS-SOURCE-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ WORKFORCE-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE WORKFORCE-REC TO WS-WORK-LINE
                           PERFORM WRITE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE WORKFORCE-FILE
               IF WS-LINE-COUNT IS GREATER THAN 0
                   PERFORM WRITE-INDEX-RECORD
                   OPEN OUTPUT WORKFORCE-FILE
                   CLOSE WORKFORCE-FILE
               END-IF
           END-IF.

       ARCHIVE-PARAMETER-LISTING.
           MOVE "SYSPARM" TO WS-SOURCE-NAME.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN INPUT PARM-LISTING-FILE.
           IF WS-SOURCE-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ PARM-LISTING-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE PARM-LISTING-REC TO WS-WORK-LINE
                           PERFORM WRITE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE PARM-LISTING-FILE
               IF WS-LINE-COUNT IS GREATER THAN 0
                   PERFORM WRITE-INDEX-RECORD
               END-IF
           END-IF.

       ARCHIVE-RECERT-REPORT.
           MOVE "RECERT" TO WS-SOURCE-NAME.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN INPUT RECERT-REPORT-FILE.
           IF WS-SOURCE-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RECERT-REPORT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE RECERT-REPORT-REC TO WS-WORK-LINE
                           PERFORM WRITE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE RECERT-REPORT-FILE
               IF WS-LINE-COUNT IS GREATER THAN 0
                   PERFORM WRITE-INDEX-RECORD
                   OPEN OUTPUT RECERT-REPORT-FILE
                   CLOSE RECERT-REPORT-FILE
               END-IF
           END-IF.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
