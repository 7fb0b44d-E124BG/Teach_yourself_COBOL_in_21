      * the reference file does not carry (including the GEN default
      * old call sites log under) report under UNGRADED so nothing
      * disappears. The report lands on ERRTRIAG.DAT.
      * Each code line also carries the open problem record the code
      * is linked to on the problem journal (ERRPROB.DAT, worked
      * through ERRPROBM), with its number and owner, so a known
      * fault is not chased twice. A code seen on three or more
      * business days of the triage window (the business calendar
      * decides which days count) with no open problem against it
      * is flagged as needing a problem record.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRTRIAG.
               FILE STATUS IS WS-ERRCODE-STATUS.
           SELECT TRIAGE-REPORT-FILE ASSIGN TO "ERRTRIAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY errprsel.
           COPY buscalsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
       FD  TRIAGE-REPORT-FILE.
       01  TRIAGE-REPORT-REC PIC X(100).

       COPY errprfd.
       COPY buscalfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
               10  WS-CD-CODE       PIC X(4).
               10  WS-CD-TODAY      PIC 9(5).
               10  WS-CD-PRIOR-WEEK PIC 9(5).
               10  WS-CD-BUS-DAYS   PIC 9(2).
               10  WS-CD-LAST-DATE  PIC X(8).
       01  WS-CODE-COUNT PIC 9(2) VALUE 0.
       01  WS-CODE-IDX PIC 9(2).
       01  WS-CODE-FOUND-SWITCH PIC X.
       01  WS-TODAY-TOTAL PIC 9(5) VALUE 0.
       01  WS-WEEK-AVG PIC 9(5).

      *A code recurring on this many business days of the window
      *with no open problem against it needs a problem record.
       01  WS-RECUR-DAYS PIC 9(2) VALUE 3.
       01  WS-BUSINESS-DAY-SWITCH PIC X.
       01  WS-RECUR-UNRECORDED PIC 9(3) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY errprhdr.
       COPY buscalhdr.
       COPY buscbhdr.

       PROCEDURE DIVISION.

               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 7.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
      *The ring of business dates back from the report date covers
      *the whole window - eight calendar days hold at most eight
      *business days.
           MOVE WS-REPORT-DATE TO WS-PROCESSING-DATE.
           MOVE 8 TO WS-CAL-BACK-DAYS.
           PERFORM GET-BUSINESS-CUTOFF.
           PERFORM LOAD-CODE-REFERENCE.
           PERFORM LOAD-PROBLEM-TABLE.
           PERFORM TALLY-ERROR-LOG.
           PERFORM WRITE-TRIAGE-REPORT.

                   MOVE WS-TOKEN-CODE TO WS-CD-CODE(WS-CODE-IDX)
                   MOVE 0 TO WS-CD-TODAY(WS-CODE-IDX)
                   MOVE 0 TO WS-CD-PRIOR-WEEK(WS-CODE-IDX)
                   MOVE 0 TO WS-CD-BUS-DAYS(WS-CODE-IDX)
                   MOVE SPACES TO WS-CD-LAST-DATE(WS-CODE-IDX)
               END-IF
           END-IF.

           IF WS-CODE-IDX IS NOT GREATER THAN WS-CODE-COUNT
               ADD 1 TO WS-CD-TODAY(WS-CODE-IDX)
               ADD 1 TO WS-TODAY-TOTAL
               PERFORM COUNT-BUSINESS-DAY
           END-IF.

       COUNT-PRIOR-WEEK.
           PERFORM FIND-CODE-ENTRY.
           IF WS-CODE-IDX IS NOT GREATER THAN WS-CODE-COUNT
               ADD 1 TO WS-CD-PRIOR-WEEK(WS-CODE-IDX)
               PERFORM COUNT-BUSINESS-DAY
           END-IF.

      *The error log is written in time order, so a code's lines for
      *one day arrive together and a change of date is a new day.
       COUNT-BUSINESS-DAY.
           IF WS-TOKEN-DATE IS NOT EQUAL TO
                   WS-CD-LAST-DATE(WS-CODE-IDX)
               MOVE WS-TOKEN-DATE TO WS-CD-LAST-DATE(WS-CODE-IDX)
               PERFORM CHECK-BUSINESS-DAY
               IF WS-BUSINESS-DAY-SWITCH IS EQUAL TO "Y"
                   ADD 1 TO WS-CD-BUS-DAYS(WS-CODE-IDX)
               END-IF
           END-IF.

      *With no business calendar on file every day counts.
       CHECK-BUSINESS-DAY.
           IF WS-CAL-RING-COUNT IS EQUAL TO 0
               MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           ELSE
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               MOVE 1 TO WS-CAL-RING-IDX
               PERFORM UNTIL WS-BUSINESS-DAY-SWITCH IS EQUAL TO "Y"
                       OR WS-CAL-RING-IDX IS GREATER THAN
                           WS-CAL-RING-COUNT
                   IF WS-CAL-RING-DATE(WS-CAL-RING-IDX) IS EQUAL TO
                           WS-TOKEN-DATE
                       MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
                   ELSE
                       ADD 1 TO WS-CAL-RING-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *One section per owning area, each code's line showing today's
                  DELIMITED BY SIZE
                  INTO TRIAGE-REPORT-REC.
           PERFORM WRITE-TRIAGE-LINE.
           IF WS-RECUR-UNRECORDED IS GREATER THAN 0
               MOVE SPACES TO TRIAGE-REPORT-REC
               STRING "RECURRING CODES WITH NO PROBLEM RECORD: "
                      WS-RECUR-UNRECORDED DELIMITED BY SIZE
                      INTO TRIAGE-REPORT-REC
               PERFORM WRITE-TRIAGE-LINE
           END-IF.
           IF WS-PROBLEM-DROPPED IS GREATER THAN 0
               MOVE SPACES TO TRIAGE-REPORT-REC
               STRING "PROBLEM TABLE FULL - OPEN PROBLEMS NOT SHOWN: "
                      WS-PROBLEM-DROPPED DELIMITED BY SIZE
                      INTO TRIAGE-REPORT-REC
               PERFORM WRITE-TRIAGE-LINE
           END-IF.
           CLOSE TRIAGE-REPORT-FILE.

       GATHER-AREAS.
                   TO TRIAGE-REPORT-REC
           END-IF.
           PERFORM WRITE-TRIAGE-LINE.
           MOVE WS-CD-CODE(WS-CODE-IDX) TO WS-FIND-PROBLEM-CODE.
           PERFORM FIND-CODE-PROBLEM.
           IF WS-PROBLEM-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE SPACES TO TRIAGE-REPORT-REC
               IF WS-PB-OWNER(WS-PROBLEM-IDX) IS EQUAL TO SPACES
                   STRING "      OPEN PROBLEM "
                          WS-PB-NUMBER(WS-PROBLEM-IDX)
                          DELIMITED BY SIZE
                          "  NOT YET ASSIGNED" DELIMITED BY SIZE
                          INTO TRIAGE-REPORT-REC
               ELSE
                   STRING "      OPEN PROBLEM "
                          WS-PB-NUMBER(WS-PROBLEM-IDX)
                          DELIMITED BY SIZE
                          "  OWNER " DELIMITED BY SIZE
                          WS-PB-OWNER(WS-PROBLEM-IDX)
                          DELIMITED BY SIZE
                          INTO TRIAGE-REPORT-REC
               END-IF
               PERFORM WRITE-TRIAGE-LINE
           ELSE
               IF WS-CD-BUS-DAYS(WS-CODE-IDX) IS NOT LESS THAN
                       WS-RECUR-DAYS
                   MOVE SPACES TO TRIAGE-REPORT-REC
                   STRING "      ** SEEN ON "
                          WS-CD-BUS-DAYS(WS-CODE-IDX)
                          DELIMITED BY SIZE
                          " BUSINESS DAYS - NEEDS A PROBLEM RECORD **"
                          DELIMITED BY SIZE
                          INTO TRIAGE-REPORT-REC
                   PERFORM WRITE-TRIAGE-LINE
                   ADD 1 TO WS-RECUR-UNRECORDED
               END-IF
           END-IF.

       WRITE-TRIAGE-LINE.
           WRITE TRIAGE-REPORT-REC.
           DISPLAY TRIAGE-REPORT-REC.

       COPY errprr.
       COPY buscbr.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
