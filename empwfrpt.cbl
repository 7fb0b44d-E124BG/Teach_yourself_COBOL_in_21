      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Month-end workforce report. HR has asked for the same
      * figures every month and been building them by hand from the
      * name browse: how many people each department has, at which
      * job grades, and who came, went or moved. For the requested
      * month this prints, department by department in EMPDEPT.DAT
      * order (EMPWFRPT.DAT): the headcount by job grade split into
      * active, on leave and terminated, straight off the employee
      * master; the month's joiners, leavers, transfers in and out
      * and grade changes, read off the change log (EMPCHG.DAT); and
      * the department's turnover for the month. The master holds no
      * history, so the headcount is as at the day the report runs -
      * run it in MTHCLOSE's closing sequence for a true month-end
      * picture. The opening headcount is worked back from the
      * closing one and the month's movements, and turnover is the
      * leavers as a percentage of the average of the two. A
      * department on the master or the log but missing from
      * EMPDEPT.DAT is still reported, flagged as such. The report
      * begins with its own heading line and RPTARCHV files it in the
      * report archive, where RPTREPRT can reprint it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPWFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMP-CHANGE-LOG ASSIGN TO "EMPCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "EMPDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPDEPT-STATUS.
           SELECT WORKFORCE-FILE ASSIGN TO "EMPWFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY empmast.

      *Change lines as the maintenance programs write them: ID at 1,
      *old value at 8, new value at 22, date at 33, field tag at 51.
       FD  EMP-CHANGE-LOG.
       01  EMP-CHANGE-REC.
           05  WCH-EMP-ID    PIC X(6).
           05  FILLER        PIC X(1).
           05  WCH-OLD-VALUE PIC X(10).
           05  FILLER        PIC X(4).
           05  WCH-NEW-VALUE PIC X(10).
           05  FILLER        PIC X(1).
           05  WCH-DATE      PIC X(8).
           05  FILLER        PIC X(1).
           05  WCH-TIME      PIC X(8).
           05  FILLER        PIC X(1).
           05  WCH-FIELD-TAG PIC X(4).
           05  FILLER        PIC X(23).

       FD  EMP-DEPT-FILE.
       COPY empdept.

      *Sixty columns, the width the report archive keeps.
       FD  WORKFORCE-FILE.
       01  WORKFORCE-REC PIC X(60).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX.
       01  WS-CHANGE-STATUS PIC XX.
       01  WS-EMPDEPT-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-TABLE-FULL-SWITCH PIC X VALUE "N".

       01  WS-REPORT-MONTH PIC X(6).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-EMPLOYEE-COUNT PIC 9(7) VALUE 0.
       01  WS-MOVEMENT-COUNT PIC 9(7) VALUE 0.

      *One entry per department, with its headcount by grade - grades
      *"00" to "99" at grade + 1, anything not numeric in the last
      *slot - and the month's movements. The entry after the last
      *department slot carries the totals for the whole company.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 61 TIMES.
               10  WS-DT-CODE          PIC X(4).
               10  WS-DT-NAME          PIC X(20).
               10  WS-DT-GRADE OCCURS 101 TIMES.
                   15  WS-DT-ACTIVE    PIC 9(5).
                   15  WS-DT-ON-LEAVE  PIC 9(5).
                   15  WS-DT-TERMED    PIC 9(5).
               10  WS-DT-JOINERS       PIC 9(5).
               10  WS-DT-LEAVERS       PIC 9(5).
               10  WS-DT-TRANSFERS-IN  PIC 9(5).
               10  WS-DT-TRANSFERS-OUT PIC 9(5).
               10  WS-DT-GRADE-CHANGES PIC 9(5).
       01  WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01  WS-DEPT-IDX PIC 9(3).
       01  WS-TOTAL-IDX PIC 9(3) VALUE 61.
       01  WS-GRADE-IDX PIC 9(3).
       01  WS-GRADE-NUMBER PIC 9(2).

      *Department lookup: the code wanted and the entry found for it.
       01  WS-FIND-DEPT PIC X(4).
       01  WS-FOUND-IDX PIC 9(3).

      *Working figures for the department being printed.
       01  WS-SECTION-ACTIVE PIC 9(7).
       01  WS-SECTION-ON-LEAVE PIC 9(7).
       01  WS-SECTION-TERMED PIC 9(7).
       01  WS-CLOSING-HEADCOUNT PIC S9(7).
       01  WS-OPENING-HEADCOUNT PIC S9(7).
       01  WS-AVERAGE-HEADCOUNT PIC S9(7)V9.
       01  WS-TURNOVER-PCT PIC 9(5)V99.

       01  WS-GRADE-ED PIC X(2).
       01  WS-COUNT-ED PIC Z(8)9.
       01  WS-ACTIVE-ED PIC Z(8)9.
       01  WS-LEAVE-ED PIC Z(8)9.
       01  WS-TERMED-ED PIC Z(8)9.
       01  WS-SIGNED-ED PIC -(8)9.
       01  WS-PCT-ED PIC Z(4)9.99.
       01  WS-LABEL PIC X(32).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "EMPWFRPT" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Report month (YYYYMM, blank for current): ".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH IS NOT NUMERIC
                   OR WS-REPORT-MONTH IS EQUAL TO SPACES
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           PERFORM CLEAR-DEPARTMENT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX IS GREATER THAN WS-TOTAL-IDX.
           PERFORM LOAD-DEPARTMENT-LIST.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EMPMAST.DAT WILL NOT OPEN - STATUS "
                       WS-EMP-STATUS " - NO REPORT PRINTED"
               MOVE "EMPWFRPT" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "EWFR" TO ERR-CODE
               MOVE "EMPLOYEE MASTER WILL NOT OPEN"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           ELSE
               PERFORM COUNT-HEADCOUNT
               PERFORM COUNT-MONTH-MOVEMENTS
               CLOSE EMPLOYEE-MASTER
               IF WS-TABLE-FULL-SWITCH IS EQUAL TO "Y"
                   MOVE "EMPWFRPT" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "EWFR" TO ERR-CODE
                   MOVE "DEPARTMENT TABLE FULL - FIGURES SHORT"
                       TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-WARNING-RC
               END-IF
               PERFORM PRINT-WORKFORCE-REPORT
               DISPLAY "WORKFORCE REPORT FOR " WS-REPORT-MONTH
                       " PRINTED: " WS-DEPT-COUNT " DEPARTMENTS"
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing EMPWFRPT as outstanding.
           MOVE "EMPWFRPT" TO JS-PROGRAM-NAME.
           MOVE WS-EMPLOYEE-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       CLEAR-DEPARTMENT-ENTRY.
           MOVE SPACES TO WS-DT-CODE(WS-DEPT-IDX).
           MOVE SPACES TO WS-DT-NAME(WS-DEPT-IDX).
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX IS GREATER THAN 101
               MOVE 0 TO WS-DT-ACTIVE(WS-DEPT-IDX, WS-GRADE-IDX)
               MOVE 0 TO WS-DT-ON-LEAVE(WS-DEPT-IDX, WS-GRADE-IDX)
               MOVE 0 TO WS-DT-TERMED(WS-DEPT-IDX, WS-GRADE-IDX)
           END-PERFORM.
           MOVE 0 TO WS-DT-JOINERS(WS-DEPT-IDX).
           MOVE 0 TO WS-DT-LEAVERS(WS-DEPT-IDX).
           MOVE 0 TO WS-DT-TRANSFERS-IN(WS-DEPT-IDX).
           MOVE 0 TO WS-DT-TRANSFERS-OUT(WS-DEPT-IDX).
           MOVE 0 TO WS-DT-GRADE-CHANGES(WS-DEPT-IDX).

       LOAD-DEPARTMENT-LIST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT EMP-DEPT-FILE.
           IF WS-EMPDEPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO EMPDEPT.DAT - DEPARTMENTS PRINT UNNAMED"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ EMP-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE EDP-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE EDP-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-DEPT-IN-FORCE-SWITCH IS EQUAL TO "Y"
                               MOVE EDP-CODE TO WS-FIND-DEPT
                               PERFORM FIND-DEPARTMENT
                               IF WS-FOUND-IDX IS GREATER THAN 0
                                   MOVE EDP-NAME
                                       TO WS-DT-NAME(WS-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

      *Returns the entry for WS-FIND-DEPT in WS-FOUND-IDX, adding it
      *on the first sighting; zero once the table is full.
       FIND-DEPARTMENT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
                      OR WS-FOUND-IDX IS GREATER THAN 0
               IF WS-DT-CODE(WS-DEPT-IDX) IS EQUAL TO WS-FIND-DEPT
                   MOVE WS-DEPT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX IS EQUAL TO 0
               IF WS-DEPT-COUNT IS LESS THAN 60
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
                   MOVE WS-FIND-DEPT TO WS-DT-CODE(WS-FOUND-IDX)
                   MOVE "(NOT ON EMPDEPT.DAT)"
                       TO WS-DT-NAME(WS-FOUND-IDX)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

      *Every record on the master, terminated ones included, counted
      *under its department and grade.
       COUNT-HEADCOUNT.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "10" TO WS-EMP-STATUS
           END-START.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           IF WS-EMP-STATUS IS NOT EQUAL TO "00"
               MOVE "Y" TO WS-END-OF-FILE-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END PERFORM COUNT-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

       COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMP-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPARTMENT.
           IF WS-FOUND-IDX IS GREATER THAN 0
               IF EMP-JOB-GRADE IS NUMERIC
                   MOVE EMP-JOB-GRADE TO WS-GRADE-NUMBER
                   COMPUTE WS-GRADE-IDX = WS-GRADE-NUMBER + 1
               ELSE
                   MOVE 101 TO WS-GRADE-IDX
               END-IF
               EVALUATE EMP-STATUS
                   WHEN "A"
                       ADD 1 TO WS-DT-ACTIVE(WS-FOUND-IDX,
                                             WS-GRADE-IDX)
                   WHEN "L"
                       ADD 1 TO WS-DT-ON-LEAVE(WS-FOUND-IDX,
                                               WS-GRADE-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-DT-TERMED(WS-FOUND-IDX,
                                             WS-GRADE-IDX)
               END-EVALUATE
           END-IF.

      *The month's lines on the change log. A joiner is an approved
      *new hire or a rehire off terminated status, a leaver a status
      *change to terminated; a transfer counts out of the old
      *department and into the new one. Joiners, leavers and grade
      *changes are counted under the employee's department on the
      *master, or "????" if the record has since been archived.
       COUNT-MONTH-MOVEMENTS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT EMP-CHANGE-LOG.
           IF WS-CHANGE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO EMPCHG.DAT ON HAND - REPORT SHOWS NO"
                       " MOVEMENTS"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ EMP-CHANGE-LOG
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WCH-DATE(1:6) IS EQUAL TO
                                   WS-REPORT-MONTH
                               PERFORM COUNT-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-CHANGE-LOG
           END-IF.

       COUNT-ONE-MOVEMENT.
           EVALUATE TRUE
               WHEN WCH-FIELD-TAG IS EQUAL TO SPACES
                       AND WCH-OLD-VALUE IS EQUAL TO "(NEW HIRE)"
                   PERFORM FIND-EMPLOYEE-DEPARTMENT
                   IF WS-FOUND-IDX IS GREATER THAN 0
                       ADD 1 TO WS-DT-JOINERS(WS-FOUND-IDX)
                       ADD 1 TO WS-MOVEMENT-COUNT
                   END-IF
               WHEN WCH-FIELD-TAG IS EQUAL TO "STAT"
                       AND WCH-NEW-VALUE(1:1) IS EQUAL TO "T"
                       AND WCH-OLD-VALUE(1:1) IS NOT EQUAL TO "T"
                   PERFORM FIND-EMPLOYEE-DEPARTMENT
                   IF WS-FOUND-IDX IS GREATER THAN 0
                       ADD 1 TO WS-DT-LEAVERS(WS-FOUND-IDX)
                       ADD 1 TO WS-MOVEMENT-COUNT
                   END-IF
               WHEN WCH-FIELD-TAG IS EQUAL TO "STAT"
                       AND WCH-OLD-VALUE(1:1) IS EQUAL TO "T"
                       AND WCH-NEW-VALUE(1:1) IS NOT EQUAL TO "T"
                   PERFORM FIND-EMPLOYEE-DEPARTMENT
                   IF WS-FOUND-IDX IS GREATER THAN 0
                       ADD 1 TO WS-DT-JOINERS(WS-FOUND-IDX)
                       ADD 1 TO WS-MOVEMENT-COUNT
                   END-IF
               WHEN WCH-FIELD-TAG IS EQUAL TO "DEPT"
                   MOVE WCH-OLD-VALUE(1:4) TO WS-FIND-DEPT
                   PERFORM FIND-DEPARTMENT
                   IF WS-FOUND-IDX IS GREATER THAN 0
                       ADD 1 TO WS-DT-TRANSFERS-OUT(WS-FOUND-IDX)
                   END-IF
                   MOVE WCH-NEW-VALUE(1:4) TO WS-FIND-DEPT
                   PERFORM FIND-DEPARTMENT
                   IF WS-FOUND-IDX IS GREATER THAN 0
                       ADD 1 TO WS-DT-TRANSFERS-IN(WS-FOUND-IDX)
                   END-IF
                   ADD 1 TO WS-MOVEMENT-COUNT
               WHEN WCH-FIELD-TAG IS EQUAL TO "GRAD"
                   PERFORM FIND-EMPLOYEE-DEPARTMENT
                   IF WS-FOUND-IDX IS GREATER THAN 0
                       ADD 1 TO WS-DT-GRADE-CHANGES(WS-FOUND-IDX)
                       ADD 1 TO WS-MOVEMENT-COUNT
                   END-IF
           END-EVALUATE.

       FIND-EMPLOYEE-DEPARTMENT.
           MOVE WCH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY MOVE "????" TO WS-FIND-DEPT
               NOT INVALID KEY MOVE EMP-DEPT TO WS-FIND-DEPT
           END-READ.
           PERFORM FIND-DEPARTMENT.
           IF WS-FIND-DEPT IS EQUAL TO "????"
                   AND WS-FOUND-IDX IS GREATER THAN 0
               MOVE "(NOT ON THE MASTER)" TO WS-DT-NAME(WS-FOUND-IDX)
           END-IF.

       PRINT-WORKFORCE-REPORT.
           OPEN OUTPUT WORKFORCE-FILE.
           MOVE SPACES TO WORKFORCE-REC.
           STRING "WORKFORCE REPORT - MONTH " WS-REPORT-MONTH
                  "   PRINTED " WS-TODAY-DATE
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           MOVE SPACES TO WORKFORCE-REC.
           STRING "HEADCOUNT AS AT " WS-TODAY-DATE
                  ", MOVEMENTS FOR THE MONTH"
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           PERFORM WRITE-BLANK-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               PERFORM ADD-TO-COMPANY-TOTALS
               PERFORM PRINT-ONE-DEPARTMENT
           END-PERFORM.
           MOVE WS-TOTAL-IDX TO WS-DEPT-IDX.
           PERFORM PRINT-ONE-DEPARTMENT.
           CLOSE WORKFORCE-FILE.

       ADD-TO-COMPANY-TOTALS.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX IS GREATER THAN 101
               ADD WS-DT-ACTIVE(WS-DEPT-IDX, WS-GRADE-IDX)
                   TO WS-DT-ACTIVE(WS-TOTAL-IDX, WS-GRADE-IDX)
               ADD WS-DT-ON-LEAVE(WS-DEPT-IDX, WS-GRADE-IDX)
                   TO WS-DT-ON-LEAVE(WS-TOTAL-IDX, WS-GRADE-IDX)
               ADD WS-DT-TERMED(WS-DEPT-IDX, WS-GRADE-IDX)
                   TO WS-DT-TERMED(WS-TOTAL-IDX, WS-GRADE-IDX)
           END-PERFORM.
           ADD WS-DT-JOINERS(WS-DEPT-IDX)
               TO WS-DT-JOINERS(WS-TOTAL-IDX).
           ADD WS-DT-LEAVERS(WS-DEPT-IDX)
               TO WS-DT-LEAVERS(WS-TOTAL-IDX).
           ADD WS-DT-TRANSFERS-IN(WS-DEPT-IDX)
               TO WS-DT-TRANSFERS-IN(WS-TOTAL-IDX).
           ADD WS-DT-TRANSFERS-OUT(WS-DEPT-IDX)
               TO WS-DT-TRANSFERS-OUT(WS-TOTAL-IDX).
           ADD WS-DT-GRADE-CHANGES(WS-DEPT-IDX)
               TO WS-DT-GRADE-CHANGES(WS-TOTAL-IDX).

      *One department: heading, headcount by grade, movements and
      *turnover.
       PRINT-ONE-DEPARTMENT.
           MOVE SPACES TO WORKFORCE-REC.
           IF WS-DEPT-IDX IS EQUAL TO WS-TOTAL-IDX
               MOVE "ALL DEPARTMENTS" TO WORKFORCE-REC
           ELSE
               STRING "DEPARTMENT " WS-DT-CODE(WS-DEPT-IDX) " "
                      WS-DT-NAME(WS-DEPT-IDX)
                      DELIMITED BY SIZE
                      INTO WORKFORCE-REC
           END-IF.
           WRITE WORKFORCE-REC.
           MOVE "  GRADE    ACTIVE  ON LEAVE  TERMINATED"
               TO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           MOVE 0 TO WS-SECTION-ACTIVE.
           MOVE 0 TO WS-SECTION-ON-LEAVE.
           MOVE 0 TO WS-SECTION-TERMED.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX IS GREATER THAN 101
               IF WS-DT-ACTIVE(WS-DEPT-IDX, WS-GRADE-IDX)
                       IS GREATER THAN 0
                       OR WS-DT-ON-LEAVE(WS-DEPT-IDX, WS-GRADE-IDX)
                           IS GREATER THAN 0
                       OR WS-DT-TERMED(WS-DEPT-IDX, WS-GRADE-IDX)
                           IS GREATER THAN 0
                   PERFORM PRINT-ONE-GRADE
               END-IF
           END-PERFORM.
           IF WS-SECTION-ACTIVE IS EQUAL TO 0
                   AND WS-SECTION-ON-LEAVE IS EQUAL TO 0
                   AND WS-SECTION-TERMED IS EQUAL TO 0
               MOVE "  NO EMPLOYEES ON THE MASTER" TO WORKFORCE-REC
               WRITE WORKFORCE-REC
           END-IF.
           MOVE WS-SECTION-ACTIVE TO WS-ACTIVE-ED.
           MOVE WS-SECTION-ON-LEAVE TO WS-LEAVE-ED.
           MOVE WS-SECTION-TERMED TO WS-TERMED-ED.
           MOVE SPACES TO WORKFORCE-REC.
           STRING "  TOTAL " WS-ACTIVE-ED " " WS-LEAVE-ED
                  "   " WS-TERMED-ED
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           PERFORM WRITE-BLANK-LINE.
           PERFORM PRINT-MOVEMENTS.
           MOVE ALL "=" TO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           PERFORM WRITE-BLANK-LINE.

       PRINT-ONE-GRADE.
           IF WS-GRADE-IDX IS EQUAL TO 101
               MOVE "??" TO WS-GRADE-ED
           ELSE
               COMPUTE WS-GRADE-NUMBER = WS-GRADE-IDX - 1
               MOVE WS-GRADE-NUMBER TO WS-GRADE-ED
           END-IF.
           MOVE WS-DT-ACTIVE(WS-DEPT-IDX, WS-GRADE-IDX)
               TO WS-ACTIVE-ED.
           MOVE WS-DT-ON-LEAVE(WS-DEPT-IDX, WS-GRADE-IDX)
               TO WS-LEAVE-ED.
           MOVE WS-DT-TERMED(WS-DEPT-IDX, WS-GRADE-IDX)
               TO WS-TERMED-ED.
           MOVE SPACES TO WORKFORCE-REC.
           STRING "    " WS-GRADE-ED "  " WS-ACTIVE-ED " "
                  WS-LEAVE-ED "   " WS-TERMED-ED
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           ADD WS-DT-ACTIVE(WS-DEPT-IDX, WS-GRADE-IDX)
               TO WS-SECTION-ACTIVE.
           ADD WS-DT-ON-LEAVE(WS-DEPT-IDX, WS-GRADE-IDX)
               TO WS-SECTION-ON-LEAVE.
           ADD WS-DT-TERMED(WS-DEPT-IDX, WS-GRADE-IDX)
               TO WS-SECTION-TERMED.

      *Closing headcount is everyone still employed - active or on
      *leave. The opening figure undoes the month's movements: take
      *back the joiners and transfers in, put back the leavers and
      *transfers out.
       PRINT-MOVEMENTS.
           COMPUTE WS-CLOSING-HEADCOUNT =
               WS-SECTION-ACTIVE + WS-SECTION-ON-LEAVE.
           COMPUTE WS-OPENING-HEADCOUNT =
               WS-CLOSING-HEADCOUNT
               - WS-DT-JOINERS(WS-DEPT-IDX)
               - WS-DT-TRANSFERS-IN(WS-DEPT-IDX)
               + WS-DT-LEAVERS(WS-DEPT-IDX)
               + WS-DT-TRANSFERS-OUT(WS-DEPT-IDX).
           IF WS-OPENING-HEADCOUNT IS LESS THAN 0
               MOVE 0 TO WS-OPENING-HEADCOUNT
           END-IF.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-OPENING-HEADCOUNT + WS-CLOSING-HEADCOUNT) / 2.
           IF WS-AVERAGE-HEADCOUNT IS GREATER THAN 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-DT-LEAVERS(WS-DEPT-IDX) * 100
                   / WS-AVERAGE-HEADCOUNT
           ELSE
               MOVE 0 TO WS-TURNOVER-PCT
           END-IF.
           MOVE "MOVEMENTS FOR THE MONTH" TO WORKFORCE-REC.
           WRITE WORKFORCE-REC.
           MOVE "  OPENING HEADCOUNT" TO WS-LABEL.
           MOVE WS-OPENING-HEADCOUNT TO WS-SIGNED-ED.
           PERFORM WRITE-SIGNED-LINE.
           MOVE "  JOINERS" TO WS-LABEL.
           MOVE WS-DT-JOINERS(WS-DEPT-IDX) TO WS-COUNT-ED.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  LEAVERS" TO WS-LABEL.
           MOVE WS-DT-LEAVERS(WS-DEPT-IDX) TO WS-COUNT-ED.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  TRANSFERS IN" TO WS-LABEL.
           MOVE WS-DT-TRANSFERS-IN(WS-DEPT-IDX) TO WS-COUNT-ED.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  TRANSFERS OUT" TO WS-LABEL.
           MOVE WS-DT-TRANSFERS-OUT(WS-DEPT-IDX) TO WS-COUNT-ED.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  CLOSING HEADCOUNT" TO WS-LABEL.
           MOVE WS-CLOSING-HEADCOUNT TO WS-SIGNED-ED.
           PERFORM WRITE-SIGNED-LINE.
           MOVE "  GRADE CHANGES" TO WS-LABEL.
           MOVE WS-DT-GRADE-CHANGES(WS-DEPT-IDX) TO WS-COUNT-ED.
           PERFORM WRITE-COUNT-LINE.
           MOVE WS-TURNOVER-PCT TO WS-PCT-ED.
           MOVE SPACES TO WORKFORCE-REC.
           STRING "  TURNOVER FOR THE MONTH        " WS-PCT-ED " %"
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.

       WRITE-COUNT-LINE.
           MOVE SPACES TO WORKFORCE-REC.
           STRING WS-LABEL WS-COUNT-ED
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.

       WRITE-SIGNED-LINE.
           MOVE SPACES TO WORKFORCE-REC.
           STRING WS-LABEL WS-SIGNED-ED
                  DELIMITED BY SIZE
                  INTO WORKFORCE-REC.
           WRITE WORKFORCE-REC.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WORKFORCE-REC.
           WRITE WORKFORCE-REC.

       COPY retcode.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY depteffr.
