       01  WS-OLD-VALUE PIC X(10).
       01  WS-NEW-VALUE PIC X(10).
       01  WS-FIELD-TAG PIC X(4).
      *The record being maintained, held while the manager named as
      *its next level up is looked up on the same master.
       01  WS-HOLD-EMPLOYEE-REC PIC X(38).
       01  WS-MANAGER-FOUND-SWITCH PIC X.
       01  WS-NEW-DATE PIC 9(8).
       01  WS-NEW-DATE-SPLIT REDEFINES WS-NEW-DATE.
           05  WS-ND-YYYY PIC 9(4).
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.
       COPY depteffhdr.


       LINKAGE SECTION.
      *employment status, job grade and hire date - with each change
      *validated and logged before/after. Converted records still
      *carrying the "GEN" default or hire date zeros get corrected
      *here instead of living with them forever. The manager role and
      *the reports-to ID are what survey escalations are routed by.
       MAINTAIN-EMPLOYEE-RECORD.
           PERFORM DISPLAY-EMPLOYEE-RECORD.
           MOVE SPACES TO WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-CHOICE IS EQUAL TO "X"
               DISPLAY "Change Name (N), Dept (D), Status (S),"
                       " Grade (G), Hire date (H), Role (R),"
                       " Reports to (M) or Exit (X)? "
               ACCEPT WS-MAINT-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MAINT-CHOICE)
                   TO WS-MAINT-CHOICE
                       PERFORM CHANGE-EMP-GRADE
                   WHEN "H"
                       PERFORM CHANGE-EMP-HIRE-DATE
                   WHEN "R"
                       PERFORM CHANGE-EMP-ROLE
                   WHEN "M"
                       PERFORM CHANGE-EMP-REPORTS-TO
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter N, D, S, G, H, R, M or X."
               END-EVALUATE
           END-PERFORM.

           DISPLAY "  STATUS  " EMP-STATUS.
           DISPLAY "  GRADE   " EMP-JOB-GRADE.
           DISPLAY "  HIRED   " EMP-HIRE-DATE.
           DISPLAY "  ROLE    " EMP-MGR-ROLE.
           DISPLAY "  REPORTS " EMP-REPORTS-TO.

       CHANGE-EMP-NAME.
           MOVE EMP-NAME TO WS-OLD-VALUE.
               END-IF
           END-IF.

      *H marks the head of the employee's department, M a manager;
      *blank takes the designation away.
       CHANGE-EMP-ROLE.
           DISPLAY "Enter role - Department head (H), Manager (M),"
                   " or blank for none: ".
           MOVE SPACES TO WS-FIELD-IN.
           ACCEPT WS-FIELD-IN.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-IN) TO WS-FIELD-IN.
           IF WS-FIELD-IN(1:1) IS EQUAL TO "H"
                   OR WS-FIELD-IN(1:1) IS EQUAL TO "M"
                   OR WS-FIELD-IN(1:1) IS EQUAL TO " "
               MOVE EMP-MGR-ROLE TO WS-OLD-VALUE
               MOVE WS-FIELD-IN(1:1) TO EMP-MGR-ROLE
               MOVE EMP-MGR-ROLE TO WS-NEW-VALUE
               MOVE "ROLE" TO WS-FIELD-TAG
               REWRITE EMPLOYEE-REC
               PERFORM WRITE-CHANGE-LOG
           ELSE
               DISPLAY "ROLE MUST BE H, M OR BLANK."
           END-IF.

      *The next level up must be someone else already on the master.
       CHANGE-EMP-REPORTS-TO.
           DISPLAY "Enter the ID this employee reports to"
                   " (blank for none): ".
           MOVE SPACES TO WS-FIELD-IN.
           ACCEPT WS-FIELD-IN.
           MOVE EMPLOYEE-REC TO WS-HOLD-EMPLOYEE-REC.
           MOVE "Y" TO WS-MANAGER-FOUND-SWITCH.
           IF WS-FIELD-IN(1:6) IS EQUAL TO EMP-ID
               DISPLAY "AN EMPLOYEE CANNOT REPORT TO THEMSELVES."
               MOVE "N" TO WS-MANAGER-FOUND-SWITCH
           ELSE
               IF WS-FIELD-IN(1:6) IS NOT EQUAL TO SPACES
                   MOVE WS-FIELD-IN(1:6) TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           DISPLAY "NO EMPLOYEE " WS-FIELD-IN(1:6)
                                   " ON THE MASTER."
                           MOVE "N" TO WS-MANAGER-FOUND-SWITCH
                   END-READ
               END-IF
           END-IF.
           MOVE WS-HOLD-EMPLOYEE-REC TO EMPLOYEE-REC.
           IF WS-MANAGER-FOUND-SWITCH IS EQUAL TO "Y"
               MOVE EMP-REPORTS-TO TO WS-OLD-VALUE
               MOVE WS-FIELD-IN(1:6) TO EMP-REPORTS-TO
               MOVE EMP-REPORTS-TO TO WS-NEW-VALUE
               MOVE "RPTS" TO WS-FIELD-TAG
               REWRITE EMPLOYEE-REC
               PERFORM WRITE-CHANGE-LOG
           END-IF.

       LOAD-EMP-DEPT-LIST.
           MOVE "Y" TO WS-DEPT-LOADED-SWITCH.
           OPEN INPUT EMP-DEPT-FILE.
                   READ EMP-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-DEPT-SWITCH
                       NOT AT END
                           MOVE EDP-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE EDP-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-DEPT-COUNT IS LESS THAN 50
                                   AND WS-DEPT-IN-FORCE-SWITCH IS
                                       EQUAL TO "Y"
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE EDP-CODE
                                   TO WS-DP-CODE(WS-DEPT-COUNT)
       COPY jobstatw.
       COPY signonr.
       COPY retcode.
       COPY depteffr.
