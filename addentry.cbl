      * clerk goes, and on save the program appends a correctly
      * formatted deck - DHDR header stamped with the entering
      * operator and entry date, the records, and a DTRL trailer
      * carrying the keyed count and amount total - to the unverified
      * deck file (ADDUNVF.DAT). A keyed deck is not trusted until a
      * second operator has re-keyed its amounts blind in ADDVRFY;
      * only then does it move on to ADDTRANS.DAT for the nightly
      * edit pass to balance like any other deck.
      * Each pair also carries the ID of the employee who originated
      * it, checked here against the employee master (EMPMAST.DAT) -
      * on file, not terminated, and in the deck's department - so a
      * pair ADDEDIT would reject for its employee is refused at the
      * keyboard instead.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-UNVERIFIED-FILE ASSIGN TO "ADDUNVF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.

       DATA DIVISION.
       FILE SECTION.
      *Raw deck lines exactly as ADDEDIT will read them back once the
      *deck is verified.
       FD  ADD-UNVERIFIED-FILE.
       01  ADD-TRANS-REC PIC X(40).

       FD  DEPT-REF-FILE.
       COPY deptref.

       FD  EMPLOYEE-MASTER.
       COPY empmast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
               10  WS-DK-FIRST  PIC X(8).
               10  WS-DK-SECOND PIC X(8).
               10  WS-DK-OP     PIC X(1).
               10  WS-DK-EMP    PIC X(6).
       01  WS-DECK-REC-COUNT PIC 9(5) VALUE 0.
       01  WS-DECK-IDX PIC 9(5).
       01  WS-DECK-AMOUNT-SUM PIC S9(9)V99
       01  WS-DEPT-FOUND-SWITCH PIC X.
       01  WS-DEPT-IN PIC X(4).

      *Originating employee for each pair - blank at the prompt
      *keeps the previous pair's employee.
       01  WS-EMP-STATUS PIC XX.
       01  WS-EMPMAST-OPEN-SWITCH PIC X VALUE "N".
       01  WS-EMP-IN PIC X(6).
       01  WS-LAST-EMP PIC X(6) VALUE SPACES.
       01  WS-EMP-OK-SWITCH PIC X.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.

       LINKAGE SECTION.
       COPY signonlk.
           DISPLAY "Deck ID (up to 8 characters): ".
           ACCEPT WS-DECK-ID.
           PERFORM GET-VALID-DEPARTMENT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-EMPMAST-OPEN-SWITCH
           ELSE
               DISPLAY "*** NO EMPMAST.DAT - EMPLOYEES CANNOT BE"
                       " CHECKED HERE ***"
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
                   OR WS-MENU-CHOICE IS EQUAL TO "C"
               DISPLAY "Add a pair (A), List (L), Totals (T),"
                   PERFORM SAVE-DECK
               END-IF
           END-IF.
           IF WS-EMPMAST-OPEN-SWITCH IS EQUAL TO "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
                   READ DEPT-REF-FILE
                       AT END MOVE "Y" TO WS-END-OF-DEPT-SWITCH
                       NOT AT END
                           MOVE DEPT-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE DEPT-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-DEPT-COUNT IS LESS THAN 50
                                   AND WS-DEPT-IN-FORCE-SWITCH IS
                                       EQUAL TO "Y"
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPT-CODE
                                   TO WS-DP-CODE(WS-DEPT-COUNT)
               PERFORM SUM-ONE-AMOUNT
               PERFORM GET-VALID-OPERATION
               MOVE WS-OP-IN TO WS-DK-OP(WS-DECK-REC-COUNT)
               PERFORM GET-VALID-EMPLOYEE
               MOVE WS-LAST-EMP TO WS-DK-EMP(WS-DECK-REC-COUNT)
               PERFORM DISPLAY-DECK-TOTALS
           END-IF.

               MOVE FUNCTION UPPER-CASE(WS-OP-IN) TO WS-OP-IN
           END-PERFORM.

      *With no master on hand the keyed ID stands as entered and
      *ADDEDIT has the final say overnight.
       GET-VALID-EMPLOYEE.
           MOVE "N" TO WS-EMP-OK-SWITCH.
           PERFORM UNTIL WS-EMP-OK-SWITCH IS EQUAL TO "Y"
               DISPLAY "Originating employee ID (blank keeps "
                       WS-LAST-EMP "): "
               MOVE SPACES TO WS-EMP-IN
               ACCEPT WS-EMP-IN
               IF WS-EMP-IN IS EQUAL TO SPACES
                   MOVE WS-LAST-EMP TO WS-EMP-IN
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-EMP-IN) TO WS-EMP-IN
               IF WS-EMP-IN IS EQUAL TO SPACES
                   DISPLAY "AN ORIGINATING EMPLOYEE IS REQUIRED."
               ELSE
                   IF WS-EMPMAST-OPEN-SWITCH IS EQUAL TO "Y"
                       PERFORM CHECK-EMPLOYEE-ON-MASTER
                   ELSE
                       MOVE "Y" TO WS-EMP-OK-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-EMP-IN TO WS-LAST-EMP.

       CHECK-EMPLOYEE-ON-MASTER.
           MOVE WS-EMP-IN TO EMP-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON THE MASTER."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMP-STATUS IS EQUAL TO "T"
                           DISPLAY "EMPLOYEE " EMP-NAME
                                   " IS TERMINATED."
                       WHEN EMP-DEPT IS NOT EQUAL TO WS-DECK-DEPT
                           DISPLAY "EMPLOYEE " EMP-NAME
                                   " IS IN DEPT " EMP-DEPT
                                   ", NOT " WS-DECK-DEPT "."
                       WHEN OTHER
                           MOVE "Y" TO WS-EMP-OK-SWITCH
                   END-EVALUATE
           END-READ.

       GET-VALID-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK-SWITCH.
           PERFORM UNTIL WS-AMOUNT-OK-SWITCH IS EQUAL TO "Y"
           IF WS-DECK-REC-COUNT IS EQUAL TO 0
               DISPLAY "THE DECK IS EMPTY."
           ELSE
               DISPLAY "NO.   FIRST    SECOND   OP EMPLOYEE"
               MOVE 1 TO WS-DECK-IDX
               PERFORM UNTIL WS-DECK-IDX IS GREATER THAN
                       WS-DECK-REC-COUNT
                   DISPLAY WS-DECK-IDX " " WS-DK-FIRST(WS-DECK-IDX)
                           " " WS-DK-SECOND(WS-DECK-IDX)
                           " " WS-DK-OP(WS-DECK-IDX)
                           "  " WS-DK-EMP(WS-DECK-IDX)
                   ADD 1 TO WS-DECK-IDX
               END-PERFORM
           END-IF.
                   " RECORDS " WS-DECK-REC-COUNT
                   " TOTAL " WS-DECK-SUM-ED.

      *The deck is appended, never rewritten - other decks already
      *waiting for verification stay untouched.
       SAVE-DECK.
           OPEN EXTEND ADD-UNVERIFIED-FILE.
           IF WS-TRANS-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADD-UNVERIFIED-FILE
           END-IF.
           MOVE SPACES TO ADD-TRANS-REC.
           STRING "DHDR " DELIMITED BY SIZE
                      WS-DK-SECOND(WS-DECK-IDX) DELIMITED BY SIZE
                      WS-DECK-DEPT DELIMITED BY SIZE
                      WS-DK-OP(WS-DECK-IDX) DELIMITED BY SIZE
                      WS-DK-EMP(WS-DECK-IDX) DELIMITED BY SIZE
                      INTO ADD-TRANS-REC
               WRITE ADD-TRANS-REC
               ADD 1 TO WS-DECK-IDX
                  WS-DECK-AMOUNT-SUM DELIMITED BY SIZE
                  INTO ADD-TRANS-REC.
           WRITE ADD-TRANS-REC.
           CLOSE ADD-UNVERIFIED-FILE.
           PERFORM DISPLAY-DECK-TOTALS.
           DISPLAY "DECK SAVED UNVERIFIED - A SECOND OPERATOR MUST"
                   " KEY-VERIFY IT BEFORE IT POSTS.".

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY depteffr.
