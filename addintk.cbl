      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Delimited-file intake for the ADDITION stream.
      * Several departments send their transactions as comma-delimited
      * spreadsheet exports instead of fixed-position decks, and
      * re-keying them through ADDENTRY is exactly where the errors
      * came from. The clerk saves the department's file as
      * ADDINTKI.DAT, names the department and keys the file name as
      * it was sent; the department's column-mapping profile
      * (INTKPROF.DAT) says which separator the sheet uses, how many
      * heading rows to skip, and which columns carry the two
      * amounts, the operation, the originating employee and the
      * department. Every row is converted to the 8-byte signed
      * amounts ADDEDIT expects; a row that cannot be converted goes
      * to the intake listing (ADDINTKX.DAT) with its line number and
      * the problem, and never reaches the deck. The listing ends with
      * the reconciliation - data rows in the file against rows
      * converted plus rows refused, the amount total read from the
      * file against the total the deck's trailer will declare, and
      * the sheet's own total row where the profile names one. The
      * total row is read without the deck's 99,999.99 limit, since
      * it totals the whole sheet, and a named total row that cannot
      * be read holds the deck like one that disagrees. Only a
      * reconciled deck can be written: it is appended to ADDTRANS.DAT
      * with a DHDR header stamped with the intake operator and the
      * source file name, the records and a DTRL trailer, and from
      * there ADDEDIT balances and validates it overnight like any
      * other deck. The spreadsheet is a department's own output, not
      * clerk keying, so it does not go through ADDVRFY. Attended
      * only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDINTK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-PROFILE-FILE ASSIGN TO "INTKPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT INTAKE-SOURCE-FILE ASSIGN TO "ADDINTKI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT INTAKE-LIST-FILE ASSIGN TO "ADDINTKX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT ADD-TRANS-FILE ASSIGN TO "ADDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-PROFILE-FILE.
       COPY intkprof.

      *The department's export exactly as it was sent.
       FD  INTAKE-SOURCE-FILE.
       01  INTAKE-SOURCE-REC PIC X(256).

       FD  INTAKE-LIST-FILE.
       01  INTAKE-LIST-REC PIC X(100).

      *Raw deck lines exactly as ADDEDIT will read them.
       FD  ADD-TRANS-FILE.
       01  ADD-TRANS-REC PIC X(40).

       FD  DEPT-REF-FILE.
       COPY deptref.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-STATUS PIC XX.
       01  WS-SOURCE-STATUS PIC XX.
       01  WS-LIST-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-DEPTREF-STATUS PIC XX.
       01  WS-END-OF-DEPT-SWITCH PIC X VALUE "N".
       01  WS-END-OF-FILE-SWITCH PIC X.

       01  WS-TODAY-DATE PIC 9(8).
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE PIC X(8).
       01  WS-DECK-ID PIC X(8).
       01  WS-DEFAULT-DECK-ID PIC X(8).
       01  WS-DECK-DEPT PIC X(4).
       01  WS-SOURCE-NAME PIC X(60).
       01  WS-ANSWER PIC X(1).

      *The department's profile, checked and held in working form.
       01  WS-PROFILE-FOUND-SWITCH PIC X VALUE "N".
       01  WS-PROFILE-OK-SWITCH PIC X VALUE "N".
       01  WS-PROFILE-PROBLEM PIC X(40).
       01  WS-PF-DELIMITER PIC X(1).
       01  WS-PF-SKIP-ROWS PIC 9(2).
       01  WS-PF-FIRST-COL PIC 9(2).
       01  WS-PF-SECOND-COL PIC 9(2).
       01  WS-PF-OP-COL PIC 9(2).
       01  WS-PF-EMP-COL PIC 9(2).
       01  WS-PF-DEPT-COL PIC 9(2).
       01  WS-PF-HIGH-COL PIC 9(2).
       01  WS-PF-DEFAULT-OP PIC X(1).
       01  WS-PF-AMOUNT-FORM PIC X(1).
       01  WS-PF-TOTAL-LABEL PIC X(8).
       01  WS-PF-DESC PIC X(20).

      *One source line split into its fields. A field longer than
      *30 characters is cut short and flagged - it can only be
      *refused if the profile maps it.
       01  WS-SOURCE-LINE PIC X(256).
       01  WS-LINE-LEN PIC 9(3).
       01  WS-CHAR-IDX PIC 9(3).
       01  WS-CHAR PIC X(1).
       01  WS-IN-QUOTES-SWITCH PIC X(1).
       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 30 TIMES.
               10  WS-FIELD-TEXT PIC X(30).
               10  WS-FIELD-LONG PIC X(1).
       01  WS-FIELD-COUNT PIC 9(3).
       01  WS-FIELD-LEN PIC 9(2).
       01  WS-COL-NO PIC 9(2).
       01  WS-COL-TEXT PIC X(30).

      *The row being converted.
       01  WS-LINE-NUMBER PIC 9(6) VALUE 0.
       01  WS-ROW-PROBLEM PIC X(60).
       01  WS-ROW-FIRST PIC X(8).
       01  WS-ROW-SECOND PIC X(8).
       01  WS-ROW-OP PIC X(1).
       01  WS-ROW-EMP PIC X(6).
       01  WS-ROW-AMOUNT PIC S9(7)V99.
       01  WS-ROW-AMOUNT-READ-SWITCH PIC X(1).

      *One amount cell turned into the deck's sign and 7 digits with
      *an implied V99.
       01  WS-AMT-TEXT PIC X(30).
       01  WS-AMT-IDX PIC 9(2).
       01  WS-AMT-PROBLEM PIC X(40).
       01  WS-AMT-NEGATIVE-SWITCH PIC X(1).
       01  WS-AMT-POINT-SWITCH PIC X(1).
       01  WS-AMT-DIGIT-COUNT PIC 9(2).
       01  WS-AMT-INT-DIGITS PIC 9(2).
       01  WS-AMT-DEC-DIGITS PIC 9(2).
       01  WS-AMT-MAX-DIGITS PIC 9(2).
       01  WS-AMT-INT PIC 9(13).
       01  WS-AMT-DEC PIC 9(2).
       01  WS-AMT-CENTS PIC 9(7).
       01  WS-AMT-VALUE PIC S9(5)V99.
       01  WS-AMT-IMAGE PIC X(8).
      *Set while the sheet's total row is read: the figure goes to
      *WS-AMT-TOTAL-VALUE, sized for a whole sheet, not to the deck.
       01  WS-AMT-TOTAL-SWITCH PIC X(1) VALUE "N".
       01  WS-AMT-TOTAL-VALUE PIC S9(11)V99.
       01  WS-DIGIT-X PIC X(1).
       01  WS-DIGIT-N REDEFINES WS-DIGIT-X PIC 9(1).

      *The deck is built in storage and written in one piece, the
      *same way ADDENTRY saves a keyed deck.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 500 TIMES.
               10  WS-DK-FIRST  PIC X(8).
               10  WS-DK-SECOND PIC X(8).
               10  WS-DK-OP     PIC X(1).
               10  WS-DK-EMP    PIC X(6).
       01  WS-DECK-REC-COUNT PIC 9(5) VALUE 0.
       01  WS-DECK-IDX PIC 9(5).
       01  WS-DECK-AMOUNT-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01  WS-WRITTEN-COUNT PIC 9(5) VALUE 0.
       01  WS-AMOUNT-IN PIC X(8).
       01  WS-RAW-DIGITS-X PIC X(7).
       01  WS-RAW-DIGITS-N REDEFINES WS-RAW-DIGITS-X PIC 9(5)V99.

      *Reconciliation counts and totals. The source totals take every
      *data row whose two amounts could be read, converted or not.
       01  WS-HEADING-ROWS PIC 9(6) VALUE 0.
       01  WS-BLANK-ROWS PIC 9(6) VALUE 0.
       01  WS-TOTAL-ROWS PIC 9(6) VALUE 0.
       01  WS-SOURCE-ROWS PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01  WS-UNREAD-COUNT PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01  WS-SOURCE-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-CONVERTED-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-EXCEPTION-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-DECLARED-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-DECLARED-DIFF PIC S9(11)V99 VALUE 0.
       01  WS-DECLARED-SWITCH PIC X VALUE "N".
       01  WS-ROWS-AGREE-SWITCH PIC X VALUE "N".
       01  WS-AMOUNTS-AGREE-SWITCH PIC X VALUE "N".
       01  WS-DECLARED-AGREE-SWITCH PIC X VALUE "Y".
       01  WS-DECK-ALLOWED-SWITCH PIC X VALUE "N".
       01  WS-AMOUNT-ED PIC -(11)9.99.

      *Department reference list for the department prompt - the
      *intake refuses a department ADDEDIT would bounce anyway.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DP-CODE PIC X(4).
       01  WS-DEPT-COUNT PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX PIC 9(2).
       01  WS-DEPT-FOUND-SWITCH PIC X.
       01  WS-DEPT-IN PIC X(4).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.
       COPY signonhdr.

       LINKAGE SECTION.
       COPY signonlk.

       PROCEDURE DIVISION USING SESSION-LINK.

       PROGRAM-BEGIN.
      *Reachable only through the authorized menu - a loose launch
      *carries no session linkage and is refused, so the sign-on
      *subsystem cannot be walked around from the command line.
           IF ADDRESS OF SESSION-LINK IS EQUAL TO NULL
               DISPLAY "RUN THIS FROM THE MAIN MENU."
               GOBACK
           END-IF.
           IF LNK-TRAINING-MODE IS EQUAL TO "T"
               DISPLAY "*** TRAINING - PRACTICE FILES ONLY ***"
           END-IF.
           MOVE "ADDINTK" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DEPARTMENT-LIST.
           PERFORM GET-VALID-DEPARTMENT.
           PERFORM LOAD-INTAKE-PROFILE.
           IF WS-PROFILE-OK-SWITCH IS EQUAL TO "Y"
               PERFORM GET-SOURCE-NAME
               PERFORM GET-DECK-ID
               OPEN INPUT INTAKE-SOURCE-FILE
               IF WS-SOURCE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO ADDINTKI.DAT ON HAND - SAVE THE"
                           " DEPARTMENT'S FILE UNDER THAT NAME FIRST."
                   MOVE "ADDINTK" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "AINT" TO ERR-CODE
                   MOVE "INTAKE SOURCE FILE ADDINTKI.DAT MISSING"
                       TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-WARNING-RC
               ELSE
                   OPEN OUTPUT INTAKE-LIST-FILE
                   PERFORM WRITE-LIST-HEADING
                   PERFORM READ-SOURCE-ROWS
                   CLOSE INTAKE-SOURCE-FILE
                   PERFORM RECONCILE-INTAKE
                   PERFORM OFFER-DECK-WRITE
                   CLOSE INTAKE-LIST-FILE
               END-IF
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "ADDINTK" TO JS-PROGRAM-NAME.
           MOVE WS-WRITTEN-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       LOAD-DEPARTMENT-LIST.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DEPTREF-STATUS IS NOT EQUAL TO "00"
               DISPLAY "*** NO DEPTREF.DAT - DEPARTMENT CANNOT BE"
                       " CHECKED HERE ***"
           ELSE
               PERFORM UNTIL WS-END-OF-DEPT-SWITCH IS EQUAL TO "Y"
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.

      *With no reference list on hand the keyed department stands as
      *entered and ADDEDIT has the final say overnight.
       GET-VALID-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           PERFORM UNTIL WS-DEPT-FOUND-SWITCH IS EQUAL TO "Y"
               DISPLAY "Department sending the file (e.g. SHIP): "
               ACCEPT WS-DEPT-IN
               MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN
               IF WS-DEPT-COUNT IS EQUAL TO 0
                   MOVE "Y" TO WS-DEPT-FOUND-SWITCH
               ELSE
                   MOVE 1 TO WS-DEPT-IDX
                   PERFORM UNTIL WS-DEPT-FOUND-SWITCH IS EQUAL TO "Y"
                           OR WS-DEPT-IDX IS GREATER THAN
                              WS-DEPT-COUNT
                       IF WS-DP-CODE(WS-DEPT-IDX) IS EQUAL TO
                               WS-DEPT-IN
                           MOVE "Y" TO WS-DEPT-FOUND-SWITCH
                       ELSE
                           ADD 1 TO WS-DEPT-IDX
                       END-IF
                   END-PERFORM
                   IF WS-DEPT-FOUND-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "DEPARTMENT NOT ON THE REFERENCE LIST."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DEPT-IN TO WS-DECK-DEPT.

      *The first profile record for the department is the one used.
       LOAD-INTAKE-PROFILE.
           OPEN INPUT INTAKE-PROFILE-FILE.
           IF WS-PROFILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO INTKPROF.DAT ON HAND - NO INTAKE POSSIBLE."
               MOVE "INTAKE PROFILE FILE MISSING" TO ERR-MESSAGE
               PERFORM LOG-INTAKE-ERROR
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ INTAKE-PROFILE-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(INTAKE-PROFILE-REC)
                               TO INTAKE-PROFILE-REC
                           IF IPF-DEPT IS EQUAL TO WS-DECK-DEPT
                                   AND IPF-DEPT(1:1) IS NOT EQUAL TO "*"
                               MOVE "Y" TO WS-PROFILE-FOUND-SWITCH
                               MOVE "Y" TO WS-END-OF-FILE-SWITCH
                               PERFORM CHECK-INTAKE-PROFILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-PROFILE-FILE
               IF WS-PROFILE-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "NO INTAKE PROFILE FOR DEPARTMENT "
                           WS-DECK-DEPT " - ASK OPERATIONS TO SET ONE"
                           " UP."
                   MOVE SPACES TO ERR-MESSAGE
                   STRING "NO INTAKE PROFILE FOR DEPT " WS-DECK-DEPT
                          DELIMITED BY SIZE
                          INTO ERR-MESSAGE
                   PERFORM LOG-INTAKE-ERROR
               END-IF
           END-IF.

      *A profile that cannot be used stops the intake before the file
      *is touched - better no deck than one built from the wrong
      *columns.
       CHECK-INTAKE-PROFILE.
           MOVE SPACES TO WS-PROFILE-PROBLEM.
           EVALUATE TRUE
               WHEN IPF-DELIMITER IS EQUAL TO SPACE
                   MOVE "DELIMITER IS BLANK" TO WS-PROFILE-PROBLEM
               WHEN IPF-SKIP-ROWS IS NOT NUMERIC
                   MOVE "HEADING ROWS NOT NUMERIC"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-FIRST-COL IS NOT NUMERIC
                       OR IPF-FIRST-COL IS EQUAL TO "00"
                       OR IPF-FIRST-COL IS GREATER THAN "30"
                   MOVE "FIRST AMOUNT COLUMN MUST BE 01 TO 30"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-SECOND-COL IS NOT NUMERIC
                       OR IPF-SECOND-COL IS EQUAL TO "00"
                       OR IPF-SECOND-COL IS GREATER THAN "30"
                   MOVE "SECOND AMOUNT COLUMN MUST BE 01 TO 30"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-EMP-COL IS NOT NUMERIC
                       OR IPF-EMP-COL IS EQUAL TO "00"
                       OR IPF-EMP-COL IS GREATER THAN "30"
                   MOVE "EMPLOYEE COLUMN MUST BE 01 TO 30"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-OP-COL IS NOT NUMERIC
                       OR IPF-OP-COL IS GREATER THAN "30"
                   MOVE "OPERATION COLUMN MUST BE 00 TO 30"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-DEPT-COL IS NOT NUMERIC
                       OR IPF-DEPT-COL IS GREATER THAN "30"
                   MOVE "DEPARTMENT COLUMN MUST BE 00 TO 30"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-DEFAULT-OP IS NOT EQUAL TO SPACE
                       AND IPF-DEFAULT-OP IS NOT EQUAL TO "A"
                       AND IPF-DEFAULT-OP IS NOT EQUAL TO "S"
                       AND IPF-DEFAULT-OP IS NOT EQUAL TO "M"
                   MOVE "DEFAULT OPERATION MUST BE A, S, M OR BLANK"
                       TO WS-PROFILE-PROBLEM
               WHEN IPF-AMOUNT-FORM IS NOT EQUAL TO "D"
                       AND IPF-AMOUNT-FORM IS NOT EQUAL TO "C"
                   MOVE "AMOUNT FORM MUST BE D OR C"
                       TO WS-PROFILE-PROBLEM
           END-EVALUATE.
           IF WS-PROFILE-PROBLEM IS NOT EQUAL TO SPACES
               DISPLAY "INTAKE PROFILE FOR " WS-DECK-DEPT
                       " CANNOT BE USED - " WS-PROFILE-PROBLEM
               MOVE SPACES TO ERR-MESSAGE
               STRING "PROFILE " WS-DECK-DEPT " " WS-PROFILE-PROBLEM
                      DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM LOG-INTAKE-ERROR
           ELSE
               MOVE "Y" TO WS-PROFILE-OK-SWITCH
               IF IPF-DELIMITER IS EQUAL TO "T"
                   MOVE X"09" TO WS-PF-DELIMITER
               ELSE
                   MOVE IPF-DELIMITER TO WS-PF-DELIMITER
               END-IF
               MOVE IPF-SKIP-ROWS TO WS-PF-SKIP-ROWS
               MOVE IPF-FIRST-COL TO WS-PF-FIRST-COL
               MOVE IPF-SECOND-COL TO WS-PF-SECOND-COL
               MOVE IPF-OP-COL TO WS-PF-OP-COL
               MOVE IPF-EMP-COL TO WS-PF-EMP-COL
               MOVE IPF-DEPT-COL TO WS-PF-DEPT-COL
               IF IPF-DEFAULT-OP IS EQUAL TO SPACE
                   MOVE "A" TO WS-PF-DEFAULT-OP
               ELSE
                   MOVE IPF-DEFAULT-OP TO WS-PF-DEFAULT-OP
               END-IF
               MOVE IPF-AMOUNT-FORM TO WS-PF-AMOUNT-FORM
               MOVE IPF-TOTAL-LABEL TO WS-PF-TOTAL-LABEL
               MOVE IPF-DESC TO WS-PF-DESC
               MOVE WS-PF-FIRST-COL TO WS-PF-HIGH-COL
               IF WS-PF-SECOND-COL IS GREATER THAN WS-PF-HIGH-COL
                   MOVE WS-PF-SECOND-COL TO WS-PF-HIGH-COL
               END-IF
               IF WS-PF-OP-COL IS GREATER THAN WS-PF-HIGH-COL
                   MOVE WS-PF-OP-COL TO WS-PF-HIGH-COL
               END-IF
               IF WS-PF-EMP-COL IS GREATER THAN WS-PF-HIGH-COL
                   MOVE WS-PF-EMP-COL TO WS-PF-HIGH-COL
               END-IF
               IF WS-PF-DEPT-COL IS GREATER THAN WS-PF-HIGH-COL
                   MOVE WS-PF-DEPT-COL TO WS-PF-HIGH-COL
               END-IF
           END-IF.

      *The name the department gave the file is what the deck header
      *and the listing carry, so the deck can be traced back to the
      *e-mail it came in on.
       GET-SOURCE-NAME.
           MOVE SPACES TO WS-SOURCE-NAME.
           PERFORM UNTIL WS-SOURCE-NAME IS NOT EQUAL TO SPACES
               DISPLAY "File name as the department sent it: "
               ACCEPT WS-SOURCE-NAME
               IF WS-SOURCE-NAME IS EQUAL TO SPACES
                   DISPLAY "Invalid entry - the source file name is"
                           " required."
               END-IF
           END-PERFORM.

      *Blank takes the department and today's month and day - one
      *spreadsheet per department per day, the usual arrangement.
       GET-DECK-ID.
           MOVE SPACES TO WS-DEFAULT-DECK-ID.
           STRING WS-DECK-DEPT WS-TODAY-DATE-X(5:4)
                  DELIMITED BY SIZE
                  INTO WS-DEFAULT-DECK-ID.
           DISPLAY "Deck ID (up to 8 characters, blank for "
                   WS-DEFAULT-DECK-ID "): ".
           MOVE SPACES TO WS-DECK-ID.
           ACCEPT WS-DECK-ID.
           MOVE FUNCTION UPPER-CASE(WS-DECK-ID) TO WS-DECK-ID.
           IF WS-DECK-ID IS EQUAL TO SPACES
               MOVE WS-DEFAULT-DECK-ID TO WS-DECK-ID
           END-IF.

       WRITE-LIST-HEADING.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "SPREADSHEET INTAKE - DEPT " WS-DECK-DEPT
                  DELIMITED BY SIZE
                  " " WS-PF-DESC DELIMITED BY SIZE
                  "  DECK " WS-DECK-ID DELIMITED BY SIZE
                  "  RUN " WS-TODAY-DATE DELIMITED BY SIZE
                  "  BY " JH-OPERATOR-ID DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "SOURCE FILE " WS-SOURCE-NAME DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "PROFILE: DELIMITER " IPF-DELIMITER
                  DELIMITED BY SIZE
                  "  HEADING ROWS " WS-PF-SKIP-ROWS DELIMITED BY SIZE
                  "  AMOUNTS " WS-PF-AMOUNT-FORM DELIMITED BY SIZE
                  "  COLUMNS " WS-PF-FIRST-COL DELIMITED BY SIZE
                  "/" WS-PF-SECOND-COL DELIMITED BY SIZE
                  "  OP " WS-PF-OP-COL DELIMITED BY SIZE
                  "  EMP " WS-PF-EMP-COL DELIMITED BY SIZE
                  "  DEPT " WS-PF-DEPT-COL DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE "ROWS THAT COULD NOT BE CONVERTED:" TO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.

       READ-SOURCE-ROWS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ INTAKE-SOURCE-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM TAKE-ONE-LINE
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT IS EQUAL TO 0
               MOVE "  NONE." TO INTAKE-LIST-REC
               PERFORM WRITE-LIST-LINE
           END-IF.

      *A file saved on a PC ends its lines with a carriage return;
      *it is dropped here so it cannot turn up in the last field.
      *A row of nothing but separators is a blank spreadsheet row.
       TAKE-ONE-LINE.
           MOVE INTAKE-SOURCE-REC TO WS-SOURCE-LINE.
           INSPECT WS-SOURCE-LINE REPLACING ALL X"0D" BY SPACE.
           EVALUATE TRUE
               WHEN WS-LINE-NUMBER IS NOT GREATER THAN WS-PF-SKIP-ROWS
                   ADD 1 TO WS-HEADING-ROWS
               WHEN WS-SOURCE-LINE IS EQUAL TO SPACES
                   ADD 1 TO WS-BLANK-ROWS
               WHEN OTHER
                   PERFORM SPLIT-SOURCE-LINE
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(1))
                       TO WS-COL-TEXT
                   EVALUATE TRUE
                       WHEN WS-FIELD-TABLE IS EQUAL TO SPACES
                           ADD 1 TO WS-BLANK-ROWS
                       WHEN WS-PF-TOTAL-LABEL IS NOT EQUAL TO SPACES
                               AND WS-COL-TEXT IS EQUAL TO
                                   WS-PF-TOTAL-LABEL
                           PERFORM TAKE-TOTAL-ROW
                       WHEN OTHER
                           PERFORM CONVERT-ONE-ROW
                   END-EVALUATE
           END-EVALUATE.

      *Separators inside double quotes belong to the field, and a
      *doubled quote inside quotes is one quote. Blanks ahead of an
      *unquoted field are dropped, as a spreadsheet shows them.
       SPLIT-SOURCE-LINE.
           MOVE SPACES TO WS-FIELD-TABLE.
           MOVE 1 TO WS-FIELD-COUNT.
           MOVE 0 TO WS-FIELD-LEN.
           MOVE "N" TO WS-IN-QUOTES-SWITCH.
           MOVE 256 TO WS-LINE-LEN.
           PERFORM UNTIL WS-SOURCE-LINE(WS-LINE-LEN:1) IS NOT EQUAL
                   TO SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX IS GREATER THAN WS-LINE-LEN
               MOVE WS-SOURCE-LINE(WS-CHAR-IDX:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR IS EQUAL TO QUOTE
                           AND WS-IN-QUOTES-SWITCH IS EQUAL TO "Y"
                       IF WS-CHAR-IDX IS LESS THAN WS-LINE-LEN
                               AND WS-SOURCE-LINE(WS-CHAR-IDX + 1:1)
                                   IS EQUAL TO QUOTE
                           PERFORM ADD-CHAR-TO-FIELD
                           ADD 1 TO WS-CHAR-IDX
                       ELSE
                           MOVE "N" TO WS-IN-QUOTES-SWITCH
                       END-IF
                   WHEN WS-CHAR IS EQUAL TO QUOTE
                       MOVE "Y" TO WS-IN-QUOTES-SWITCH
                   WHEN WS-CHAR IS EQUAL TO WS-PF-DELIMITER
                           AND WS-IN-QUOTES-SWITCH IS EQUAL TO "N"
                       ADD 1 TO WS-FIELD-COUNT
                       MOVE 0 TO WS-FIELD-LEN
                   WHEN WS-CHAR IS EQUAL TO SPACE
                           AND WS-FIELD-LEN IS EQUAL TO 0
                           AND WS-IN-QUOTES-SWITCH IS EQUAL TO "N"
                       CONTINUE
                   WHEN OTHER
                       PERFORM ADD-CHAR-TO-FIELD
               END-EVALUATE
           END-PERFORM.

       ADD-CHAR-TO-FIELD.
           IF WS-FIELD-COUNT IS NOT GREATER THAN 30
               IF WS-FIELD-LEN IS LESS THAN 30
                   ADD 1 TO WS-FIELD-LEN
                   MOVE WS-CHAR TO
                       WS-FIELD-TEXT(WS-FIELD-COUNT)(WS-FIELD-LEN:1)
               ELSE
                   MOVE "Y" TO WS-FIELD-LONG(WS-FIELD-COUNT)
               END-IF
           END-IF.

      *The first problem found is the one listed. Both amounts are
      *read even when the row fails on something else, so a refused
      *row still counts in the source total.
       CONVERT-ONE-ROW.
           ADD 1 TO WS-SOURCE-ROWS.
           MOVE SPACES TO WS-ROW-PROBLEM.
           MOVE 0 TO WS-ROW-AMOUNT.
           MOVE "N" TO WS-ROW-AMOUNT-READ-SWITCH.
           IF WS-FIELD-COUNT IS LESS THAN WS-PF-HIGH-COL
               STRING "ROW HAS ONLY " WS-FIELD-COUNT DELIMITED BY SIZE
                      " COLUMNS, PROFILE NEEDS " WS-PF-HIGH-COL
                      DELIMITED BY SIZE
                      INTO WS-ROW-PROBLEM
           ELSE
               MOVE "Y" TO WS-ROW-AMOUNT-READ-SWITCH
               MOVE WS-PF-FIRST-COL TO WS-COL-NO
               PERFORM CONVERT-AMOUNT-COLUMN
               IF WS-AMT-PROBLEM IS EQUAL TO SPACES
                   MOVE WS-AMT-IMAGE TO WS-ROW-FIRST
                   ADD WS-AMT-VALUE TO WS-ROW-AMOUNT
               ELSE
                   MOVE "N" TO WS-ROW-AMOUNT-READ-SWITCH
                   STRING "FIRST AMOUNT - " WS-AMT-PROBLEM
                          DELIMITED BY SIZE
                          INTO WS-ROW-PROBLEM
               END-IF
               MOVE WS-PF-SECOND-COL TO WS-COL-NO
               PERFORM CONVERT-AMOUNT-COLUMN
               IF WS-AMT-PROBLEM IS EQUAL TO SPACES
                   MOVE WS-AMT-IMAGE TO WS-ROW-SECOND
                   ADD WS-AMT-VALUE TO WS-ROW-AMOUNT
               ELSE
                   MOVE "N" TO WS-ROW-AMOUNT-READ-SWITCH
                   IF WS-ROW-PROBLEM IS EQUAL TO SPACES
                       STRING "SECOND AMOUNT - " WS-AMT-PROBLEM
                              DELIMITED BY SIZE
                              INTO WS-ROW-PROBLEM
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-PROBLEM IS EQUAL TO SPACES
               PERFORM CONVERT-OPERATION
           END-IF.
           IF WS-ROW-PROBLEM IS EQUAL TO SPACES
               PERFORM CONVERT-EMPLOYEE
           END-IF.
           IF WS-ROW-PROBLEM IS EQUAL TO SPACES
                   AND WS-PF-DEPT-COL IS GREATER THAN 0
               PERFORM CHECK-ROW-DEPARTMENT
           END-IF.
           IF WS-ROW-PROBLEM IS EQUAL TO SPACES
                   AND WS-DECK-REC-COUNT IS NOT LESS THAN 500
               MOVE "DECK FULL AT 500 ROWS - SPLIT THE FILE"
                   TO WS-ROW-PROBLEM
           END-IF.
           IF WS-ROW-AMOUNT-READ-SWITCH IS EQUAL TO "Y"
               ADD WS-ROW-AMOUNT TO WS-SOURCE-TOTAL
           END-IF.
           IF WS-ROW-PROBLEM IS EQUAL TO SPACES
               ADD 1 TO WS-DECK-REC-COUNT
               MOVE WS-ROW-FIRST TO WS-DK-FIRST(WS-DECK-REC-COUNT)
               MOVE WS-ROW-SECOND TO WS-DK-SECOND(WS-DECK-REC-COUNT)
               MOVE WS-ROW-OP TO WS-DK-OP(WS-DECK-REC-COUNT)
               MOVE WS-ROW-EMP TO WS-DK-EMP(WS-DECK-REC-COUNT)
               ADD WS-ROW-AMOUNT TO WS-CONVERTED-TOTAL
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               IF WS-ROW-AMOUNT-READ-SWITCH IS EQUAL TO "Y"
                   ADD WS-ROW-AMOUNT TO WS-EXCEPTION-TOTAL
               ELSE
                   ADD 1 TO WS-UNREAD-COUNT
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CONVERT-AMOUNT-COLUMN.
           MOVE WS-FIELD-TEXT(WS-COL-NO) TO WS-AMT-TEXT.
           IF WS-FIELD-LONG(WS-COL-NO) IS EQUAL TO "Y"
               MOVE SPACES TO WS-AMT-PROBLEM
               STRING "COLUMN " WS-COL-NO DELIMITED BY SIZE
                      " LONGER THAN 30 CHARACTERS" DELIMITED BY SIZE
                      INTO WS-AMT-PROBLEM
           ELSE
               PERFORM CONVERT-AMOUNT
           END-IF.

      *Blanks, a currency sign and thousands separators are passed
      *over; a minus sign before or after the figure, or brackets
      *round it, make it negative. At most two decimal places, and
      *the figure must fit the deck's 7 digits - 99,999.99 - or, for
      *the total row, 99,999,999,999.99.
       CONVERT-AMOUNT.
           MOVE SPACES TO WS-AMT-PROBLEM.
           MOVE "N" TO WS-AMT-NEGATIVE-SWITCH.
           MOVE "N" TO WS-AMT-POINT-SWITCH.
           MOVE 0 TO WS-AMT-DIGIT-COUNT.
           MOVE 0 TO WS-AMT-INT-DIGITS.
           MOVE 0 TO WS-AMT-DEC-DIGITS.
           MOVE 0 TO WS-AMT-INT.
           MOVE 0 TO WS-AMT-DEC.
           IF WS-PF-AMOUNT-FORM IS EQUAL TO "C"
               MOVE 7 TO WS-AMT-MAX-DIGITS
           ELSE
               MOVE 5 TO WS-AMT-MAX-DIGITS
           END-IF.
           IF WS-AMT-TOTAL-SWITCH IS EQUAL TO "Y"
               ADD 6 TO WS-AMT-MAX-DIGITS
           END-IF.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX IS GREATER THAN 30
                      OR WS-AMT-PROBLEM IS NOT EQUAL TO SPACES
               MOVE WS-AMT-TEXT(WS-AMT-IDX:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR IS EQUAL TO SPACE
                           OR WS-CHAR IS EQUAL TO "$"
                           OR WS-CHAR IS EQUAL TO ","
                           OR WS-CHAR IS EQUAL TO "+"
                           OR WS-CHAR IS EQUAL TO ")"
                       CONTINUE
                   WHEN WS-CHAR IS EQUAL TO "-"
                           OR WS-CHAR IS EQUAL TO "("
                       IF WS-AMT-NEGATIVE-SWITCH IS EQUAL TO "Y"
                           MOVE "MORE THAN ONE MINUS SIGN"
                               TO WS-AMT-PROBLEM
                       ELSE
                           MOVE "Y" TO WS-AMT-NEGATIVE-SWITCH
                       END-IF
                   WHEN WS-CHAR IS EQUAL TO "."
                       EVALUATE TRUE
                           WHEN WS-PF-AMOUNT-FORM IS EQUAL TO "C"
                               MOVE "DECIMAL POINT IN A CENTS AMOUNT"
                                   TO WS-AMT-PROBLEM
                           WHEN WS-AMT-POINT-SWITCH IS EQUAL TO "Y"
                               MOVE "MORE THAN ONE DECIMAL POINT"
                                   TO WS-AMT-PROBLEM
                           WHEN OTHER
                               MOVE "Y" TO WS-AMT-POINT-SWITCH
                       END-EVALUATE
                   WHEN WS-CHAR IS NUMERIC
                       MOVE WS-CHAR TO WS-DIGIT-X
                       ADD 1 TO WS-AMT-DIGIT-COUNT
                       PERFORM TAKE-AMOUNT-DIGIT
                   WHEN OTHER
                       MOVE SPACES TO WS-AMT-PROBLEM
                       STRING WS-AMT-TEXT DELIMITED BY "  "
                              " IS NOT AN AMOUNT" DELIMITED BY SIZE
                              INTO WS-AMT-PROBLEM
               END-EVALUATE
           END-PERFORM.
           IF WS-AMT-PROBLEM IS EQUAL TO SPACES
                   AND WS-AMT-DIGIT-COUNT IS EQUAL TO 0
               MOVE "AMOUNT IS BLANK" TO WS-AMT-PROBLEM
           END-IF.
           IF WS-AMT-PROBLEM IS EQUAL TO SPACES
               IF WS-AMT-DEC-DIGITS IS EQUAL TO 1
                   MULTIPLY 10 BY WS-AMT-DEC
               END-IF
               IF WS-AMT-TOTAL-SWITCH IS EQUAL TO "Y"
                   PERFORM SET-TOTAL-AMOUNT
               ELSE
                   PERFORM SET-DECK-AMOUNT
               END-IF
           END-IF.

       SET-DECK-AMOUNT.
           IF WS-PF-AMOUNT-FORM IS EQUAL TO "C"
               MOVE WS-AMT-INT TO WS-AMT-CENTS
           ELSE
               COMPUTE WS-AMT-CENTS = WS-AMT-INT * 100 + WS-AMT-DEC
           END-IF.
           COMPUTE WS-RAW-DIGITS-N = WS-AMT-CENTS / 100.
           IF WS-AMT-NEGATIVE-SWITCH IS EQUAL TO "Y"
                   AND WS-AMT-CENTS IS GREATER THAN 0
               MOVE "-" TO WS-AMT-IMAGE(1:1)
               COMPUTE WS-AMT-VALUE = 0 - WS-RAW-DIGITS-N
           ELSE
               MOVE "+" TO WS-AMT-IMAGE(1:1)
               MOVE WS-RAW-DIGITS-N TO WS-AMT-VALUE
           END-IF.
           MOVE WS-RAW-DIGITS-X TO WS-AMT-IMAGE(2:7).

       SET-TOTAL-AMOUNT.
           IF WS-PF-AMOUNT-FORM IS EQUAL TO "C"
               COMPUTE WS-AMT-TOTAL-VALUE = WS-AMT-INT / 100
           ELSE
               COMPUTE WS-AMT-TOTAL-VALUE =
                   WS-AMT-INT + WS-AMT-DEC / 100
           END-IF.
           IF WS-AMT-NEGATIVE-SWITCH IS EQUAL TO "Y"
               COMPUTE WS-AMT-TOTAL-VALUE = 0 - WS-AMT-TOTAL-VALUE
           END-IF.

      *Leading zeros of the whole part are not counted against the
      *digits the deck has room for.
       TAKE-AMOUNT-DIGIT.
           IF WS-AMT-POINT-SWITCH IS EQUAL TO "Y"
               ADD 1 TO WS-AMT-DEC-DIGITS
               IF WS-AMT-DEC-DIGITS IS GREATER THAN 2
                   MOVE "MORE THAN 2 DECIMAL PLACES" TO WS-AMT-PROBLEM
               ELSE
                   COMPUTE WS-AMT-DEC = WS-AMT-DEC * 10 + WS-DIGIT-N
               END-IF
           ELSE
               IF WS-AMT-INT IS GREATER THAN 0
                       OR WS-DIGIT-N IS GREATER THAN 0
                   ADD 1 TO WS-AMT-INT-DIGITS
                   IF WS-AMT-INT-DIGITS IS GREATER THAN
                           WS-AMT-MAX-DIGITS
                       IF WS-AMT-TOTAL-SWITCH IS EQUAL TO "Y"
                           MOVE "AMOUNT OVER 99,999,999,999.99"
                               TO WS-AMT-PROBLEM
                       ELSE
                           MOVE "AMOUNT OVER 99,999.99"
                               TO WS-AMT-PROBLEM
                       END-IF
                   ELSE
                       COMPUTE WS-AMT-INT = WS-AMT-INT * 10
                           + WS-DIGIT-N
                   END-IF
               END-IF
           END-IF.

      *Spreadsheets spell the operation several ways; each is taken
      *back to the A, S or M the record carries. An empty cell, or a
      *sheet with no operation column, takes the profile's default.
       CONVERT-OPERATION.
           MOVE SPACES TO WS-COL-TEXT.
           IF WS-PF-OP-COL IS GREATER THAN 0
               MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(WS-PF-OP-COL))
                   TO WS-COL-TEXT
           END-IF.
           EVALUATE WS-COL-TEXT
               WHEN SPACES
                   MOVE WS-PF-DEFAULT-OP TO WS-ROW-OP
               WHEN "A"
               WHEN "ADD"
               WHEN "+"
                   MOVE "A" TO WS-ROW-OP
               WHEN "S"
               WHEN "SUB"
               WHEN "SUBTRACT"
               WHEN "-"
                   MOVE "S" TO WS-ROW-OP
               WHEN "M"
               WHEN "MUL"
               WHEN "MULTIPLY"
               WHEN "X"
               WHEN "*"
                   MOVE "M" TO WS-ROW-OP
               WHEN OTHER
                   STRING "OPERATION " DELIMITED BY SIZE
                          WS-COL-TEXT(1:12) DELIMITED BY "  "
                          " IS NOT A, S OR M" DELIMITED BY SIZE
                          INTO WS-ROW-PROBLEM
           END-EVALUATE.

      *Only the shape of the ID is checked here; whether the
      *employee is on the master, active and in the department is
      *ADDEDIT's check, made overnight as for every deck.
       CONVERT-EMPLOYEE.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(WS-PF-EMP-COL))
               TO WS-COL-TEXT.
           EVALUATE TRUE
               WHEN WS-COL-TEXT IS EQUAL TO SPACES
                   MOVE "EMPLOYEE ID IS BLANK" TO WS-ROW-PROBLEM
               WHEN WS-COL-TEXT(7:24) IS NOT EQUAL TO SPACES
                       OR WS-FIELD-LONG(WS-PF-EMP-COL) IS EQUAL TO "Y"
                   STRING "EMPLOYEE ID " DELIMITED BY SIZE
                          WS-COL-TEXT(1:12) DELIMITED BY "  "
                          " LONGER THAN 6 CHARACTERS" DELIMITED BY SIZE
                          INTO WS-ROW-PROBLEM
               WHEN OTHER
                   MOVE WS-COL-TEXT(1:6) TO WS-ROW-EMP
           END-EVALUATE.

       CHECK-ROW-DEPARTMENT.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT(WS-PF-DEPT-COL))
               TO WS-COL-TEXT.
           IF WS-COL-TEXT IS NOT EQUAL TO WS-DECK-DEPT
               STRING "ROW DEPT " DELIMITED BY SIZE
                      WS-COL-TEXT(1:8) DELIMITED BY "  "
                      " IS NOT THE DECK DEPT " WS-DECK-DEPT
                      DELIMITED BY SIZE
                      INTO WS-ROW-PROBLEM
           END-IF.

      *The sheet's own total row - the department's declared total,
      *checked against the rows at reconciliation. Only the first
      *one is used. Its amounts are the whole sheet's, so they are
      *read into the declared total's own size, not the deck's.
       TAKE-TOTAL-ROW.
           ADD 1 TO WS-TOTAL-ROWS.
           MOVE SPACES TO WS-ROW-PROBLEM.
           IF WS-TOTAL-ROWS IS GREATER THAN 1
               MOVE "NOTE - ANOTHER TOTAL ROW, NOT USED"
                   TO WS-ROW-PROBLEM
           ELSE
               IF WS-FIELD-COUNT IS LESS THAN WS-PF-SECOND-COL
                       OR WS-FIELD-COUNT IS LESS THAN WS-PF-FIRST-COL
                   MOVE "TOTAL ROW IS SHORT OF COLUMNS"
                       TO WS-ROW-PROBLEM
               ELSE
                   MOVE 0 TO WS-DECLARED-TOTAL
                   MOVE "Y" TO WS-AMT-TOTAL-SWITCH
                   MOVE WS-PF-FIRST-COL TO WS-COL-NO
                   PERFORM CONVERT-AMOUNT-COLUMN
                   IF WS-AMT-PROBLEM IS EQUAL TO SPACES
                       MOVE WS-AMT-TOTAL-VALUE TO WS-DECLARED-TOTAL
                       MOVE WS-PF-SECOND-COL TO WS-COL-NO
                       PERFORM CONVERT-AMOUNT-COLUMN
                   END-IF
                   IF WS-AMT-PROBLEM IS EQUAL TO SPACES
                       ADD WS-AMT-TOTAL-VALUE TO WS-DECLARED-TOTAL
                           ON SIZE ERROR
                               MOVE "AMOUNT OVER 99,999,999,999.99"
                                   TO WS-AMT-PROBLEM
                       END-ADD
                   END-IF
                   MOVE "N" TO WS-AMT-TOTAL-SWITCH
                   IF WS-AMT-PROBLEM IS EQUAL TO SPACES
                       MOVE "Y" TO WS-DECLARED-SWITCH
                   ELSE
                       MOVE 0 TO WS-DECLARED-TOTAL
                       STRING "TOTAL ROW " WS-AMT-PROBLEM
                              DELIMITED BY SIZE
                              INTO WS-ROW-PROBLEM
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-PROBLEM IS NOT EQUAL TO SPACES
               IF WS-TOTAL-ROWS IS EQUAL TO 1
                   MOVE "U" TO WS-DECLARED-SWITCH
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  LINE " WS-LINE-NUMBER DELIMITED BY SIZE
                  "  " WS-ROW-PROBLEM DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "        " WS-SOURCE-LINE(1:92) DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           WRITE INTAKE-LIST-REC.

      *The deck total is summed back from the 8-byte images exactly
      *as ADDEDIT will sum them against the trailer, so a conversion
      *that went wrong shows here rather than as an unbalanced deck.
       RECONCILE-INTAKE.
           MOVE 0 TO WS-DECK-AMOUNT-SUM.
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX IS GREATER THAN WS-DECK-REC-COUNT
               MOVE WS-DK-FIRST(WS-DECK-IDX) TO WS-AMOUNT-IN
               PERFORM SUM-ONE-AMOUNT
               MOVE WS-DK-SECOND(WS-DECK-IDX) TO WS-AMOUNT-IN
               PERFORM SUM-ONE-AMOUNT
           END-PERFORM.
           IF WS-SOURCE-ROWS IS EQUAL TO
                   WS-DECK-REC-COUNT + WS-EXCEPTION-COUNT
               MOVE "Y" TO WS-ROWS-AGREE-SWITCH
           END-IF.
           IF WS-CONVERTED-TOTAL IS EQUAL TO WS-DECK-AMOUNT-SUM
                   AND WS-SOURCE-TOTAL IS EQUAL TO
                       WS-CONVERTED-TOTAL + WS-EXCEPTION-TOTAL
               MOVE "Y" TO WS-AMOUNTS-AGREE-SWITCH
           END-IF.
           IF WS-DECLARED-SWITCH IS EQUAL TO "Y"
                   AND WS-UNREAD-COUNT IS EQUAL TO 0
               COMPUTE WS-DECLARED-DIFF =
                   WS-DECLARED-TOTAL - WS-SOURCE-TOTAL
               IF WS-DECLARED-DIFF IS NOT EQUAL TO 0
                   MOVE "N" TO WS-DECLARED-AGREE-SWITCH
               END-IF
           END-IF.
      *A total row the profile names but that cannot be read proves
      *nothing either way - the deck waits until the sheet is fixed.
           IF WS-DECLARED-SWITCH IS EQUAL TO "U"
               MOVE "N" TO WS-DECLARED-AGREE-SWITCH
           END-IF.
           IF WS-ROWS-AGREE-SWITCH IS EQUAL TO "Y"
                   AND WS-AMOUNTS-AGREE-SWITCH IS EQUAL TO "Y"
                   AND WS-DECLARED-AGREE-SWITCH IS EQUAL TO "Y"
                   AND WS-DECK-REC-COUNT IS GREATER THAN 0
               MOVE "Y" TO WS-DECK-ALLOWED-SWITCH
           END-IF.
           MOVE SPACES TO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE "RECONCILIATION:" TO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  SOURCE LINES READ      " WS-LINE-NUMBER
                  DELIMITED BY SIZE
                  "  (HEADING " WS-HEADING-ROWS DELIMITED BY SIZE
                  "  BLANK " WS-BLANK-ROWS DELIMITED BY SIZE
                  "  TOTAL ROWS " WS-TOTAL-ROWS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  SOURCE DATA ROWS       " WS-SOURCE-ROWS
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  CONVERTED TO THE DECK   " WS-DECK-REC-COUNT
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  INTAKE EXCEPTIONS      " WS-EXCEPTION-COUNT
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           IF WS-ROWS-AGREE-SWITCH IS EQUAL TO "Y"
               MOVE "  ROW COUNTS             AGREE" TO INTAKE-LIST-REC
           ELSE
               MOVE "  ROW COUNTS             DO NOT AGREE"
                   TO INTAKE-LIST-REC
           END-IF.
           PERFORM WRITE-LIST-LINE.
           MOVE WS-SOURCE-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  SOURCE AMOUNT TOTAL  " WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE WS-CONVERTED-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "    ON CONVERTED ROWS  " WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           MOVE WS-EXCEPTION-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "    ON EXCEPTION ROWS  " WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           IF WS-UNREAD-COUNT IS GREATER THAN 0
               MOVE SPACES TO INTAKE-LIST-REC
               STRING "    NOT IN THE TOTAL   " WS-UNREAD-COUNT
                      DELIMITED BY SIZE
                      " ROWS WITH AN UNREADABLE AMOUNT"
                      DELIMITED BY SIZE
                      INTO INTAKE-LIST-REC
               PERFORM WRITE-LIST-LINE
           END-IF.
           MOVE WS-DECK-AMOUNT-SUM TO WS-AMOUNT-ED.
           MOVE SPACES TO INTAKE-LIST-REC.
           STRING "  DECK TRAILER TOTAL   " WS-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           IF WS-AMOUNTS-AGREE-SWITCH IS EQUAL TO "Y"
               MOVE "  DECK AGAINST SOURCE    AGREES"
                   TO INTAKE-LIST-REC
           ELSE
               MOVE "  DECK AGAINST SOURCE    DOES NOT AGREE"
                   TO INTAKE-LIST-REC
           END-IF.
           PERFORM WRITE-LIST-LINE.
           PERFORM WRITE-DECLARED-TOTAL.
           MOVE SPACES TO INTAKE-LIST-REC.
           PERFORM WRITE-LIST-LINE.
           EVALUATE TRUE
               WHEN WS-DECK-ALLOWED-SWITCH IS EQUAL TO "Y"
                   MOVE "THE DECK RECONCILES TO THE SOURCE FILE."
                       TO INTAKE-LIST-REC
               WHEN WS-DECK-REC-COUNT IS EQUAL TO 0
                   MOVE "NO ROW COULD BE CONVERTED - NO DECK."
                       TO INTAKE-LIST-REC
               WHEN OTHER
                   MOVE "THE DECK DOES NOT RECONCILE - NO DECK."
                       TO INTAKE-LIST-REC
           END-EVALUATE.
           PERFORM WRITE-LIST-LINE.
           IF WS-EXCEPTION-COUNT IS GREATER THAN 0
               MOVE SPACES TO ERR-MESSAGE
               STRING WS-EXCEPTION-COUNT " ROWS REFUSED FROM "
                      WS-SOURCE-NAME DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM LOG-INTAKE-ERROR
           END-IF.
           IF WS-DECK-ALLOWED-SWITCH IS NOT EQUAL TO "Y"
                   AND WS-DECK-REC-COUNT IS GREATER THAN 0
               MOVE SPACES TO ERR-MESSAGE
               STRING "DECK " WS-DECK-ID " OUT OF BALANCE - NOT"
                      " WRITTEN" DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM LOG-INTAKE-ERROR
           END-IF.

      *With rows refused or unreadable the sheet's own total cannot
      *be expected to agree, so it is only compared when every row's
      *amounts were read.
       WRITE-DECLARED-TOTAL.
           MOVE SPACES TO INTAKE-LIST-REC.
           EVALUATE TRUE
               WHEN WS-PF-TOTAL-LABEL IS EQUAL TO SPACES
                   MOVE "  DECLARED TOTAL         NONE IN THE PROFILE"
                       TO INTAKE-LIST-REC
               WHEN WS-TOTAL-ROWS IS EQUAL TO 0
                   STRING "  DECLARED TOTAL         NO " DELIMITED
                          BY SIZE
                          WS-PF-TOTAL-LABEL DELIMITED BY SPACE
                          " ROW ON THE SHEET" DELIMITED BY SIZE
                          INTO INTAKE-LIST-REC
               WHEN WS-DECLARED-SWITCH IS NOT EQUAL TO "Y"
                   MOVE "  DECLARED TOTAL         UNREADABLE"
                       TO INTAKE-LIST-REC
               WHEN WS-UNREAD-COUNT IS GREATER THAN 0
                   MOVE WS-DECLARED-TOTAL TO WS-AMOUNT-ED
                   STRING "  DECLARED TOTAL       " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          "  NOT COMPARED" DELIMITED BY SIZE
                          INTO INTAKE-LIST-REC
               WHEN WS-DECLARED-AGREE-SWITCH IS EQUAL TO "Y"
                   MOVE WS-DECLARED-TOTAL TO WS-AMOUNT-ED
                   STRING "  DECLARED TOTAL       " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          "  AGREES" DELIMITED BY SIZE
                          INTO INTAKE-LIST-REC
               WHEN OTHER
                   MOVE WS-DECLARED-TOTAL TO WS-AMOUNT-ED
                   STRING "  DECLARED TOTAL       " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          "  DOES NOT AGREE" DELIMITED BY SIZE
                          INTO INTAKE-LIST-REC
                   PERFORM WRITE-LIST-LINE
                   MOVE WS-DECLARED-DIFF TO WS-AMOUNT-ED
                   MOVE SPACES TO INTAKE-LIST-REC
                   STRING "    DIFFERENCE         " WS-AMOUNT-ED
                          DELIMITED BY SIZE
                          INTO INTAKE-LIST-REC
           END-EVALUATE.
           PERFORM WRITE-LIST-LINE.

       SUM-ONE-AMOUNT.
           MOVE WS-AMOUNT-IN(2:7) TO WS-RAW-DIGITS-X.
           IF WS-AMOUNT-IN(1:1) IS EQUAL TO "-"
               SUBTRACT WS-RAW-DIGITS-N FROM WS-DECK-AMOUNT-SUM
           ELSE
               ADD WS-RAW-DIGITS-N TO WS-DECK-AMOUNT-SUM
           END-IF.

       OFFER-DECK-WRITE.
           IF WS-DECK-ALLOWED-SWITCH IS EQUAL TO "Y"
               MOVE SPACE TO WS-ANSWER
               PERFORM UNTIL WS-ANSWER IS EQUAL TO "Y"
                       OR WS-ANSWER IS EQUAL TO "N"
                   DISPLAY "Append deck " WS-DECK-ID " ("
                           WS-DECK-REC-COUNT " records) to"
                           " ADDTRANS.DAT (Y/N)? "
                   ACCEPT WS-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               END-PERFORM
               IF WS-ANSWER IS EQUAL TO "Y"
                   PERFORM WRITE-INTAKE-DECK
                   MOVE SPACES TO INTAKE-LIST-REC
                   STRING "DECK " DELIMITED BY SIZE
                          WS-DECK-ID DELIMITED BY SPACE
                          " APPENDED TO ADDTRANS.DAT - "
                          DELIMITED BY SIZE
                          WS-WRITTEN-COUNT " RECORDS" DELIMITED BY SIZE
                          INTO INTAKE-LIST-REC
               ELSE
                   MOVE "DECK NOT WRITTEN - INTAKE ABANDONED."
                       TO INTAKE-LIST-REC
               END-IF
               PERFORM WRITE-LIST-LINE
           END-IF.

      *The deck is appended, never rewritten - decks already waiting
      *for the nightly edit stay untouched. The header carries the
      *intake operator where ADDENTRY puts the keying clerk, and the
      *source file name (as much as the record has room for) after
      *it.
       WRITE-INTAKE-DECK.
           OPEN EXTEND ADD-TRANS-FILE.
           IF WS-TRANS-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADD-TRANS-FILE
           END-IF.
           MOVE SPACES TO ADD-TRANS-REC.
           STRING "DHDR " DELIMITED BY SIZE
                  WS-DECK-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECK-DEPT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JH-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOURCE-NAME DELIMITED BY SIZE
                  INTO ADD-TRANS-REC.
           WRITE ADD-TRANS-REC.
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX IS GREATER THAN WS-DECK-REC-COUNT
               MOVE SPACES TO ADD-TRANS-REC
               STRING WS-DK-FIRST(WS-DECK-IDX) DELIMITED BY SIZE
                      WS-DK-SECOND(WS-DECK-IDX) DELIMITED BY SIZE
                      WS-DECK-DEPT DELIMITED BY SIZE
                      WS-DK-OP(WS-DECK-IDX) DELIMITED BY SIZE
                      WS-DK-EMP(WS-DECK-IDX) DELIMITED BY SIZE
                      INTO ADD-TRANS-REC
               WRITE ADD-TRANS-REC
           END-PERFORM.
           MOVE SPACES TO ADD-TRANS-REC.
           STRING "DTRL " DELIMITED BY SIZE
                  WS-DECK-REC-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECK-AMOUNT-SUM DELIMITED BY SIZE
                  INTO ADD-TRANS-REC.
           WRITE ADD-TRANS-REC.
           CLOSE ADD-TRANS-FILE.
           MOVE WS-DECK-REC-COUNT TO WS-WRITTEN-COUNT.

       WRITE-LIST-LINE.
           WRITE INTAKE-LIST-REC.
           DISPLAY INTAKE-LIST-REC.

       LOG-INTAKE-ERROR.
           MOVE "ADDINTK" TO ERR-PROGRAM-NAME.
           MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID.
           MOVE "AINT" TO ERR-CODE.
           PERFORM WRITE-ERROR-LOG.
           PERFORM SET-WARNING-RC.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY depteffr.
       COPY signonr.
