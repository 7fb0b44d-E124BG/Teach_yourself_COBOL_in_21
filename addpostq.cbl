      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Posted-transaction inquiry over the ADDITION ledger
      * (ADDPOST.DAT). A department calling to ask whether its item
      * posted, and what it came to, used to be answered by searching
      * a free-text result file that is recut every night. This
      * program looks the posting up by its reference (business date
      * plus sequence), lists a department's postings over a date
      * range, or finds every posting carrying a given amount - as
      * either input or as the result - on screen and as a printable
      * report (ADDPOSTR.DAT) that can be sent back to the department.
      * Attended only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDPOSTQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-POSTED-FILE ASSIGN TO "ADDPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT POST-REPORT-FILE ASSIGN TO "ADDPOSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-POSTED-FILE.
       COPY addpost.

       FD  POST-REPORT-FILE.
       01  POST-REPORT-REC PIC X(80).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-END-OF-POSTED-SWITCH PIC X VALUE "N".

       01  WS-INQUIRY-MODE PIC X(1).
       01  WS-INQUIRY-DATE PIC 9(8).
       01  WS-INQUIRY-SEQ PIC 9(7).
       01  WS-INQUIRY-DEPT PIC X(4).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-AMOUNT-IN PIC X(10).
       01  WS-INQUIRY-AMOUNT PIC S9(5)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-SELECTED-SWITCH PIC X(1).
       01  WS-MATCH-COUNT PIC 9(5) VALUE 0.

       01  WS-FIRST-ED PIC -(5)9.99.
       01  WS-SECOND-ED PIC -(5)9.99.
       01  WS-RESULT-ED PIC -(5)9.99.
       01  WS-RESULT-TEXT PIC X(9).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
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
           MOVE "ADDPOSTQ" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           DISPLAY "Inquiry by reference (1), department and date"
                   " range (2) or amount (3)? ".
           ACCEPT WS-INQUIRY-MODE.
           EVALUATE WS-INQUIRY-MODE
               WHEN "1"
                   DISPLAY "Enter business date (YYYYMMDD): "
                   ACCEPT WS-INQUIRY-DATE
                   DISPLAY "Enter sequence number: "
                   ACCEPT WS-INQUIRY-SEQ
               WHEN "2"
                   DISPLAY "Enter department code: "
                   ACCEPT WS-INQUIRY-DEPT
                   MOVE FUNCTION UPPER-CASE(WS-INQUIRY-DEPT)
                       TO WS-INQUIRY-DEPT
                   DISPLAY "Enter from date (YYYYMMDD): "
                   ACCEPT WS-FROM-DATE
                   DISPLAY "Enter to date (YYYYMMDD): "
                   ACCEPT WS-TO-DATE
               WHEN "3"
                   DISPLAY "Enter the amount (e.g. -01234.50): "
                   ACCEPT WS-AMOUNT-IN
                   COMPUTE WS-INQUIRY-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-IN)
               WHEN OTHER
                   DISPLAY "Invalid choice - enter 1, 2 or 3."
                   MOVE "ADDPOSTQ" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "INVALID INQUIRY MODE ENTRY" TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
           END-EVALUATE.
           IF WS-INQUIRY-MODE IS EQUAL TO "1" OR "2" OR "3"
               PERFORM RUN-INQUIRY
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDPOSTQ as outstanding.
           MOVE "ADDPOSTQ" TO JS-PROGRAM-NAME.
           MOVE WS-MATCH-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       RUN-INQUIRY.
           OPEN INPUT ADD-POSTED-FILE.
           IF WS-POSTED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO POSTED LEDGER ON FILE - NOTHING TO SHOW."
           ELSE
               OPEN OUTPUT POST-REPORT-FILE
               PERFORM WRITE-INQUIRY-HEADER
               EVALUATE WS-INQUIRY-MODE
                   WHEN "1"
                       PERFORM FIND-BY-REFERENCE
                   WHEN "2"
                       PERFORM LIST-DEPARTMENT-RANGE
                   WHEN OTHER
                       PERFORM SEARCH-BY-AMOUNT
               END-EVALUATE
               CLOSE ADD-POSTED-FILE
               MOVE SPACES TO POST-REPORT-REC
               STRING "POSTINGS LISTED: " WS-MATCH-COUNT
                      DELIMITED BY SIZE
                      INTO POST-REPORT-REC
               WRITE POST-REPORT-REC
               DISPLAY "POSTINGS LISTED: " WS-MATCH-COUNT
               IF WS-MATCH-COUNT IS EQUAL TO 0
                   DISPLAY "NO POSTINGS FOUND FOR THAT INQUIRY."
               END-IF
               CLOSE POST-REPORT-FILE
           END-IF.

       WRITE-INQUIRY-HEADER.
           MOVE SPACES TO POST-REPORT-REC.
           EVALUATE WS-INQUIRY-MODE
               WHEN "1"
                   STRING "POSTED TRANSACTION " WS-INQUIRY-DATE
                          DELIMITED BY SIZE
                          "-" WS-INQUIRY-SEQ DELIMITED BY SIZE
                          "  PRINTED " JH-RUN-DATE DELIMITED BY SIZE
                          INTO POST-REPORT-REC
               WHEN "2"
                   STRING "POSTINGS FOR DEPT " WS-INQUIRY-DEPT
                          DELIMITED BY SIZE
                          " FROM " WS-FROM-DATE DELIMITED BY SIZE
                          " TO " WS-TO-DATE DELIMITED BY SIZE
                          "  PRINTED " JH-RUN-DATE DELIMITED BY SIZE
                          INTO POST-REPORT-REC
               WHEN OTHER
                   MOVE WS-INQUIRY-AMOUNT TO WS-RESULT-ED
                   STRING "POSTINGS CARRYING AMOUNT " WS-RESULT-ED
                          DELIMITED BY SIZE
                          "  PRINTED " JH-RUN-DATE DELIMITED BY SIZE
                          INTO POST-REPORT-REC
           END-EVALUATE.
           WRITE POST-REPORT-REC.
           MOVE SPACES TO POST-REPORT-REC.
           STRING "REFERENCE         DEPT OP     FIRST    SECOND"
                  "    RESULT DECK     EMP ID"
                  DELIMITED BY SIZE INTO POST-REPORT-REC.
           WRITE POST-REPORT-REC.

      *The reference is the ledger key itself - one keyed read.
       FIND-BY-REFERENCE.
           MOVE WS-INQUIRY-DATE TO PST-POST-DATE.
           MOVE WS-INQUIRY-SEQ TO PST-SEQUENCE.
           READ ADD-POSTED-FILE
               INVALID KEY
                   DISPLAY "REFERENCE NOT ON THE LEDGER."
               NOT INVALID KEY
                   PERFORM WRITE-POSTING-LINE
           END-READ.

      *The ledger is in date order, so the range is read from its
      *first date and stops at the first posting past the last one.
       LIST-DEPARTMENT-RANGE.
           MOVE WS-FROM-DATE TO PST-POST-DATE.
           MOVE 0 TO PST-SEQUENCE.
           START ADD-POSTED-FILE KEY IS NOT LESS THAN PST-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-POSTED-SWITCH
           END-START.
           PERFORM READ-NEXT-POSTING.
           PERFORM UNTIL WS-END-OF-POSTED-SWITCH IS EQUAL TO "Y"
                   OR PST-POST-DATE IS GREATER THAN WS-TO-DATE
               IF PST-DEPT IS EQUAL TO WS-INQUIRY-DEPT
                   PERFORM WRITE-POSTING-LINE
               END-IF
               PERFORM READ-NEXT-POSTING
           END-PERFORM.

      *An amount can be quoted from either side of the item or from
      *what it came to, so all three are matched on a full pass.
       SEARCH-BY-AMOUNT.
           MOVE LOW-VALUES TO PST-KEY.
           START ADD-POSTED-FILE KEY IS NOT LESS THAN PST-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-POSTED-SWITCH
           END-START.
           PERFORM READ-NEXT-POSTING.
           PERFORM UNTIL WS-END-OF-POSTED-SWITCH IS EQUAL TO "Y"
               MOVE "N" TO WS-SELECTED-SWITCH
               IF PST-FIRST-NUMBER IS EQUAL TO WS-INQUIRY-AMOUNT
                       OR PST-SECOND-NUMBER IS EQUAL TO
                          WS-INQUIRY-AMOUNT
                   MOVE "Y" TO WS-SELECTED-SWITCH
               END-IF
               IF PST-SIZE-ERROR IS NOT EQUAL TO "Y"
                       AND PST-RESULT IS EQUAL TO WS-INQUIRY-AMOUNT
                   MOVE "Y" TO WS-SELECTED-SWITCH
               END-IF
               IF WS-SELECTED-SWITCH IS EQUAL TO "Y"
                   PERFORM WRITE-POSTING-LINE
               END-IF
               PERFORM READ-NEXT-POSTING
           END-PERFORM.

       READ-NEXT-POSTING.
           IF WS-END-OF-POSTED-SWITCH IS NOT EQUAL TO "Y"
               READ ADD-POSTED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-POSTED-SWITCH
               END-READ
           END-IF.

      *An overflowed item shows OVERFLOW in place of a result - it
      *arrived and was referenced, but nothing posted to the totals.
       WRITE-POSTING-LINE.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE PST-FIRST-NUMBER TO WS-FIRST-ED.
           MOVE PST-SECOND-NUMBER TO WS-SECOND-ED.
           IF PST-SIZE-ERROR IS EQUAL TO "Y"
               MOVE " OVERFLOW" TO WS-RESULT-TEXT
           ELSE
               MOVE PST-RESULT TO WS-RESULT-ED
               MOVE WS-RESULT-ED TO WS-RESULT-TEXT
           END-IF.
           MOVE SPACES TO POST-REPORT-REC.
           STRING PST-POST-DATE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  PST-SEQUENCE   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  PST-DEPT       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PST-OP-CODE    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-FIRST-ED    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-SECOND-ED   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PST-DECK-ID    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PST-EMP-ID     DELIMITED BY SIZE
                  INTO POST-REPORT-REC.
           WRITE POST-REPORT-REC.
           DISPLAY POST-REPORT-REC.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
