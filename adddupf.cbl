      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Duplicate force-through authorization for the ADDEDIT
      * pre-edit pass. ADDEDIT rejects a deck, or a single record,
      * that matches one already accepted inside the duplicate window
      * (DUPL on the reject file and the deck report's duplicate-
      * suspect section). Some repeats are genuine - the same monthly
      * charge sent in good faith twice in a week - and the department
      * resubmits them. Before it does, a supervisor verified against
      * the operator master authorizes the repeat here: a deck by its
      * deck ID and department, a record by its amounts, department
      * and operation exactly as they will be keyed. Each
      * authorization goes on ADDDUPF.DAT with the approver and the
      * date, is good for one match in the next edit pass, and is
      * logged. Attended only; offered through the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDDUPF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-FORCE-FILE ASSIGN TO "ADDDUPF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPFORCE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-FORCE-FILE.
       COPY adddupf.

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-DUPFORCE-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-TODAY-DATE PIC 9(8).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).

       01  WS-MORE-SWITCH PIC X VALUE "Y".
       01  WS-FORCE-TYPE PIC X(1).
       01  WS-ENTRY-OK-SWITCH PIC X.
       01  WS-FORCE-DECK-ID PIC X(8).
       01  WS-FORCE-DEPT PIC X(4).
      *A record is authorized by the same 21 bytes ADDEDIT
      *fingerprints: both amounts in the submitted sign-and-digits
      *layout, the department, and the operation code (a blank
      *operation is an addition).
       01  WS-FORCE-IMAGE.
           05  WS-FI-FIRST  PIC X(8).
           05  WS-FI-SECOND PIC X(8).
           05  WS-FI-DEPT   PIC X(4).
           05  WS-FI-OP     PIC X(1).
       01  WS-AUTH-COUNT PIC 9(5) VALUE 0.

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
           MOVE "ADDDUPF" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR APPROVAL - NOTHING AUTHORIZED."
               MOVE "ADDDUPF" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ADUP" TO ERR-CODE
               MOVE "FORCE-THROUGH SUPERVISOR NOT VERIFIED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               OPEN EXTEND DUP-FORCE-FILE
               IF WS-DUPFORCE-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT DUP-FORCE-FILE
               END-IF
               PERFORM UNTIL WS-MORE-SWITCH IS NOT EQUAL TO "Y"
                   PERFORM ENTER-ONE-AUTHORIZATION
                   DISPLAY "Authorize another (Y/N)? "
                   ACCEPT WS-MORE-SWITCH
                   MOVE FUNCTION UPPER-CASE(WS-MORE-SWITCH)
                       TO WS-MORE-SWITCH
               END-PERFORM
               CLOSE DUP-FORCE-FILE
               DISPLAY "AUTHORIZATIONS RECORDED: " WS-AUTH-COUNT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDDUPF as outstanding.
           MOVE "ADDDUPF" TO JS-PROGRAM-NAME.
           MOVE WS-AUTH-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       VERIFY-SUPERVISOR.
           DISPLAY "Approving supervisor ID: ".
           ACCEPT WS-SUPV-ID.
           DISPLAY "Password: ".
           ACCEPT WS-SUPV-PASSWORD.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "OPERATOR MASTER WILL NOT OPEN - STATUS "
                       WS-OPER-STATUS
           ELSE
               MOVE WS-SUPV-ID TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY "NO SUCH OPERATOR ID."
                   NOT INVALID KEY
                       IF OPR-PASSWORD IS EQUAL TO WS-SUPV-PASSWORD
                               AND OPR-SUPERVISOR IS EQUAL TO "Y"
                               AND OPR-LOCKOUT IS NOT EQUAL TO "L"
                           MOVE "Y" TO WS-SUPV-OK-SWITCH
                       ELSE
                           DISPLAY "NOT VERIFIED AS A SUPERVISOR."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

      *One authorization per pass through here. A record's amounts
      *are taken as keyed on the submission - sign then seven digits
      *with the decimal implied - so the image matches ADDEDIT's
      *fingerprint byte for byte.
       ENTER-ONE-AUTHORIZATION.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE SPACES TO DUP-FORCE-REC.
           DISPLAY "Authorize a deck (D) or a single record (R)? ".
           ACCEPT WS-FORCE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-FORCE-TYPE) TO WS-FORCE-TYPE.
           EVALUATE WS-FORCE-TYPE
               WHEN "D"
                   DISPLAY "Deck ID: "
                   ACCEPT WS-FORCE-DECK-ID
                   MOVE FUNCTION UPPER-CASE(WS-FORCE-DECK-ID)
                       TO WS-FORCE-DECK-ID
                   DISPLAY "Department code: "
                   ACCEPT WS-FORCE-DEPT
                   MOVE FUNCTION UPPER-CASE(WS-FORCE-DEPT)
                       TO WS-FORCE-DEPT
                   IF WS-FORCE-DECK-ID IS EQUAL TO SPACES
                           OR WS-FORCE-DEPT IS EQUAL TO SPACES
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   ELSE
                       MOVE "D" TO DPF-TYPE
                       MOVE WS-FORCE-DECK-ID TO DPF-DECK-ID
                       MOVE WS-FORCE-DEPT TO DPF-DEPT
                   END-IF
               WHEN "R"
                   DISPLAY "First amount as keyed (e.g. +0012345): "
                   ACCEPT WS-FI-FIRST
                   DISPLAY "Second amount as keyed (e.g. -0000500): "
                   ACCEPT WS-FI-SECOND
                   DISPLAY "Department code: "
                   ACCEPT WS-FI-DEPT
                   MOVE FUNCTION UPPER-CASE(WS-FI-DEPT) TO WS-FI-DEPT
                   DISPLAY "Operation code (blank for A): "
                   ACCEPT WS-FI-OP
                   MOVE FUNCTION UPPER-CASE(WS-FI-OP) TO WS-FI-OP
                   IF WS-FI-OP IS EQUAL TO SPACE
                       MOVE "A" TO WS-FI-OP
                   END-IF
                   IF (WS-FI-FIRST(1:1) IS NOT EQUAL TO "+"
                           AND WS-FI-FIRST(1:1) IS NOT EQUAL TO "-")
                           OR WS-FI-FIRST(2:7) IS NOT NUMERIC
                           OR (WS-FI-SECOND(1:1) IS NOT EQUAL TO "+"
                           AND WS-FI-SECOND(1:1) IS NOT EQUAL TO "-")
                           OR WS-FI-SECOND(2:7) IS NOT NUMERIC
                           OR WS-FI-DEPT IS EQUAL TO SPACES
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   ELSE
                       MOVE "T" TO DPF-TYPE
                       MOVE WS-FI-DEPT TO DPF-DEPT
                       MOVE WS-FORCE-IMAGE TO DPF-IMAGE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-EVALUATE.
           IF WS-ENTRY-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "INCOMPLETE OR INVALID ENTRY - NOT AUTHORIZED."
           ELSE
               MOVE WS-SUPV-ID TO DPF-AUTHORIZED-BY
               MOVE WS-TODAY-DATE TO DPF-AUTH-DATE
               WRITE DUP-FORCE-REC
               ADD 1 TO WS-AUTH-COUNT
               MOVE "ADDDUPF" TO ERR-PROGRAM-NAME
               MOVE WS-SUPV-ID TO ERR-OPERATOR-ID
               MOVE "ADUP" TO ERR-CODE
               MOVE SPACES TO ERR-MESSAGE
               IF DPF-TYPE IS EQUAL TO "D"
                   STRING "DUPLICATE DECK AUTHORIZED - " DPF-DECK-ID
                          DELIMITED BY SIZE
                          INTO ERR-MESSAGE
               ELSE
                   STRING "DUPLICATE RECORD AUTHORIZED - " DPF-DEPT
                          DELIMITED BY SIZE
                          INTO ERR-MESSAGE
               END-IF
               PERFORM WRITE-ERROR-LOG
               DISPLAY "AUTHORIZED - GOOD FOR ONE MATCH."
           END-IF.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
