      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Bulk department reorganization for the employee
      * master. When HR merges or splits a department, every
      * employee affected used to be opened one at a time in
      * PARAGRAPHS and moved through its department change - a
      * forty-person reorganization took an afternoon and always
      * missed someone. HR now supplies a reorganization instruction
      * file (EMPREORG.DAT) under one reference: each line either
      * moves everyone in a department to another (D) or moves one
      * employee ID to a department (I). An ID line overrides a
      * department line for that employee, so a split is a
      * department line plus the IDs going elsewhere. Terminated
      * employees stay where they left. Every target department must
      * be on the employee department reference list (EMPDEPT.DAT).
      * Each run first lists every master record it would change -
      * old and new department, with department heads and managers
      * marked - and every instruction it cannot follow, on screen
      * and on the preview report (EMPREOPV.DAT). Nothing is applied
      * unless every instruction is good and a supervisor verified
      * against the operator master approves the listing. Each move
      * is then written to the master and logged on EMPCHG.DAT like
      * any department change, with the reorganization reference in
      * the spare columns after the field tag, so the next
      * incremental HR export ships every affected ID - or, when more
      * employees moved than that export carries in one night, the
      * run requests the full send on the export trigger file
      * (EMPEXPRQ.DAT) itself. A reference already on the change log
      * is not applied a second time. A record changed between the
      * preview and the apply is skipped and reported rather than
      * overwritten. Attended only; offered through the menu option
      * file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREORG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REORG-INSTR-FILE ASSIGN TO "EMPREORG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-STATUS.
           SELECT REORG-PREVIEW-FILE ASSIGN TO "EMPREOPV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-STATUS.
           SELECT EMP-DEPT-FILE ASSIGN TO "EMPDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPDEPT-STATUS.
           SELECT EMP-CHANGE-LOG ASSIGN TO "EMPCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT EMP-EXPORT-FILE ASSIGN TO "EMPEXPRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-REQ-STATUS.
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
       FD  EMPLOYEE-MASTER.
       COPY empmast.

      *One instruction per record: the reorganization reference, D
      *(move a whole department - RGI-FROM is the department code)
      *or I (move one employee - RGI-FROM is the employee ID), and
      *the department moved to.
       FD  REORG-INSTR-FILE.
       01  REORG-INSTR-REC.
           05  RGI-REFERENCE PIC X(5).
           05  FILLER        PIC X(1).
           05  RGI-TYPE      PIC X(1).
           05  FILLER        PIC X(1).
           05  RGI-FROM      PIC X(6).
           05  FILLER        PIC X(1).
           05  RGI-TO-DEPT   PIC X(4).

       FD  REORG-PREVIEW-FILE.
       01  REORG-PREVIEW-REC PIC X(80).

       FD  EMP-DEPT-FILE.
       COPY empdept.

       FD  EMP-CHANGE-LOG.
       01  EMP-CHANGE-REC PIC X(77).

      *The HR export trigger - FULL in its first record makes the
      *next PARAGRAPHS export a full-file send.
       FD  EMP-EXPORT-FILE.
       01  EMP-EXPORT-REC PIC X(4).

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX.
       01  WS-REORG-STATUS PIC XX.
       01  WS-PREVIEW-STATUS PIC XX.
       01  WS-EMPDEPT-STATUS PIC XX.
       01  WS-CHANGE-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-EXPORT-REQ-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).
       01  WS-ANSWER PIC X(1).

      *Employee department reference list held in storage.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DP-CODE PIC X(4).
       01  WS-DEPT-COUNT PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX PIC 9(2).
       01  WS-DEPT-FOUND-SWITCH PIC X.

      *The instructions as read, and the ones that could not be
      *followed with the reason, for the preview.
       01  WS-REORG-REFERENCE PIC X(5) VALUE SPACES.
       01  WS-INSTR-TABLE.
           05  WS-INSTR-ENTRY OCCURS 100 TIMES.
               10  WS-IN-LINE    PIC 9(3).
               10  WS-IN-TYPE    PIC X(1).
               10  WS-IN-FROM    PIC X(6).
               10  WS-IN-TO-DEPT PIC X(4).
       01  WS-INSTR-COUNT PIC 9(3) VALUE 0.
       01  WS-INSTR-IDX PIC 9(3).
       01  WS-LINE-NUMBER PIC 9(3) VALUE 0.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-ENTRY OCCURS 100 TIMES.
               10  WS-RJ-LINE   PIC 9(3).
               10  WS-RJ-FROM   PIC X(6).
               10  WS-RJ-REASON PIC X(40).
       01  WS-REJECT-COUNT PIC 9(3) VALUE 0.
       01  WS-REJECT-IDX PIC 9(3).
       01  WS-REJECT-LINE PIC 9(3).
       01  WS-REJECT-FROM PIC X(6).
       01  WS-REJECT-REASON PIC X(40).
       01  WS-DEPT-INSTR-SWITCH PIC X VALUE "N".

      *Every master record the reorganization would change, in
      *employee-ID order; the status is P pending, A applied, or S
      *skipped because the record changed after the preview.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 500 TIMES.
               10  WS-MV-ID      PIC X(6).
               10  WS-MV-NAME    PIC X(10).
               10  WS-MV-FROM    PIC X(4).
               10  WS-MV-TO      PIC X(4).
               10  WS-MV-ROLE    PIC X(1).
               10  WS-MV-STATUS  PIC X(1).
       01  WS-MOVE-COUNT PIC 9(3) VALUE 0.
       01  WS-MOVE-IDX PIC 9(3).
       01  WS-INSERT-IDX PIC 9(3).
       01  WS-SHIFT-IDX PIC 9(3).
       01  WS-MOVE-FOUND-SWITCH PIC X.
       01  WS-MOVE-TO-DEPT PIC X(4).
       01  WS-MOVE-DROPPED PIC 9(5) VALUE 0.
       01  WS-TERMINATED-COUNT PIC 9(5) VALUE 0.
       01  WS-ALREADY-THERE-COUNT PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01  WS-ALREADY-APPLIED-SWITCH PIC X VALUE "N".
       01  WS-MOVE-NOTE PIC X(20).
       01  WS-APPLY-ALLOWED-SWITCH PIC X VALUE "N".

      *The incremental HR export ships at most this many changed IDs
      *in one night; more than that and the apply requests a full
      *send instead.
       01  WS-EXPORT-ID-LIMIT PIC 9(3) VALUE 200.

       01  WS-OLD-VALUE PIC X(10).
       01  WS-NEW-VALUE PIC X(10).
       01  WS-CHANGE-DATE PIC 9(8).
       01  WS-CHANGE-TIME PIC 9(8).

       COPY empchgc.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.
       COPY depteffhdr.

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
           MOVE "EMPREORG" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REORG-INSTR-FILE.
           IF WS-REORG-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO EMPREORG.DAT ON HAND - NOTHING TO PREVIEW."
           ELSE
               OPEN I-O EMPLOYEE-MASTER
               IF WS-EMP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "EMPLOYEE MASTER WILL NOT OPEN - STATUS "
                           WS-EMP-STATUS
                   MOVE "EMPREORG" TO ERR-PROGRAM-NAME
                   MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                   MOVE "EMPLOYEE MASTER OPEN ERROR" TO ERR-MESSAGE
                   PERFORM WRITE-ERROR-LOG
                   PERFORM SET-SERIOUS-RC
                   CLOSE REORG-INSTR-FILE
               ELSE
                   PERFORM LOAD-EMP-DEPT-LIST
                   PERFORM LOAD-REORG-INSTRUCTIONS
                   PERFORM CHECK-ALREADY-APPLIED
                   PERFORM BUILD-MOVE-LIST
                   PERFORM WRITE-PREVIEW
                   PERFORM OFFER-APPROVAL
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "EMPREORG" TO JS-PROGRAM-NAME.
           MOVE WS-APPLIED-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       LOAD-EMP-DEPT-LIST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT EMP-DEPT-FILE.
           IF WS-EMPDEPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "*** NO EMPDEPT.DAT - NO DEPARTMENT CAN BE"
                       " MOVED TO ***"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ EMP-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-DEPT-FILE
           END-IF.

      *The first line's reference is the reorganization's; a line
      *carrying any other belongs to a different reorganization and
      *is refused rather than folded in.
       LOAD-REORG-INSTRUCTIONS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ REORG-INSTR-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM CHECK-ONE-INSTRUCTION
               END-READ
           END-PERFORM.
           CLOSE REORG-INSTR-FILE.

       CHECK-ONE-INSTRUCTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(REORG-INSTR-REC)
               TO REORG-INSTR-REC.
           IF WS-LINE-NUMBER IS EQUAL TO 1
               MOVE RGI-REFERENCE TO WS-REORG-REFERENCE
           END-IF.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DP-CODE(WS-DEPT-IDX) IS EQUAL TO RGI-TO-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND-SWITCH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RGI-REFERENCE IS EQUAL TO SPACES
                   MOVE "NO REORGANIZATION REFERENCE"
                       TO WS-REJECT-REASON
               WHEN RGI-REFERENCE IS NOT EQUAL TO WS-REORG-REFERENCE
                   MOVE "REFERENCE DIFFERS FROM THE FIRST LINE"
                       TO WS-REJECT-REASON
               WHEN RGI-TYPE IS NOT EQUAL TO "D"
                       AND RGI-TYPE IS NOT EQUAL TO "I"
                   MOVE "TYPE MUST BE D OR I" TO WS-REJECT-REASON
               WHEN RGI-FROM IS EQUAL TO SPACES
                   MOVE "NO DEPARTMENT OR ID TO MOVE"
                       TO WS-REJECT-REASON
               WHEN WS-DEPT-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   MOVE "TARGET DEPARTMENT NOT ON EMPDEPT.DAT"
                       TO WS-REJECT-REASON
               WHEN RGI-TYPE IS EQUAL TO "D"
                       AND RGI-FROM(1:4) IS EQUAL TO RGI-TO-DEPT
                   MOVE "DEPARTMENT MOVED ONTO ITSELF"
                       TO WS-REJECT-REASON
               WHEN WS-INSTR-COUNT IS NOT LESS THAN 100
                   MOVE "MORE THAN 100 INSTRUCTIONS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-INSTR-COUNT
                   MOVE WS-LINE-NUMBER TO WS-IN-LINE(WS-INSTR-COUNT)
                   MOVE RGI-TYPE TO WS-IN-TYPE(WS-INSTR-COUNT)
                   MOVE RGI-FROM TO WS-IN-FROM(WS-INSTR-COUNT)
                   MOVE RGI-TO-DEPT TO WS-IN-TO-DEPT(WS-INSTR-COUNT)
                   IF RGI-TYPE IS EQUAL TO "D"
                       MOVE "Y" TO WS-DEPT-INSTR-SWITCH
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE WS-LINE-NUMBER TO WS-REJECT-LINE
               MOVE RGI-FROM TO WS-REJECT-FROM
               PERFORM NOTE-REJECTED-INSTRUCTION
           END-IF.

       NOTE-REJECTED-INSTRUCTION.
           IF WS-REJECT-COUNT IS LESS THAN 100
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-LINE TO WS-RJ-LINE(WS-REJECT-COUNT)
               MOVE WS-REJECT-FROM TO WS-RJ-FROM(WS-REJECT-COUNT)
               MOVE WS-REJECT-REASON TO WS-RJ-REASON(WS-REJECT-COUNT)
           END-IF.

      *The reference rides in columns 56-60 of every change line a
      *reorganization writes, after the DEPT field tag.
       CHECK-ALREADY-APPLIED.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT EMP-CHANGE-LOG.
           IF WS-CHANGE-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ EMP-CHANGE-LOG
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF EMP-CHANGE-REC(51:4) IS EQUAL TO "DEPT"
                                   AND EMP-CHANGE-REC(56:5) IS EQUAL
                                       TO WS-REORG-REFERENCE
                                   AND WS-REORG-REFERENCE IS NOT
                                       EQUAL TO SPACES
                               MOVE "Y" TO WS-ALREADY-APPLIED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-CHANGE-LOG
           END-IF.

      *Department lines first, in one pass of the master in ID
      *order; then the ID lines, each of which overrides whatever a
      *department line decided for that employee.
       BUILD-MOVE-LIST.
           IF WS-DEPT-INSTR-SWITCH IS EQUAL TO "Y"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY MOVE "Y" TO WS-END-OF-FILE-SWITCH
               END-START
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM CHECK-DEPT-INSTRUCTIONS
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
                   UNTIL WS-INSTR-IDX IS GREATER THAN WS-INSTR-COUNT
               IF WS-IN-TYPE(WS-INSTR-IDX) IS EQUAL TO "I"
                   PERFORM FOLLOW-ID-INSTRUCTION
               END-IF
           END-PERFORM.

       CHECK-DEPT-INSTRUCTIONS.
           MOVE SPACES TO WS-MOVE-TO-DEPT.
           PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
                   UNTIL WS-INSTR-IDX IS GREATER THAN WS-INSTR-COUNT
               IF WS-IN-TYPE(WS-INSTR-IDX) IS EQUAL TO "D"
                       AND WS-IN-FROM(WS-INSTR-IDX)(1:4) IS EQUAL TO
                           EMP-DEPT
                   MOVE WS-IN-TO-DEPT(WS-INSTR-IDX) TO WS-MOVE-TO-DEPT
               END-IF
           END-PERFORM.
           IF WS-MOVE-TO-DEPT IS NOT EQUAL TO SPACES
               IF EMP-STATUS IS EQUAL TO "T"
                   ADD 1 TO WS-TERMINATED-COUNT
               ELSE
                   PERFORM ADD-MOVE-ENTRY
               END-IF
           END-IF.

      *HR named the employee, so an ID that cannot be moved is an
      *instruction to correct, not something to pass over quietly.
       FOLLOW-ID-INSTRUCTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-IN-FROM(WS-INSTR-IDX) TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON THE EMPLOYEE MASTER"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF EMP-STATUS IS EQUAL TO "T"
                       MOVE "TERMINATED - NOT MOVED"
                           TO WS-REJECT-REASON
                   ELSE
                       IF EMP-DEPT IS EQUAL TO
                               WS-IN-TO-DEPT(WS-INSTR-IDX)
                           PERFORM DROP-MOVE-ENTRY
                           ADD 1 TO WS-ALREADY-THERE-COUNT
                       ELSE
                           MOVE WS-IN-TO-DEPT(WS-INSTR-IDX)
                               TO WS-MOVE-TO-DEPT
                           PERFORM ADD-MOVE-ENTRY
                       END-IF
                   END-IF
           END-READ.
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE WS-IN-LINE(WS-INSTR-IDX) TO WS-REJECT-LINE
               MOVE WS-IN-FROM(WS-INSTR-IDX) TO WS-REJECT-FROM
               PERFORM NOTE-REJECTED-INSTRUCTION
           END-IF.

      *Kept in ID order as it loads - an insertion per new ID - so
      *the preview reads in master order; a second move for the same
      *employee replaces the first.
       FIND-MOVE-ENTRY.
           MOVE "N" TO WS-MOVE-FOUND-SWITCH.
           MOVE 1 TO WS-INSERT-IDX.
           PERFORM UNTIL WS-MOVE-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-INSERT-IDX IS GREATER THAN WS-MOVE-COUNT
                   OR WS-MV-ID(WS-INSERT-IDX) IS GREATER THAN EMP-ID
               IF WS-MV-ID(WS-INSERT-IDX) IS EQUAL TO EMP-ID
                   MOVE "Y" TO WS-MOVE-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-INSERT-IDX
               END-IF
           END-PERFORM.

       ADD-MOVE-ENTRY.
           PERFORM FIND-MOVE-ENTRY.
           EVALUATE TRUE
               WHEN WS-MOVE-FOUND-SWITCH IS EQUAL TO "Y"
                   MOVE WS-MOVE-TO-DEPT TO WS-MV-TO(WS-INSERT-IDX)
               WHEN WS-MOVE-COUNT IS NOT LESS THAN 500
                   ADD 1 TO WS-MOVE-DROPPED
               WHEN OTHER
                   MOVE WS-MOVE-COUNT TO WS-SHIFT-IDX
                   ADD 1 TO WS-MOVE-COUNT
                   PERFORM UNTIL WS-SHIFT-IDX IS LESS THAN
                           WS-INSERT-IDX
                       MOVE WS-MOVE-ENTRY(WS-SHIFT-IDX)
                           TO WS-MOVE-ENTRY(WS-SHIFT-IDX + 1)
                       SUBTRACT 1 FROM WS-SHIFT-IDX
                   END-PERFORM
                   MOVE EMP-ID TO WS-MV-ID(WS-INSERT-IDX)
                   MOVE EMP-NAME TO WS-MV-NAME(WS-INSERT-IDX)
                   MOVE EMP-DEPT TO WS-MV-FROM(WS-INSERT-IDX)
                   MOVE WS-MOVE-TO-DEPT TO WS-MV-TO(WS-INSERT-IDX)
                   MOVE EMP-MGR-ROLE TO WS-MV-ROLE(WS-INSERT-IDX)
                   MOVE "P" TO WS-MV-STATUS(WS-INSERT-IDX)
           END-EVALUATE.

       DROP-MOVE-ENTRY.
           PERFORM FIND-MOVE-ENTRY.
           IF WS-MOVE-FOUND-SWITCH IS EQUAL TO "Y"
               PERFORM VARYING WS-SHIFT-IDX FROM WS-INSERT-IDX BY 1
                       UNTIL WS-SHIFT-IDX IS NOT LESS THAN
                             WS-MOVE-COUNT
                   MOVE WS-MOVE-ENTRY(WS-SHIFT-IDX + 1)
                       TO WS-MOVE-ENTRY(WS-SHIFT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-MOVE-COUNT
           END-IF.

      *Everything the reorganization would do, and the verdict on
      *whether it may be applied: every instruction good, nothing
      *left off the list, something to move, and a reference not
      *already on the change log.
       WRITE-PREVIEW.
           OPEN OUTPUT REORG-PREVIEW-FILE.
           MOVE SPACES TO REORG-PREVIEW-REC.
           STRING "DEPARTMENT REORGANIZATION PREVIEW - REFERENCE "
                  WS-REORG-REFERENCE DELIMITED BY SIZE
                  "  RUN " WS-TODAY-DATE DELIMITED BY SIZE
                  INTO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE SPACES TO REORG-PREVIEW-REC.
           STRING "INSTRUCTIONS READ " WS-LINE-NUMBER DELIMITED BY SIZE
                  "  ACCEPTED " WS-INSTR-COUNT DELIMITED BY SIZE
                  "  NOT FOLLOWED " WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           PERFORM VARYING WS-REJECT-IDX FROM 1 BY 1
                   UNTIL WS-REJECT-IDX IS GREATER THAN WS-REJECT-COUNT
               MOVE SPACES TO REORG-PREVIEW-REC
               STRING "  LINE " WS-RJ-LINE(WS-REJECT-IDX)
                      DELIMITED BY SIZE
                      " " WS-RJ-FROM(WS-REJECT-IDX) DELIMITED BY SIZE
                      " - " WS-RJ-REASON(WS-REJECT-IDX)
                      DELIMITED BY SIZE
                      INTO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           END-PERFORM.
           MOVE SPACES TO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE "EMP-ID NAME       FROM  TO    NOTE"
               TO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           IF WS-MOVE-COUNT IS EQUAL TO 0
               MOVE "  NO MASTER RECORD WOULD CHANGE."
                   TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           END-IF.
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX IS GREATER THAN WS-MOVE-COUNT
               EVALUATE WS-MV-ROLE(WS-MOVE-IDX)
                   WHEN "H"
                       MOVE "DEPARTMENT HEAD" TO WS-MOVE-NOTE
                   WHEN "M"
                       MOVE "MANAGER" TO WS-MOVE-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-MOVE-NOTE
               END-EVALUATE
               MOVE SPACES TO REORG-PREVIEW-REC
               STRING WS-MV-ID(WS-MOVE-IDX) DELIMITED BY SIZE
                      " " WS-MV-NAME(WS-MOVE-IDX) DELIMITED BY SIZE
                      " " WS-MV-FROM(WS-MOVE-IDX) DELIMITED BY SIZE
                      "  " WS-MV-TO(WS-MOVE-IDX) DELIMITED BY SIZE
                      "  " WS-MOVE-NOTE DELIMITED BY SIZE
                      INTO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           END-PERFORM.
           MOVE SPACES TO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE SPACES TO REORG-PREVIEW-REC.
           STRING "EMPLOYEES TO MOVE " WS-MOVE-COUNT DELIMITED BY SIZE
                  "  TERMINATED LEFT " WS-TERMINATED-COUNT
                  DELIMITED BY SIZE
                  "  ALREADY THERE " WS-ALREADY-THERE-COUNT
                  DELIMITED BY SIZE
                  INTO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           IF WS-MOVE-DROPPED IS GREATER THAN 0
               MOVE SPACES TO REORG-PREVIEW-REC
               STRING "MORE THAN 500 EMPLOYEES - NOT LISTED: "
                      WS-MOVE-DROPPED DELIMITED BY SIZE
                      INTO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           END-IF.
           IF WS-MOVE-COUNT IS GREATER THAN WS-EXPORT-ID-LIMIT
               MOVE "MORE THAN THE HR EXPORT SHIPS IN ONE NIGHT -"
                   TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
               MOVE "A FULL SEND WILL BE REQUESTED AUTOMATICALLY."
                   TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           END-IF.
           MOVE SPACES TO REORG-PREVIEW-REC.
           EVALUATE TRUE
               WHEN WS-ALREADY-APPLIED-SWITCH IS EQUAL TO "Y"
                   STRING "REFERENCE " WS-REORG-REFERENCE
                          DELIMITED BY SIZE
                          " IS ALREADY ON EMPCHG.DAT - NOT APPLIED"
                          " AGAIN." DELIMITED BY SIZE
                          INTO REORG-PREVIEW-REC
               WHEN WS-REJECT-COUNT IS GREATER THAN 0
                       OR WS-MOVE-DROPPED IS GREATER THAN 0
                   STRING "CORRECT THE INSTRUCTIONS AND PREVIEW"
                          " AGAIN - NOTHING CAN BE APPLIED."
                          DELIMITED BY SIZE
                          INTO REORG-PREVIEW-REC
               WHEN WS-MOVE-COUNT IS EQUAL TO 0
                   MOVE "NOTHING TO APPLY." TO REORG-PREVIEW-REC
               WHEN OTHER
                   MOVE "Y" TO WS-APPLY-ALLOWED-SWITCH
                   MOVE "AWAITING SUPERVISOR APPROVAL."
                       TO REORG-PREVIEW-REC
           END-EVALUATE.
           PERFORM WRITE-PREVIEW-LINE.
           CLOSE REORG-PREVIEW-FILE.

       WRITE-PREVIEW-LINE.
           WRITE REORG-PREVIEW-REC.
           DISPLAY REORG-PREVIEW-REC.

       OFFER-APPROVAL.
           IF WS-APPLY-ALLOWED-SWITCH IS EQUAL TO "Y"
               DISPLAY "Apply these moves now (Y/N)? "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS NOT EQUAL TO "Y"
                   DISPLAY "NOTHING APPLIED - THE PREVIEW IS ON"
                           " EMPREOPV.DAT."
               ELSE
                   PERFORM VERIFY-SUPERVISOR
                   IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "NO SUPERVISOR APPROVAL - NOTHING"
                               " APPLIED."
                       MOVE "EMPREORG" TO ERR-PROGRAM-NAME
                       MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                       MOVE "EROG" TO ERR-CODE
                       MOVE "REORGANIZATION SUPERVISOR NOT VERIFIED"
                           TO ERR-MESSAGE
                       PERFORM WRITE-ERROR-LOG
                   ELSE
                       PERFORM APPLY-MOVES
                   END-IF
               END-IF
           END-IF.

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

      *Each record is read again and moved only if it still sits in
      *the department the preview showed - a record HR or PARAGRAPHS
      *changed in between is left alone and reported. The outcome is
      *added to the foot of the preview report, so the listing the
      *supervisor approved and what was done are filed together.
       APPLY-MOVES.
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX IS GREATER THAN WS-MOVE-COUNT
               MOVE WS-MV-ID(WS-MOVE-IDX) TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "S" TO WS-MV-STATUS(WS-MOVE-IDX)
                   NOT INVALID KEY
                       IF EMP-DEPT IS NOT EQUAL TO
                               WS-MV-FROM(WS-MOVE-IDX)
                               OR EMP-STATUS IS EQUAL TO "T"
                           MOVE "S" TO WS-MV-STATUS(WS-MOVE-IDX)
                       ELSE
                           MOVE EMP-DEPT TO WS-OLD-VALUE
                           MOVE WS-MV-TO(WS-MOVE-IDX) TO EMP-DEPT
                           MOVE EMP-DEPT TO WS-NEW-VALUE
                           REWRITE EMPLOYEE-REC
                           PERFORM WRITE-CHANGE-LOG
                           MOVE "A" TO WS-MV-STATUS(WS-MOVE-IDX)
                       END-IF
               END-READ
               IF WS-MV-STATUS(WS-MOVE-IDX) IS EQUAL TO "A"
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-PERFORM.
           OPEN EXTEND REORG-PREVIEW-FILE.
           MOVE SPACES TO REORG-PREVIEW-REC.
           STRING "APPLIED " WS-TODAY-DATE DELIMITED BY SIZE
                  " APPROVED BY " WS-SUPV-ID DELIMITED BY SIZE
                  "  MOVED " WS-APPLIED-COUNT DELIMITED BY SIZE
                  "  SKIPPED " WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REORG-PREVIEW-REC.
           PERFORM WRITE-PREVIEW-LINE.
           IF WS-APPLIED-COUNT IS GREATER THAN WS-EXPORT-ID-LIMIT
               PERFORM REQUEST-FULL-EXPORT
           END-IF.
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX IS GREATER THAN WS-MOVE-COUNT
               IF WS-MV-STATUS(WS-MOVE-IDX) IS EQUAL TO "S"
                   MOVE SPACES TO REORG-PREVIEW-REC
                   STRING "  SKIPPED " WS-MV-ID(WS-MOVE-IDX)
                          DELIMITED BY SIZE
                          " - CHANGED SINCE THE PREVIEW"
                          DELIMITED BY SIZE
                          INTO REORG-PREVIEW-REC
                   PERFORM WRITE-PREVIEW-LINE
               END-IF
           END-PERFORM.
           CLOSE REORG-PREVIEW-FILE.
           MOVE "EMPREORG" TO ERR-PROGRAM-NAME.
           MOVE WS-SUPV-ID TO ERR-OPERATOR-ID.
           MOVE "EROG" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "REORGANIZATION " WS-REORG-REFERENCE
                  DELIMITED BY SIZE
                  " APPLIED - MOVED " WS-APPLIED-COUNT
                  DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

      *The incremental export would ship only the first 200 of the
      *moved IDs, so the next export is made a full send: FULL on the
      *trigger file, the request PARAGRAPHS already honours.
       REQUEST-FULL-EXPORT.
           OPEN OUTPUT EMP-EXPORT-FILE.
           IF WS-EXPORT-REQ-STATUS IS EQUAL TO "00"
               MOVE "FULL" TO EMP-EXPORT-REC
               WRITE EMP-EXPORT-REC
               CLOSE EMP-EXPORT-FILE
               MOVE "FULL HR SEND REQUESTED ON EMPEXPRQ.DAT FOR THE"
                   TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
               MOVE "NEXT EXPORT." TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           ELSE
               MOVE "EMPEXPRQ.DAT WILL NOT OPEN - REQUEST THE FULL"
                   TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
               MOVE "HR SEND BY HAND." TO REORG-PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
               MOVE "EMPREORG" TO ERR-PROGRAM-NAME
               MOVE WS-SUPV-ID TO ERR-OPERATOR-ID
               MOVE "EROG" TO ERR-CODE
               MOVE "FULL HR SEND NOT REQUESTED - EMPEXPRQ"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           END-IF.

      *Same fixed positions every other change-log writer STRINGs
      *into, with the reorganization reference after the field tag.
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHANGE-TIME FROM TIME.
           MOVE SPACES TO CHGC-CONTENT.
           STRING EMP-ID             DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-OLD-VALUE       DELIMITED BY SIZE
                  " -> "             DELIMITED BY SIZE
                  WS-NEW-VALUE       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CHANGE-DATE     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CHANGE-TIME     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  "DEPT"             DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-REORG-REFERENCE DELIMITED BY SIZE
                  INTO CHGC-CONTENT.
           PERFORM WRITE-CHANGE-LINE-CHAINED.

       COPY empchgw.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY signonr.
       COPY depteffr.
