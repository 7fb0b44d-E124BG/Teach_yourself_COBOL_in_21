      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Supervisor-authorized rerun of a prior business date
      * from the ADDITION generation store. A supervisor verified
      * against the operator master picks one of the generations
      * ADDGENR has kept (listed from the manifest ADDGENM.DAT). The
      * generation's transactions are restored from ADDGEN.DAT into
      * the RERUN area - a working directory of its own, the way a
      * training session gets the TRAIN area - and proved against
      * the manifest's count and hash before anything runs. ADDITION
      * is then CALLed there unchanged: every file it opens by bare
      * name lands in the RERUN area, so the production control
      * totals, department files, ledger and job-status file are
      * never touched. A one-day calendar written into the area maps
      * today onto the generation's business date, so the rerun
      * posts to the date being reproduced, and its own empty
      * period-close file means a since-closed month does not block
      * it. Side outputs left over from an earlier rerun are cleared
      * first. When ADDITION returns, its result file, control totals
      * and department totals are compared with the originals kept
      * in the generation, and the comparison is printed on
      * ADDRRCMP.DAT: control figures for each file, every result
      * line that differs, and the control and department totals
      * side by side. Attended only; offered through the menu option
      * file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-TRANS-FILE ASSIGN TO "ADDTRVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ADD-RESULT-FILE ASSIGN TO "ADDRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT ADD-CONTROL-FILE ASSIGN TO "ADDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ADD-DEPT-FILE ASSIGN TO "ADDDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT ADD-POSTED-FILE ASSIGN TO "ADDPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT GEN-STORE-FILE ASSIGN TO "ADDGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT GEN-MANIFEST-FILE ASSIGN TO "ADDGENM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RERUN-COMPARE-FILE ASSIGN TO "ADDRRCMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCLOSE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.
           COPY buscalsel.

       DATA DIVISION.
       FILE SECTION.
      *The restored transactions, written into the RERUN area.
       FD  ADD-TRANS-FILE.
       01  ADD-TRANS-IMAGE PIC X(35).

      *The rerun's outputs, read back from the RERUN area.
       FD  ADD-RESULT-FILE.
       01  ADD-RESULT-REC PIC X(60).

       FD  ADD-CONTROL-FILE.
       COPY addctl.

       FD  ADD-DEPT-FILE.
       COPY adddept.

      *Opened only to cut the RERUN area's ledger empty, so the rerun
      *numbers its references from one as the original night did.
       FD  ADD-POSTED-FILE.
       COPY addpost.

       FD  GEN-STORE-FILE.
       COPY addgen.

       FD  GEN-MANIFEST-FILE.
       COPY addgenm.

       FD  RERUN-COMPARE-FILE.
       01  RERUN-COMPARE-REC PIC X(80).

      *Cut empty in the RERUN area only.
       FD  PERIOD-CLOSE-FILE.
       01  PERIOD-CLOSE-REC PIC X(6).

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.
       COPY buscalfd.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-RESULT-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-DEPT-STATUS PIC XX.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-GEN-STATUS PIC XX.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-COMPARE-STATUS PIC XX.
       01  WS-PERCLOSE-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).

      *The RERUN area sits under the session's own directory, so
      *".." always leads back to the files the session started on.
       01  WS-RERUN-DIR PIC X(6) VALUE "RERUN".
       01  WS-HOME-DIR PIC X(3) VALUE "..".
       01  WS-CALLED-PROGRAM PIC X(12).
       01  WS-ADDITION-RC PIC S9(4) VALUE 0.
       01  WS-ADDITION-RC-ED PIC -(3)9.
       01  WS-AREA-SWITCH PIC X(1).
       01  WS-ABANDON-REASON PIC X(40).

      *Side outputs an earlier rerun may have left in the RERUN area;
      *all are removed before ADDITION is CALLed, so nothing rolls
      *forward from the last rerun or resumes from its checkpoint.
       01  WS-SIDE-FILE-LIST.
           05  FILLER PIC X(12) VALUE "ADDRSLT.DAT".
           05  FILLER PIC X(12) VALUE "ADDRSLTT.DAT".
           05  FILLER PIC X(12) VALUE "ADDCTL.DAT".
           05  FILLER PIC X(12) VALUE "ADDCTLH.DAT".
           05  FILLER PIC X(12) VALUE "ADDCKPT.DAT".
           05  FILLER PIC X(12) VALUE "ADDDEPT.DAT".
           05  FILLER PIC X(12) VALUE "ADDDEPTC.DAT".
           05  FILLER PIC X(12) VALUE "ADDDEPE.DAT".
           05  FILLER PIC X(12) VALUE "ADDDEPEC.DAT".
           05  FILLER PIC X(12) VALUE "ADDRCPT.DAT".
       01  WS-SIDE-FILE-TABLE REDEFINES WS-SIDE-FILE-LIST.
           05  WS-SIDE-FILE-NAME OCCURS 10 TIMES PIC X(12).
       01  WS-SIDE-FILE-IDX PIC 9(2).

      *The generations on the manifest, with each file's control
      *figures as rolled: entry 1 is ADDTRVAL, 2 ADDRSLT, 3 ADDCTL,
      *4 ADDDEPT. 250 is a full business year.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 250 TIMES.
               10  WS-GT-NUMBER    PIC 9(5).
               10  WS-GT-BUS-DATE  PIC 9(8).
               10  WS-GT-FILE OCCURS 4 TIMES.
                   15  WS-GT-PRESENT PIC X(1).
                   15  WS-GT-COUNT   PIC 9(7).
                   15  WS-GT-HASH    PIC S9(11)V99
                       SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-GEN-COUNT PIC 9(3) VALUE 0.
       01  WS-GEN-IDX PIC 9(3).
       01  WS-FILE-IDX PIC 9(1).
       01  WS-FILE-ID-LIST.
           05  FILLER PIC X(8) VALUE "ADDTRVAL".
           05  FILLER PIC X(8) VALUE "ADDRSLT ".
           05  FILLER PIC X(8) VALUE "ADDCTL  ".
           05  FILLER PIC X(8) VALUE "ADDDEPT ".
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-LIST.
           05  WS-FILE-ID OCCURS 4 TIMES PIC X(8).

       01  WS-CHOICE-IN PIC X(5).
       01  WS-CHOICE-NUMBER PIC 9(5).
       01  WS-CHOSEN-IDX PIC 9(3) VALUE 0.
       01  WS-CHOSEN-NUMBER PIC 9(5).
       01  WS-CHOSEN-DATE PIC 9(8).
       01  WS-CONFIRM PIC X(1).

      *The rerun's control figures for each file, taken with the same
      *hash the generation was rolled with.
       01  WS-RERUN-FIGURES.
           05  WS-RR-FILE OCCURS 4 TIMES.
               10  WS-RR-PRESENT PIC X(1).
               10  WS-RR-COUNT   PIC 9(7).
               10  WS-RR-HASH    PIC S9(11)V99
                   SIGN IS LEADING SEPARATE CHARACTER.

      *The original night's control and department totals, picked out
      *of the generation, and the rerun's, read back from the area.
       01  WS-ORIG-CONTROL-FOUND PIC X(1).
       01  WS-ORIG-CTL-TRANS-COUNT PIC 9(7).
       01  WS-ORIG-CTL-BATCH-COUNT PIC 9(7).
       01  WS-ORIG-CTL-BATCH-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-RR-CONTROL-FOUND PIC X(1).
       01  WS-RR-CTL-BATCH-COUNT PIC 9(7).
       01  WS-RR-CTL-BATCH-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-ATTENDED-COUNT PIC 9(7).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DT-DEPT       PIC X(4).
               10  WS-DT-ORIG-COUNT PIC 9(7).
               10  WS-DT-ORIG-SUM   PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-DT-RR-COUNT   PIC 9(7).
               10  WS-DT-RR-SUM     PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-DEPT-COUNT PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX PIC 9(2).
       01  WS-FIND-DEPT PIC X(4).
       01  WS-DEPT-FOUND-SWITCH PIC X.

      *Result lines are compared in step, envelope set aside: the
      *header carries the run's own date and time and can never
      *match, the trailers are compared on their own.
       01  WS-END-OF-RERUN-SWITCH PIC X VALUE "N".
       01  WS-RERUN-DETAIL-SWITCH PIC X.
       01  WS-ORIG-LINE-NO PIC 9(7) VALUE 0.
       01  WS-RERUN-LINE-NO PIC 9(7) VALUE 0.
       01  WS-ORIG-TRAILER PIC X(60) VALUE SPACES.
       01  WS-RERUN-TRAILER PIC X(60) VALUE SPACES.
       01  WS-LISTED-DIFFS PIC 9(5) VALUE 0.
       01  WS-LIST-LIMIT PIC 9(5) VALUE 50.
       01  WS-RESULT-DIFFS PIC 9(5) VALUE 0.
       01  WS-TOTAL-DIFFS PIC 9(5) VALUE 0.
       01  WS-LINE-NO-SHOWN PIC 9(7).

       01  WS-COUNT-ED PIC Z(6)9.
       01  WS-COUNT2-ED PIC Z(6)9.
       01  WS-HASH-ED PIC -(11)9.99.
       01  WS-HASH2-ED PIC -(11)9.99.
       01  WS-SUM-ED PIC -(9)9.99.
       01  WS-SUM2-ED PIC -(9)9.99.
       01  WS-MARK PIC X(4).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY signonhdr.
       COPY buscalhdr.
       COPY addgnhdr.

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
           MOVE "ADDRERUN" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR APPROVAL - NOTHING RERUN."
               MOVE "ADDRERUN" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ARRN" TO ERR-CODE
               MOVE "GENERATION RERUN SUPERVISOR NOT VERIFIED"
                   TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           ELSE
               PERFORM LOAD-GENERATION-MANIFEST
               IF WS-GEN-COUNT IS EQUAL TO 0
                   DISPLAY "NO GENERATIONS ON FILE - NOTHING TO RERUN."
               ELSE
                   PERFORM LIST-GENERATIONS
                   PERFORM CHOOSE-GENERATION
                   IF WS-CHOSEN-IDX IS GREATER THAN 0
                       PERFORM RERUN-GENERATION
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDRERUN as outstanding.
           MOVE "ADDRERUN" TO JS-PROGRAM-NAME.
           MOVE WS-RERUN-LINE-NO TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       VERIFY-SUPERVISOR.
           DISPLAY "Authorizing supervisor ID: ".
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

      *One table entry per generation, filled in file by file from
      *its four manifest lines.
       LOAD-GENERATION-MANIFEST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GEN-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GEN-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE GEN-MANIFEST-FILE
           END-IF.

       STORE-ONE-MANIFEST-LINE.
           IF WS-GEN-COUNT IS EQUAL TO 0
               MOVE 0 TO WS-GEN-IDX
           ELSE
               MOVE WS-GEN-COUNT TO WS-GEN-IDX
               IF WS-GT-NUMBER(WS-GEN-IDX) IS NOT EQUAL TO GNM-NUMBER
                   MOVE 0 TO WS-GEN-IDX
               END-IF
           END-IF.
           IF WS-GEN-IDX IS EQUAL TO 0
               IF WS-GEN-COUNT IS LESS THAN 250
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-COUNT TO WS-GEN-IDX
                   MOVE GNM-NUMBER TO WS-GT-NUMBER(WS-GEN-IDX)
                   MOVE GNM-BUS-DATE TO WS-GT-BUS-DATE(WS-GEN-IDX)
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX IS GREATER THAN 4
                       MOVE "N"
                           TO WS-GT-PRESENT(WS-GEN-IDX, WS-FILE-IDX)
                       MOVE 0 TO WS-GT-COUNT(WS-GEN-IDX, WS-FILE-IDX)
                       MOVE 0 TO WS-GT-HASH(WS-GEN-IDX, WS-FILE-IDX)
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-GEN-IDX IS GREATER THAN 0
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX IS GREATER THAN 4
                   IF GNM-FILE-ID IS EQUAL TO WS-FILE-ID(WS-FILE-IDX)
                       MOVE GNM-PRESENT
                           TO WS-GT-PRESENT(WS-GEN-IDX, WS-FILE-IDX)
                       MOVE GNM-RECORD-COUNT
                           TO WS-GT-COUNT(WS-GEN-IDX, WS-FILE-IDX)
                       MOVE GNM-HASH-TOTAL
                           TO WS-GT-HASH(WS-GEN-IDX, WS-FILE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       LIST-GENERATIONS.
           DISPLAY "GENERATIONS ON FILE:".
           DISPLAY "  GEN   BUSINESS DATE  TRANSACTIONS  RESULTS".
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX IS GREATER THAN WS-GEN-COUNT
               MOVE WS-GT-COUNT(WS-GEN-IDX, 1) TO WS-COUNT-ED
               MOVE WS-GT-COUNT(WS-GEN-IDX, 2) TO WS-COUNT2-ED
               DISPLAY "  " WS-GT-NUMBER(WS-GEN-IDX)
                       " " WS-GT-BUS-DATE(WS-GEN-IDX)
                       "       " WS-COUNT-ED
                       "       " WS-COUNT2-ED
           END-PERFORM.

      *Only a generation whose transactions were on disk the night it
      *was rolled can be rerun - there is nothing to restore from one
      *rolled without them.
       CHOOSE-GENERATION.
           MOVE 0 TO WS-CHOSEN-IDX.
           DISPLAY "Generation to rerun (blank to cancel): ".
           ACCEPT WS-CHOICE-IN.
           IF WS-CHOICE-IN IS NOT EQUAL TO SPACES
               COMPUTE WS-CHOICE-NUMBER = FUNCTION NUMVAL(WS-CHOICE-IN)
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX IS GREATER THAN WS-GEN-COUNT
                   IF WS-GT-NUMBER(WS-GEN-IDX) IS EQUAL TO
                           WS-CHOICE-NUMBER
                       MOVE WS-GEN-IDX TO WS-CHOSEN-IDX
                   END-IF
               END-PERFORM
               IF WS-CHOSEN-IDX IS EQUAL TO 0
                   DISPLAY "NO SUCH GENERATION ON FILE."
               ELSE
                   IF WS-GT-PRESENT(WS-CHOSEN-IDX, 1) IS NOT EQUAL
                           TO "Y"
                           OR WS-GT-COUNT(WS-CHOSEN-IDX, 1) IS EQUAL
                               TO 0
                       DISPLAY "GENERATION HAS NO TRANSACTIONS -"
                               " NOTHING TO RERUN."
                       MOVE 0 TO WS-CHOSEN-IDX
                   END-IF
               END-IF
           END-IF.
           IF WS-CHOSEN-IDX IS GREATER THAN 0
               MOVE WS-GT-NUMBER(WS-CHOSEN-IDX) TO WS-CHOSEN-NUMBER
               MOVE WS-GT-BUS-DATE(WS-CHOSEN-IDX) TO WS-CHOSEN-DATE
               DISPLAY "Rerun generation " WS-CHOSEN-NUMBER
                       " for business date " WS-CHOSEN-DATE
                       " in the RERUN area (Y/N)? "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM IS NOT EQUAL TO "Y"
                   DISPLAY "RERUN CANCELLED."
                   MOVE 0 TO WS-CHOSEN-IDX
               END-IF
           END-IF.

      *The authorization is logged before the area is touched. Every
      *log and status write of this program's own is made from the
      *session's directory, never from inside the RERUN area.
       RERUN-GENERATION.
           MOVE "ADDRERUN" TO ERR-PROGRAM-NAME.
           MOVE WS-SUPV-ID TO ERR-OPERATOR-ID.
           MOVE "ARRN" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "GENERATION " WS-CHOSEN-NUMBER
                  " RERUN AUTHORIZED FOR " WS-CHOSEN-DATE
                  DELIMITED BY SIZE INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.
           PERFORM PREPARE-RERUN-AREA.
           IF WS-AREA-SWITCH IS EQUAL TO "Y"
               PERFORM RUN-RERUN-ADDITION
               PERFORM COMPARE-RERUN
           ELSE
               DISPLAY "*** RERUN ABANDONED - " WS-ABANDON-REASON
               MOVE "ADDRERUN" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ARRN" TO ERR-CODE
               MOVE WS-ABANDON-REASON TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-SERIOUS-RC
           END-IF.

      *The store is opened from the session's directory before the
      *switch into the area, so the restore reads the real store and
      *writes the area's copy. The area is left again if anything
      *stops the rerun before ADDITION is CALLed.
       PREPARE-RERUN-AREA.
           MOVE "N" TO WS-AREA-SWITCH.
           OPEN INPUT GEN-STORE-FILE.
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
               MOVE "GENERATION STORE WILL NOT OPEN"
                   TO WS-ABANDON-REASON
           ELSE
               CALL "CBL_CREATE_DIR" USING WS-RERUN-DIR
               MOVE 0 TO RETURN-CODE
               CALL "CBL_CHANGE_DIR" USING WS-RERUN-DIR
               IF RETURN-CODE IS NOT EQUAL TO 0
                   MOVE 0 TO RETURN-CODE
                   MOVE "RERUN AREA NOT AVAILABLE"
                       TO WS-ABANDON-REASON
                   CLOSE GEN-STORE-FILE
               ELSE
                   PERFORM CLEAR-RERUN-AREA
                   PERFORM RESTORE-TRANSACTIONS
                   CLOSE GEN-STORE-FILE
                   PERFORM WRITE-RERUN-CALENDAR
                   PERFORM WRITE-RERUN-SIGNON
                   IF WS-RR-COUNT(1) IS EQUAL TO
                           WS-GT-COUNT(WS-CHOSEN-IDX, 1)
                           AND WS-RR-HASH(1) IS EQUAL TO
                               WS-GT-HASH(WS-CHOSEN-IDX, 1)
                       MOVE "Y" TO WS-AREA-SWITCH
                   ELSE
                       MOVE "RESTORE DISAGREES WITH MANIFEST"
                           TO WS-ABANDON-REASON
                       PERFORM RETURN-TO-SESSION-DIR
                   END-IF
               END-IF
           END-IF.

       CLEAR-RERUN-AREA.
           PERFORM VARYING WS-SIDE-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-FILE-IDX IS GREATER THAN 10
               CALL "CBL_DELETE_FILE"
                   USING WS-SIDE-FILE-NAME(WS-SIDE-FILE-IDX)
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT ADD-POSTED-FILE.
           CLOSE ADD-POSTED-FILE.
           OPEN OUTPUT PERIOD-CLOSE-FILE.
           CLOSE PERIOD-CLOSE-FILE.

      *The generation's ADDTRVAL lines, in their original order, are
      *written back out as they were and hashed on the way past.
       RESTORE-TRANSACTIONS.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX IS GREATER THAN 4
               MOVE "N" TO WS-RR-PRESENT(WS-FILE-IDX)
               MOVE 0 TO WS-RR-COUNT(WS-FILE-IDX)
               MOVE 0 TO WS-RR-HASH(WS-FILE-IDX)
           END-PERFORM.
           MOVE "Y" TO WS-RR-PRESENT(1).
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN OUTPUT ADD-TRANS-FILE.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ GEN-STORE-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       IF GEN-NUMBER IS GREATER THAN WS-CHOSEN-NUMBER
                           MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       ELSE
                           IF GEN-NUMBER IS EQUAL TO WS-CHOSEN-NUMBER
                                   AND GEN-FILE-ID IS EQUAL TO
                                       "ADDTRVAL"
                               PERFORM RESTORE-ONE-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADD-TRANS-FILE.

       RESTORE-ONE-TRANSACTION.
           MOVE GEN-IMAGE TO WS-GEN-HASH-IMAGE.
           MOVE "ADDTRVAL" TO WS-GEN-HASH-FILE-ID.
           PERFORM HASH-GENERATION-LINE.
           IF WS-GEN-HASH-COUNTS IS EQUAL TO "Y"
               ADD 1 TO WS-RR-COUNT(1)
               ADD WS-GEN-HASH-AMOUNT TO WS-RR-HASH(1)
           END-IF.
           MOVE GEN-IMAGE TO ADD-TRANS-IMAGE.
           WRITE ADD-TRANS-IMAGE.

      *Today, as far as anything run in the area can tell, is a
      *business day that posts to the generation's business date.
       WRITE-RERUN-CALENDAR.
           OPEN OUTPUT BUSCAL-FILE.
           MOVE SPACES TO BUSCAL-REC.
           ACCEPT CAL-DATE FROM DATE YYYYMMDD.
           MOVE "B" TO CAL-DAY-TYPE.
           MOVE WS-CHOSEN-DATE TO CAL-PROCESSING-DATE.
           WRITE BUSCAL-REC.
           CLOSE BUSCAL-FILE.

      *The session's terminal is signed on in the area under the
      *same operator, so the rerun's result header names who ran it.
       WRITE-RERUN-SIGNON.
           OPEN OUTPUT SIGNON-FILE.
           MOVE SPACES TO SIGNON-REC.
           MOVE LNK-TERMINAL-ID TO SGN-TERMINAL-ID.
           ACCEPT SGN-RUN-DATE FROM DATE YYYYMMDD.
           MOVE JH-OPERATOR-ID TO SGN-OPERATOR-ID.
           ACCEPT SGN-ON-TIME FROM TIME.
           WRITE SIGNON-REC.
           CLOSE SIGNON-FILE.

       RETURN-TO-SESSION-DIR.
           MOVE 0 TO RETURN-CODE.
           CALL "CBL_CHANGE_DIR" USING WS-HOME-DIR.
           MOVE 0 TO RETURN-CODE.

      *ADDITION runs exactly as the nightly stream runs it, CANCELled
      *afterwards the way MAINMENU runs its subprograms. Its return
      *code is kept for the comparison and carried into this
      *program's own.
       RUN-RERUN-ADDITION.
           DISPLAY "*** RERUNNING ADDITION FOR BUSINESS DATE "
                   WS-CHOSEN-DATE " IN THE RERUN AREA ***".
           MOVE 0 TO RETURN-CODE.
           MOVE "ADDITION" TO WS-CALLED-PROGRAM.
           CALL WS-CALLED-PROGRAM USING SESSION-LINK.
           CANCEL WS-CALLED-PROGRAM.
           MOVE RETURN-CODE TO WS-ADDITION-RC.
           MOVE 0 TO RETURN-CODE.

      *The rerun's control and department totals are read while still
      *in the area and its result file is left open; then the session
      *directory is taken back and the generation's originals are
      *read from the store alongside.
       COMPARE-RERUN.
           PERFORM LOAD-RERUN-CONTROL.
           PERFORM LOAD-RERUN-DEPARTMENTS.
           MOVE "N" TO WS-END-OF-RERUN-SWITCH.
           OPEN INPUT ADD-RESULT-FILE.
           IF WS-RESULT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RR-PRESENT(2)
           ELSE
               MOVE "Y" TO WS-END-OF-RERUN-SWITCH
           END-IF.
           PERFORM RETURN-TO-SESSION-DIR.
           OPEN OUTPUT RERUN-COMPARE-FILE.
           PERFORM WRITE-COMPARE-HEADING.
           MOVE "RESULT LINES THAT DIFFER" TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           MOVE "N" TO WS-ORIG-CONTROL-FOUND.
           OPEN INPUT GEN-STORE-FILE.
           IF WS-GEN-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GEN-STORE-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM COMPARE-ONE-STORE-LINE
                   END-READ
               END-PERFORM
               CLOSE GEN-STORE-FILE
           END-IF.
           PERFORM READ-NEXT-RERUN-DETAIL.
           PERFORM UNTIL WS-END-OF-RERUN-SWITCH IS EQUAL TO "Y"
               ADD 1 TO WS-RESULT-DIFFS
               MOVE WS-RERUN-LINE-NO TO WS-LINE-NO-SHOWN
               MOVE SPACES TO RERUN-COMPARE-REC
               STRING "  LINE " WS-LINE-NO-SHOWN " ONLY IN RERUN "
                      ADD-RESULT-REC DELIMITED BY SIZE
                      INTO RERUN-COMPARE-REC
               PERFORM WRITE-DIFFERENCE-LINE
               PERFORM READ-NEXT-RERUN-DETAIL
           END-PERFORM.
           IF WS-RR-PRESENT(2) IS EQUAL TO "Y"
               CLOSE ADD-RESULT-FILE
           END-IF.
           PERFORM WRITE-RESULT-SUMMARY.
           PERFORM WRITE-FILE-FIGURES.
           PERFORM WRITE-CONTROL-COMPARISON.
           PERFORM WRITE-DEPT-COMPARISON.
           PERFORM WRITE-COMPARE-VERDICT.
           CLOSE RERUN-COMPARE-FILE.

       LOAD-RERUN-CONTROL.
           MOVE "N" TO WS-RR-CONTROL-FOUND.
           MOVE 0 TO WS-RR-CTL-BATCH-COUNT.
           MOVE 0 TO WS-RR-CTL-BATCH-SUM.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RR-PRESENT(3)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-CONTROL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE "Y" TO WS-RR-CONTROL-FOUND
                           MOVE CTL-BATCH-COUNT
                               TO WS-RR-CTL-BATCH-COUNT
                           MOVE CTL-BATCH-SUM TO WS-RR-CTL-BATCH-SUM
                           MOVE ADD-CONTROL-REC TO WS-GEN-HASH-IMAGE
                           MOVE 3 TO WS-FILE-IDX
                           PERFORM HASH-RERUN-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-CONTROL-FILE
           END-IF.

       LOAD-RERUN-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               MOVE "Y" TO WS-RR-PRESENT(4)
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-DEPT-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE DEP-DEPT TO WS-FIND-DEPT
                           PERFORM FIND-DEPT-ENTRY
                           IF WS-DEPT-IDX IS GREATER THAN 0
                               ADD DEP-TRANS-COUNT
                                   TO WS-DT-RR-COUNT(WS-DEPT-IDX)
                               ADD DEP-TOTAL-SUM
                                   TO WS-DT-RR-SUM(WS-DEPT-IDX)
                           END-IF
                           MOVE ADD-DEPT-REC TO WS-GEN-HASH-IMAGE
                           MOVE 4 TO WS-FILE-IDX
                           PERFORM HASH-RERUN-LINE
                   END-READ
               END-PERFORM
               CLOSE ADD-DEPT-FILE
           END-IF.

       HASH-RERUN-LINE.
           MOVE WS-FILE-ID(WS-FILE-IDX) TO WS-GEN-HASH-FILE-ID.
           PERFORM HASH-GENERATION-LINE.
           IF WS-GEN-HASH-COUNTS IS EQUAL TO "Y"
               ADD 1 TO WS-RR-COUNT(WS-FILE-IDX)
               ADD WS-GEN-HASH-AMOUNT TO WS-RR-HASH(WS-FILE-IDX)
           END-IF.

      *Finds the department's row, opening one at zero if it is new;
      *WS-DEPT-IDX comes back zero only when the table is full.
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           MOVE 1 TO WS-DEPT-IDX.
           PERFORM UNTIL WS-DEPT-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               IF WS-DT-DEPT(WS-DEPT-IDX) IS EQUAL TO WS-FIND-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DEPT-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND-SWITCH IS NOT EQUAL TO "Y"
               IF WS-DEPT-COUNT IS LESS THAN 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE WS-FIND-DEPT TO WS-DT-DEPT(WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-ORIG-COUNT(WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-ORIG-SUM(WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-RR-COUNT(WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-RR-SUM(WS-DEPT-IDX)
               ELSE
                   DISPLAY "MORE THAN 50 DEPARTMENTS - " WS-FIND-DEPT
                           " NOT COMPARED"
                   MOVE 0 TO WS-DEPT-IDX
               END-IF
           END-IF.

      *Only the chosen generation's lines matter; the store is in
      *generation order, so the pass stops once it is behind us.
       COMPARE-ONE-STORE-LINE.
           IF GEN-NUMBER IS GREATER THAN WS-CHOSEN-NUMBER
               MOVE "Y" TO WS-END-OF-FILE-SWITCH
           ELSE
               IF GEN-NUMBER IS EQUAL TO WS-CHOSEN-NUMBER
                   MOVE GEN-IMAGE TO WS-GEN-HASH-IMAGE
                   EVALUATE GEN-FILE-ID
                       WHEN "ADDRSLT "
                           PERFORM COMPARE-ONE-RESULT-LINE
                       WHEN "ADDCTL  "
                           MOVE "Y" TO WS-ORIG-CONTROL-FOUND
                           MOVE WS-GHC-TRANS-COUNT
                               TO WS-ORIG-CTL-TRANS-COUNT
                           MOVE WS-GHC-BATCH-COUNT
                               TO WS-ORIG-CTL-BATCH-COUNT
                           MOVE WS-GHC-BATCH-SUM
                               TO WS-ORIG-CTL-BATCH-SUM
                       WHEN "ADDDEPT "
                           MOVE WS-GHD-DEPT TO WS-FIND-DEPT
                           PERFORM FIND-DEPT-ENTRY
                           IF WS-DEPT-IDX IS GREATER THAN 0
                               ADD WS-GHD-TRANS-COUNT
                                   TO WS-DT-ORIG-COUNT(WS-DEPT-IDX)
                               ADD WS-GHD-TOTAL-SUM
                                   TO WS-DT-ORIG-SUM(WS-DEPT-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *Each original posted line is held against the rerun's next
      *one; a line the rerun ran out before is only in the original.
       COMPARE-ONE-RESULT-LINE.
           EVALUATE WS-GHR-TYPE
               WHEN "HDR "
                   CONTINUE
               WHEN "TRL "
                   MOVE GEN-IMAGE TO WS-ORIG-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-ORIG-LINE-NO
                   MOVE WS-ORIG-LINE-NO TO WS-LINE-NO-SHOWN
                   PERFORM READ-NEXT-RERUN-DETAIL
                   IF WS-END-OF-RERUN-SWITCH IS EQUAL TO "Y"
                       ADD 1 TO WS-RESULT-DIFFS
                       MOVE SPACES TO RERUN-COMPARE-REC
                       STRING "  LINE " WS-LINE-NO-SHOWN
                              " ONLY IN ORIG  " GEN-IMAGE
                              DELIMITED BY SIZE
                              INTO RERUN-COMPARE-REC
                       PERFORM WRITE-DIFFERENCE-LINE
                   ELSE
                       IF GEN-IMAGE(1:60) IS NOT EQUAL TO
                               ADD-RESULT-REC
                           ADD 1 TO WS-RESULT-DIFFS
                           MOVE SPACES TO RERUN-COMPARE-REC
                           STRING "  LINE " WS-LINE-NO-SHOWN
                                  " ORIGINAL      " GEN-IMAGE
                                  DELIMITED BY SIZE
                                  INTO RERUN-COMPARE-REC
                           PERFORM WRITE-DIFFERENCE-LINE
                           MOVE SPACES TO RERUN-COMPARE-REC
                           STRING "               RERUN         "
                                  ADD-RESULT-REC
                                  DELIMITED BY SIZE
                                  INTO RERUN-COMPARE-REC
                           PERFORM WRITE-DIFFERENCE-LINE
                       END-IF
                   END-IF
           END-EVALUATE.

      *Next posted line of the rerun's result file, envelope set aside
      *(its trailer kept for the summary) and hashed as it goes.
       READ-NEXT-RERUN-DETAIL.
           MOVE "N" TO WS-RERUN-DETAIL-SWITCH.
           PERFORM UNTIL WS-RERUN-DETAIL-SWITCH IS EQUAL TO "Y"
                   OR WS-END-OF-RERUN-SWITCH IS EQUAL TO "Y"
               READ ADD-RESULT-FILE
                   AT END MOVE "Y" TO WS-END-OF-RERUN-SWITCH
                   NOT AT END
                       EVALUATE ADD-RESULT-REC(1:4)
                           WHEN "HDR "
                               CONTINUE
                           WHEN "TRL "
                               MOVE ADD-RESULT-REC TO WS-RERUN-TRAILER
                           WHEN OTHER
                               MOVE "Y" TO WS-RERUN-DETAIL-SWITCH
                               ADD 1 TO WS-RERUN-LINE-NO
                               MOVE ADD-RESULT-REC
                                   TO WS-GEN-HASH-IMAGE
                               MOVE 2 TO WS-FILE-IDX
                               PERFORM HASH-RERUN-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *Every difference is counted; the first fifty are printed.
       WRITE-DIFFERENCE-LINE.
           ADD 1 TO WS-LISTED-DIFFS.
           IF WS-LISTED-DIFFS IS NOT GREATER THAN WS-LIST-LIMIT
               WRITE RERUN-COMPARE-REC
           END-IF.

       WRITE-COMPARE-HEADING.
           MOVE "ADDITION GENERATION RERUN COMPARISON"
               TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "GENERATION " WS-CHOSEN-NUMBER
                  "  BUSINESS DATE " WS-CHOSEN-DATE
                  "  RERUN " WS-TODAY-DATE " " WS-NOW-TIME
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           MOVE WS-ADDITION-RC TO WS-ADDITION-RC-ED.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "AUTHORIZED BY " WS-SUPV-ID
                  "  RUN BY " JH-OPERATOR-ID
                  "  ADDITION RC " WS-ADDITION-RC-ED
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           MOVE SPACES TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.

       WRITE-RESULT-SUMMARY.
           IF WS-RESULT-DIFFS IS EQUAL TO 0
               MOVE "  NONE - EVERY POSTED LINE AGREES"
                   TO RERUN-COMPARE-REC
               WRITE RERUN-COMPARE-REC
           END-IF.
           IF WS-LISTED-DIFFS IS GREATER THAN WS-LIST-LIMIT
               MOVE SPACES TO RERUN-COMPARE-REC
               STRING "  ... FIRST " WS-LIST-LIMIT
                      " LINES SHOWN - DIFFERING LINES IN ALL "
                      WS-RESULT-DIFFS
                      DELIMITED BY SIZE INTO RERUN-COMPARE-REC
               WRITE RERUN-COMPARE-REC
           END-IF.
           ADD WS-RESULT-DIFFS TO WS-TOTAL-DIFFS.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "  TRAILER ORIGINAL " WS-ORIG-TRAILER(1:28)
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "  TRAILER RERUN    " WS-RERUN-TRAILER(1:28)
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           IF WS-ORIG-TRAILER IS NOT EQUAL TO WS-RERUN-TRAILER
               ADD 1 TO WS-TOTAL-DIFFS
           END-IF.
           MOVE SPACES TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.

      *Each file's count and hash as the generation was rolled, next
      *to the rerun's. The transactions were proved before the rerun
      *ran; the three outputs are what the rerun produced.
       WRITE-FILE-FIGURES.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "FILE        ORIGINAL COUNT             HASH"
                  "      RERUN COUNT             HASH"
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX IS GREATER THAN 4
               MOVE WS-GT-COUNT(WS-CHOSEN-IDX, WS-FILE-IDX)
                   TO WS-COUNT-ED
               MOVE WS-GT-HASH(WS-CHOSEN-IDX, WS-FILE-IDX)
                   TO WS-HASH-ED
               MOVE WS-RR-COUNT(WS-FILE-IDX) TO WS-COUNT2-ED
               MOVE WS-RR-HASH(WS-FILE-IDX) TO WS-HASH2-ED
               IF WS-GT-PRESENT(WS-CHOSEN-IDX, WS-FILE-IDX)
                       IS EQUAL TO WS-RR-PRESENT(WS-FILE-IDX)
                       AND WS-GT-COUNT(WS-CHOSEN-IDX, WS-FILE-IDX)
                           IS EQUAL TO WS-RR-COUNT(WS-FILE-IDX)
                       AND WS-GT-HASH(WS-CHOSEN-IDX, WS-FILE-IDX)
                           IS EQUAL TO WS-RR-HASH(WS-FILE-IDX)
                   MOVE "SAME" TO WS-MARK
               ELSE
                   MOVE "DIFF" TO WS-MARK
               END-IF
               MOVE SPACES TO RERUN-COMPARE-REC
               STRING WS-FILE-ID(WS-FILE-IDX) "           "
                      WS-COUNT-ED " " WS-HASH-ED "        "
                      WS-COUNT2-ED " " WS-HASH2-ED " " WS-MARK
                      DELIMITED BY SIZE INTO RERUN-COMPARE-REC
               WRITE RERUN-COMPARE-REC
           END-PERFORM.
           MOVE SPACES TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.

      *The rerun reprocesses the night's batch only, so the batch
      *fields are compared; additions keyed at a terminal that day
      *are in the original's day total and are shown, not counted
      *as differences.
       WRITE-CONTROL-COMPARISON.
           MOVE "CONTROL TOTALS (BATCH)        ORIGINAL           RERUN"
               TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           IF WS-ORIG-CONTROL-FOUND IS NOT EQUAL TO "Y"
               MOVE 0 TO WS-ORIG-CTL-TRANS-COUNT
               MOVE 0 TO WS-ORIG-CTL-BATCH-COUNT
               MOVE 0 TO WS-ORIG-CTL-BATCH-SUM
           END-IF.
           IF WS-ORIG-CTL-BATCH-COUNT IS NOT NUMERIC
               MOVE 0 TO WS-ORIG-CTL-BATCH-COUNT
           END-IF.
           IF WS-ORIG-CTL-BATCH-SUM IS NOT NUMERIC
               MOVE 0 TO WS-ORIG-CTL-BATCH-SUM
           END-IF.
           MOVE WS-ORIG-CTL-BATCH-COUNT TO WS-COUNT-ED.
           MOVE WS-RR-CTL-BATCH-COUNT TO WS-COUNT2-ED.
           IF WS-ORIG-CTL-BATCH-COUNT IS EQUAL TO WS-RR-CTL-BATCH-COUNT
               MOVE "SAME" TO WS-MARK
           ELSE
               MOVE "DIFF" TO WS-MARK
               ADD 1 TO WS-TOTAL-DIFFS
           END-IF.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "  COUNT                  " WS-COUNT-ED
                  "         " WS-COUNT2-ED "  " WS-MARK
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           MOVE WS-ORIG-CTL-BATCH-SUM TO WS-SUM-ED.
           MOVE WS-RR-CTL-BATCH-SUM TO WS-SUM2-ED.
           IF WS-ORIG-CTL-BATCH-SUM IS EQUAL TO WS-RR-CTL-BATCH-SUM
               MOVE "SAME" TO WS-MARK
           ELSE
               MOVE "DIFF" TO WS-MARK
               ADD 1 TO WS-TOTAL-DIFFS
           END-IF.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "  SUM               " WS-SUM-ED
                  "   " WS-SUM2-ED "  " WS-MARK
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           IF WS-ORIG-CTL-TRANS-COUNT IS NUMERIC
                   AND WS-ORIG-CTL-TRANS-COUNT IS GREATER THAN
                       WS-ORIG-CTL-BATCH-COUNT
               COMPUTE WS-ATTENDED-COUNT =
                   WS-ORIG-CTL-TRANS-COUNT - WS-ORIG-CTL-BATCH-COUNT
               MOVE WS-ATTENDED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO RERUN-COMPARE-REC
               STRING "  KEYED AT A TERMINAL THAT DAY, NOT RERUN: "
                      WS-COUNT-ED DELIMITED BY SIZE
                      INTO RERUN-COMPARE-REC
               WRITE RERUN-COMPARE-REC
           END-IF.
           MOVE SPACES TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.

       WRITE-DEPT-COMPARISON.
           MOVE SPACES TO RERUN-COMPARE-REC.
           STRING "DEPARTMENT   ORIG COUNT      ORIG SUM"
                  "  RERUN COUNT     RERUN SUM"
                  DELIMITED BY SIZE INTO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
               MOVE WS-DT-ORIG-COUNT(WS-DEPT-IDX) TO WS-COUNT-ED
               MOVE WS-DT-ORIG-SUM(WS-DEPT-IDX) TO WS-SUM-ED
               MOVE WS-DT-RR-COUNT(WS-DEPT-IDX) TO WS-COUNT2-ED
               MOVE WS-DT-RR-SUM(WS-DEPT-IDX) TO WS-SUM2-ED
               IF WS-DT-ORIG-COUNT(WS-DEPT-IDX) IS EQUAL TO
                       WS-DT-RR-COUNT(WS-DEPT-IDX)
                       AND WS-DT-ORIG-SUM(WS-DEPT-IDX) IS EQUAL TO
                           WS-DT-RR-SUM(WS-DEPT-IDX)
                   MOVE "SAME" TO WS-MARK
               ELSE
                   MOVE "DIFF" TO WS-MARK
                   ADD 1 TO WS-TOTAL-DIFFS
               END-IF
               MOVE SPACES TO RERUN-COMPARE-REC
               STRING "  " WS-DT-DEPT(WS-DEPT-IDX) "       "
                      WS-COUNT-ED " " WS-SUM-ED "      "
                      WS-COUNT2-ED " " WS-SUM2-ED " " WS-MARK
                      DELIMITED BY SIZE INTO RERUN-COMPARE-REC
               WRITE RERUN-COMPARE-REC
           END-PERFORM.
           MOVE SPACES TO RERUN-COMPARE-REC.
           WRITE RERUN-COMPARE-REC.

       WRITE-COMPARE-VERDICT.
           MOVE SPACES TO RERUN-COMPARE-REC.
           IF WS-TOTAL-DIFFS IS EQUAL TO 0
               MOVE "VERDICT: RERUN AGREES WITH THE ORIGINAL NIGHT"
                   TO RERUN-COMPARE-REC
               DISPLAY "RERUN AGREES WITH THE ORIGINAL NIGHT"
           ELSE
               STRING "VERDICT: RERUN DIFFERS FROM THE ORIGINAL - "
                      WS-TOTAL-DIFFS " DIFFERENCES"
                      DELIMITED BY SIZE INTO RERUN-COMPARE-REC
               DISPLAY "RERUN DIFFERS FROM THE ORIGINAL - "
                       WS-TOTAL-DIFFS " DIFFERENCES"
               MOVE "ADDRERUN" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "ARRN" TO ERR-CODE
               MOVE SPACES TO ERR-MESSAGE
               STRING "GENERATION " WS-CHOSEN-NUMBER
                      " RERUN DIFFERS - " WS-TOTAL-DIFFS
                      DELIMITED BY SIZE INTO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           END-IF.
           WRITE RERUN-COMPARE-REC.
           DISPLAY "COMPARISON PRINTED ON ADDRRCMP.DAT".
           IF WS-ADDITION-RC IS GREATER THAN 4
               PERFORM SET-SERIOUS-RC
           ELSE
               IF WS-ADDITION-RC IS GREATER THAN 0
                   PERFORM SET-WARNING-RC
               END-IF
           END-IF.

       COPY addgnhr.
       COPY signonr.
       COPY retcode.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
