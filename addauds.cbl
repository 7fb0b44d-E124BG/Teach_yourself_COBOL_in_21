      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Audit sample selection with trace-through. Every year
      * the external auditors pick transactions and each one used to
      * be proved by hand, file by file. This program draws the sample
      * itself from the audit trail ADDAUDT files nightly: every
      * transaction submitted on ADDTRANS.DAT on a business date
      * inside the range asked for is one of the population, grouped
      * by department and operation code, and the same number of
      * items is drawn at random from every group (the whole group
      * when it holds no more). The draw is driven by a seed - typed
      * in, or taken from the clock and printed - so the same range,
      * seed and group size always draw the same sample again. Each
      * item is then traced through its night on the trail: the deck
      * it arrived in, ADDEDIT's validated file ADDTRVAL.DAT (or the
      * release queue ADDHOLD.DAT, or suspense on ADDSUSP.DAT and any
      * write-off of it on ADDWOFF.DAT), its ADDRSLT.DAT result line,
      * its posting on the ledger ADDPOST.DAT, the ADDCTL.DAT control
      * totals it was balanced under, the ADDDEPT.DAT department
      * totals, the ADDBALC.DAT certificate and the ADDGLJE.DAT
      * journal line. The report (ADDAUDSR.DAT) opens with the
      * population by group, any business date in the range that ran
      * (on ADDCTLH.DAT) but has no trail, and every item that could
      * not be traced end to end with the reason; one trace sheet per
      * item follows. Attended only; offered through the menu option
      * file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDAUDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "ADDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT ADD-POSTED-FILE ASSIGN TO "ADDPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT ADD-WRITEOFF-FILE ASSIGN TO "ADDWOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT ADD-CTLHIST-FILE ASSIGN TO "ADDCTLH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLHIST-STATUS.
           SELECT AUDIT-SAMPLE-FILE ASSIGN TO "ADDAUDSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
       COPY addaudt.

       FD  ADD-POSTED-FILE.
       COPY addpost.

       FD  ADD-WRITEOFF-FILE.
       01  ADD-WRITEOFF-REC.
           05  WOF-DATE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  WOF-APPROVED-BY PIC X(8).
           05  FILLER          PIC X(1).
           05  WOF-AMOUNT      PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER          PIC X(1).
           05  WOF-REJECT-DATE PIC 9(8).
           05  FILLER          PIC X(1).
           05  WOF-REASON-CODE PIC X(4).
           05  FILLER          PIC X(1).
           05  WOF-ORIG-IMAGE  PIC X(40).

       FD  ADD-CTLHIST-FILE.
       COPY addctlh.

       FD  AUDIT-SAMPLE-FILE.
       01  AUDIT-SAMPLE-REC PIC X(100).

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-TRAIL-STATUS PIC XX.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-WRITEOFF-STATUS PIC XX.
       01  WS-CTLHIST-STATUS PIC XX.
       01  WS-SAMPLE-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-END-OF-POSTED-SWITCH PIC X.
       01  WS-VALID-ENTRY-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).

      *The business dates sampled, and the integer day of the first
      *so a date can be placed in the day table below.
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-DATE-IN PIC X(8).
       01  WS-FROM-INT PIC 9(7).
       01  WS-RANGE-DAYS PIC S9(7).
       01  WS-DAY-IDX PIC S9(7).

      *The seed as entered and the running value of the generator -
      *each draw is the last value times 16807, modulo 2**31 - 1.
       01  WS-SEED-IN PIC X(12).
       01  WS-SEED-NUMBER PIC S9(11).
       01  WS-FIRST-SEED PIC 9(10).
       01  WS-SEED PIC 9(10).
       01  WS-TIME-NOW PIC 9(8).
       01  WS-SIZE-IN PIC X(5).
       01  WS-SIZE-NUMBER PIC S9(5).
       01  WS-PER-STRATUM PIC 9(3) VALUE 3.
       01  WS-SAMPLE-TOTAL PIC 9(7).
       01  WS-DRAW-ORDINAL PIC 9(7).
       01  WS-ALREADY-DRAWN-SWITCH PIC X.

      *One flag per calendar day of the range: Y when the trail
      *carries the date, R once it has been reported missing.
       01  WS-DAY-TABLE.
           05  WS-DAY-ON-TRAIL PIC X(1) OCCURS 400 TIMES.
       01  WS-LAST-MARKED-DATE PIC 9(8) VALUE 0.
       01  WS-TRAIL-DATE-COUNT PIC 9(3) VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-DATE PIC 9(8) OCCURS 100 TIMES.
       01  WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01  WS-MISSING-IDX PIC 9(3).

      *The population by department and operation code, in that
      *order; SEEN counts them again on the second pass so the drawn
      *ordinals can be picked out as they go by.
       01  WS-STRATUM-TABLE.
           05  WS-STRATUM-ENTRY OCCURS 200 TIMES.
               10  WS-ST-KEY.
                   15  WS-ST-DEPT    PIC X(4).
                   15  WS-ST-OP-CODE PIC X(1).
               10  WS-ST-COUNT   PIC 9(7).
               10  WS-ST-SEEN    PIC 9(7).
               10  WS-ST-DRAWN   PIC 9(3).
       01  WS-STRATUM-HOLD PIC X(22).
       01  WS-STRATUM-COUNT PIC 9(3) VALUE 0.
       01  WS-STRATUM-IDX PIC 9(3).
       01  WS-STRATUM-PASS PIC 9(3).
       01  WS-FOUND-STRATUM PIC 9(3).
       01  WS-ADD-STRATUM-SWITCH PIC X.
       01  WS-STRATUM-OP PIC X(1).
       01  WS-POPULATION-COUNT PIC 9(7) VALUE 0.
       01  WS-UNSTRATIFIED-COUNT PIC 9(7) VALUE 0.

      *The sampled items and everything the trace finds for each.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 300 TIMES.
               10  WS-SL-SORT-KEY.
                   15  WS-SL-DEPT        PIC X(4).
                   15  WS-SL-OP-CODE     PIC X(1).
                   15  WS-SL-DATE        PIC 9(8).
                   15  WS-SL-LINE        PIC 9(7).
               10  WS-SL-STRATUM     PIC 9(3).
               10  WS-SL-ORDINAL     PIC 9(7).
               10  WS-SL-FOUND       PIC X(1).
               10  WS-SL-RAW-IMAGE   PIC X(40).
               10  WS-SL-DECK-ID     PIC X(8).
               10  WS-SL-VALID-IMAGE PIC X(35).
               10  WS-SL-TRVAL-LINE  PIC 9(7).
               10  WS-SL-HOLD-LINE   PIC 9(7).
               10  WS-SL-HOLD-REASON PIC X(4).
               10  WS-SL-SUSP-LINE   PIC 9(7).
               10  WS-SL-SUSP-DATE   PIC 9(8).
               10  WS-SL-SUSP-REASON PIC X(4).
               10  WS-SL-WOFF-DATE   PIC 9(8).
               10  WS-SL-WOFF-BY     PIC X(8).
               10  WS-SL-RSLT-LINE   PIC 9(7).
               10  WS-SL-RSLT-TEXT   PIC X(60).
               10  WS-SL-POST-SEQ    PIC 9(7).
               10  WS-SL-POST-RESULT PIC S9(5)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  WS-SL-POST-SIZE-ERROR PIC X(1).
               10  WS-SL-CTL-IMAGE   PIC X(103).
               10  WS-SL-DEPT-IMAGE  PIC X(88).
               10  WS-SL-BALC-IMAGE  PIC X(23).
               10  WS-SL-GL-IMAGE    PIC X(48).
               10  WS-SL-OUTCOME     PIC X(1).
               10  WS-SL-EXCEPTION   PIC X(40).
       01  WS-SEL-COUNT PIC 9(3) VALUE 0.
       01  WS-SEL-IDX PIC 9(3).

      *The sheets are printed by department, operation, date and
      *line - this holds the sampled items in that order.
       01  WS-ORDER-TABLE.
           05  WS-OR-SEL-IDX PIC 9(3) OCCURS 300 TIMES.
       01  WS-ORDER-IDX PIC 9(3).
       01  WS-ORDER-PASS PIC 9(3).
       01  WS-LEFT-IDX PIC 9(3).
       01  WS-RIGHT-IDX PIC 9(3).

      *The business date being traced on the second pass, the deck
      *open on it, and the sampled items that belong to it.
       01  WS-TRACE-DATE PIC 9(8) VALUE 0.
       01  WS-TRACE-DECK-ID PIC X(8).
       01  WS-RESULT-DETAIL-COUNT PIC 9(7).
       01  WS-DATE-SEL-TABLE.
           05  WS-DS-SEL-IDX PIC 9(3) OCCURS 300 TIMES.
       01  WS-DATE-SEL-COUNT PIC 9(3) VALUE 0.
       01  WS-DATE-SEL-IDX PIC 9(3).
       01  WS-LINE-CLAIMED-SWITCH PIC X.
       01  WS-POST-MATCH-SWITCH PIC X.

       01  WS-TRACED-COUNT PIC 9(3) VALUE 0.
       01  WS-SUSPENSE-COUNT PIC 9(3) VALUE 0.
       01  WS-QUEUED-COUNT PIC 9(3) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(3) VALUE 0.

      *A trail line laid out again as the file it was filed from.
       01  WS-TRAIL-IMAGE PIC X(120).
      *ADDTRANS.DAT - a deck header or trailer, or a transaction.
       01  WS-TRAIL-DECK REDEFINES WS-TRAIL-IMAGE.
           05  WS-TDK-TYPE        PIC X(4).
           05  FILLER             PIC X(1).
           05  WS-TDK-DECK-ID     PIC X(8).
           05  FILLER             PIC X(107).
       01  WS-TRAIL-RAW REDEFINES WS-TRAIL-IMAGE.
           05  WS-TRW-AMOUNTS     PIC X(16).
           05  WS-TRW-DEPT        PIC X(4).
           05  WS-TRW-OP-CODE     PIC X(1).
           05  WS-TRW-EMP-ID      PIC X(6).
           05  FILLER             PIC X(93).
      *ADDHOLD.DAT - the held transaction and why it was held.
       01  WS-TRAIL-HOLD REDEFINES WS-TRAIL-IMAGE.
           05  WS-THL-STATUS      PIC X(1).
           05  FILLER             PIC X(1).
           05  WS-THL-HOLD-DATE   PIC 9(8).
           05  FILLER             PIC X(1).
           05  WS-THL-REASON      PIC X(4).
           05  FILLER             PIC X(30).
           05  WS-THL-TRAN-IMAGE  PIC X(29).
           05  FILLER             PIC X(21).
           05  WS-THL-EMP-ID      PIC X(6).
           05  FILLER             PIC X(19).
      *ADDSUSP.DAT - a suspended item, its reject date and reason.
       01  WS-TRAIL-SUSP REDEFINES WS-TRAIL-IMAGE.
           05  WS-TSU-STATUS      PIC X(1).
           05  FILLER             PIC X(1).
           05  WS-TSU-REJECT-DATE PIC 9(8).
           05  FILLER             PIC X(1).
           05  WS-TSU-REASON      PIC X(4).
           05  FILLER             PIC X(1).
           05  WS-TSU-ORIG-IMAGE  PIC X(40).
           05  FILLER             PIC X(64).
      *ADDRSLT.DAT - the header and trailer lines carry their type.
       01  WS-TRAIL-RESULT REDEFINES WS-TRAIL-IMAGE.
           05  WS-TRS-TYPE        PIC X(4).
           05  FILLER             PIC X(116).
      *ADDDEPT.DAT - the department a line totals.
       01  WS-TRAIL-DEPT REDEFINES WS-TRAIL-IMAGE.
           05  FILLER             PIC X(8).
           05  WS-TDP-DEPT        PIC X(4).
           05  FILLER             PIC X(108).
      *ADDBALC.DAT - the certificate is the first line.
       01  WS-TRAIL-BALCERT REDEFINES WS-TRAIL-IMAGE.
           05  WS-TBC-RUN-DATE    PIC X(8).
           05  FILLER             PIC X(1).
           05  WS-TBC-STATUS      PIC X(14).
           05  FILLER             PIC X(97).
      *ADDGLJE.DAT - the journal layout ADDGLFD cuts.
       01  WS-TRAIL-JOURNAL REDEFINES WS-TRAIL-IMAGE.
           05  WS-TGL-POSTING-DATE PIC X(8).
           05  WS-TGL-ACCOUNT      PIC X(8).
           05  WS-TGL-DEBIT-CREDIT PIC X(1).
           05  WS-TGL-AMOUNT       PIC 9(9)V99.
           05  WS-TGL-DESCRIPTION  PIC X(20).
           05  FILLER              PIC X(72).

       COPY addtran.
       COPY addctl.
       COPY adddept.

       01  WS-COUNT-ED PIC Z(6)9.
       01  WS-SUM-ED PIC -(9)9.99.
       01  WS-RESULT-ED PIC -(5)9.99.
       01  WS-GL-AMOUNT-ED PIC Z(8)9.99.

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
           MOVE "ADDAUDS" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-SAMPLE-RANGE.
           PERFORM GET-SAMPLE-SEED.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-TRAIL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO AUDIT TRAIL ON FILE (ADDAUDT.DAT) - NOTHING"
                       " TO SAMPLE."
               MOVE "ADDAUDS" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AAUD" TO ERR-CODE
               MOVE "AUDIT TRAIL FILE MISSING" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               PERFORM COUNT-POPULATION
               CLOSE AUDIT-TRAIL-FILE
               PERFORM ORDER-STRATA
               PERFORM FIND-MISSING-DATES
               IF WS-POPULATION-COUNT IS GREATER THAN 0
                   PERFORM GET-STRATUM-SIZE
                   PERFORM DRAW-SAMPLE
                   OPEN INPUT AUDIT-TRAIL-FILE
                   PERFORM TRACE-SAMPLE
                   CLOSE AUDIT-TRAIL-FILE
                   PERFORM TRACE-POSTED-LEDGER
                   PERFORM TRACE-WRITE-OFFS
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                           UNTIL WS-SEL-IDX IS GREATER THAN
                               WS-SEL-COUNT
                       PERFORM JUDGE-ONE-ITEM
                   END-PERFORM
                   PERFORM ORDER-SAMPLE
               END-IF
               PERFORM WRITE-SAMPLE-REPORT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "ADDAUDS" TO JS-PROGRAM-NAME.
           MOVE WS-SEL-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *INTEGER-OF-DATE comes back zero for anything that is not a
      *real calendar date. The range is held to 400 days - an audit
      *year with room to spare.
       GET-SAMPLE-RANGE.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "First business date to sample (YYYYMMDD): "
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS NUMERIC
                   MOVE WS-DATE-IN TO WS-FROM-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
                           IS GREATER THAN 0
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   END-IF
               END-IF
               IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "Invalid entry - enter a real date."
               END-IF
           END-PERFORM.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Last business date to sample (YYYYMMDD): "
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS NUMERIC
                   MOVE WS-DATE-IN TO WS-TO-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                           IS GREATER THAN 0
                       COMPUTE WS-RANGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                           - WS-FROM-INT + 1
                       IF WS-RANGE-DAYS IS GREATER THAN 0
                               AND WS-RANGE-DAYS IS NOT GREATER THAN
                                   400
                           MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                       END-IF
                   END-IF
               END-IF
               IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "Invalid entry - enter a real date on or"
                           " after the first, at most 400 days on."
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN 400
               MOVE "N" TO WS-DAY-ON-TRAIL(WS-DAY-IDX)
           END-PERFORM.

      *A seed the auditors quote back draws the same sample again;
      *left blank, one is taken from the clock and printed with it.
       GET-SAMPLE-SEED.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Seed (1 to 2147483646, blank to take one): "
               MOVE SPACES TO WS-SEED-IN
               ACCEPT WS-SEED-IN
               IF WS-SEED-IN IS EQUAL TO SPACES
                   ACCEPT WS-TIME-NOW FROM TIME
                   COMPUTE WS-FIRST-SEED = WS-TIME-NOW + 1
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   COMPUTE WS-SEED-NUMBER = FUNCTION NUMVAL(WS-SEED-IN)
                   IF WS-SEED-NUMBER IS GREATER THAN 0
                           AND WS-SEED-NUMBER IS LESS THAN 2147483647
                       MOVE WS-SEED-NUMBER TO WS-FIRST-SEED
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   END-IF
               END-IF
               IF WS-VALID-ENTRY-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "Invalid entry - the seed runs from 1 to"
                           " 2147483646."
               END-IF
           END-PERFORM.
           DISPLAY "SEED " WS-FIRST-SEED
                   " - QUOTE IT TO DRAW THE SAME SAMPLE AGAIN".

      *First pass: which dates the trail carries inside the range,
      *and how many transactions each department and operation
      *submitted on them. Deck headers and trailers are not items.
       COUNT-POPULATION.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ AUDIT-TRAIL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       IF AUD-BUS-DATE IS NUMERIC
                               AND AUD-BUS-DATE IS NOT LESS THAN
                                   WS-FROM-DATE
                               AND AUD-BUS-DATE IS NOT GREATER THAN
                                   WS-TO-DATE
                           PERFORM COUNT-ONE-TRAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-TRAIL-LINE.
           IF AUD-BUS-DATE IS NOT EQUAL TO WS-LAST-MARKED-DATE
               MOVE AUD-BUS-DATE TO WS-LAST-MARKED-DATE
               COMPUTE WS-DAY-IDX =
                   FUNCTION INTEGER-OF-DATE(AUD-BUS-DATE)
                   - WS-FROM-INT + 1
               IF WS-DAY-IDX IS GREATER THAN 0
                       AND WS-DAY-IDX IS NOT GREATER THAN 400
                   IF WS-DAY-ON-TRAIL(WS-DAY-IDX) IS NOT EQUAL TO "Y"
                       MOVE "Y" TO WS-DAY-ON-TRAIL(WS-DAY-IDX)
                       ADD 1 TO WS-TRAIL-DATE-COUNT
                   END-IF
               END-IF
           END-IF.
           IF AUD-FILE-ID IS EQUAL TO "ADDTRANS"
               MOVE AUD-IMAGE TO WS-TRAIL-IMAGE
               IF WS-TRAIL-IMAGE IS NOT EQUAL TO SPACES
                       AND WS-TDK-TYPE IS NOT EQUAL TO "DHDR"
                       AND WS-TDK-TYPE IS NOT EQUAL TO "DTRL"
                   ADD 1 TO WS-POPULATION-COUNT
                   MOVE "Y" TO WS-ADD-STRATUM-SWITCH
                   PERFORM FIND-STRATUM
                   IF WS-FOUND-STRATUM IS GREATER THAN 0
                       ADD 1 TO WS-ST-COUNT(WS-FOUND-STRATUM)
                   END-IF
               END-IF
           END-IF.

      *A blank operation code is an add, the same as ADDEDIT treats
      *it. A group the table has no room for is counted and left out
      *of the draw.
       FIND-STRATUM.
           IF WS-TRW-OP-CODE IS EQUAL TO " "
               MOVE "A" TO WS-STRATUM-OP
           ELSE
               MOVE WS-TRW-OP-CODE TO WS-STRATUM-OP
           END-IF.
           MOVE 0 TO WS-FOUND-STRATUM.
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                   UNTIL WS-STRATUM-IDX IS GREATER THAN WS-STRATUM-COUNT
                   OR WS-FOUND-STRATUM IS GREATER THAN 0
               IF WS-ST-DEPT(WS-STRATUM-IDX) IS EQUAL TO WS-TRW-DEPT
                       AND WS-ST-OP-CODE(WS-STRATUM-IDX) IS EQUAL TO
                           WS-STRATUM-OP
                   MOVE WS-STRATUM-IDX TO WS-FOUND-STRATUM
               END-IF
           END-PERFORM.
           IF WS-FOUND-STRATUM IS EQUAL TO 0
                   AND WS-ADD-STRATUM-SWITCH IS EQUAL TO "Y"
               IF WS-STRATUM-COUNT IS LESS THAN 200
                   ADD 1 TO WS-STRATUM-COUNT
                   MOVE WS-STRATUM-COUNT TO WS-FOUND-STRATUM
                   MOVE WS-TRW-DEPT TO WS-ST-DEPT(WS-FOUND-STRATUM)
                   MOVE WS-STRATUM-OP TO WS-ST-OP-CODE(WS-FOUND-STRATUM)
                   MOVE 0 TO WS-ST-COUNT(WS-FOUND-STRATUM)
                   MOVE 0 TO WS-ST-SEEN(WS-FOUND-STRATUM)
                   MOVE 0 TO WS-ST-DRAWN(WS-FOUND-STRATUM)
               ELSE
                   ADD 1 TO WS-UNSTRATIFIED-COUNT
               END-IF
           END-IF.

      *The groups are drawn in department and operation order, so
      *the same seed gives the same sample whatever order the dates
      *were filed in.
       ORDER-STRATA.
           PERFORM VARYING WS-STRATUM-PASS FROM 1 BY 1
                   UNTIL WS-STRATUM-PASS IS NOT LESS THAN
                       WS-STRATUM-COUNT
               PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                       UNTIL WS-STRATUM-IDX IS GREATER THAN
                           WS-STRATUM-COUNT - WS-STRATUM-PASS
                   IF WS-ST-KEY(WS-STRATUM-IDX) IS GREATER THAN
                           WS-ST-KEY(WS-STRATUM-IDX + 1)
                       MOVE WS-STRATUM-ENTRY(WS-STRATUM-IDX)
                           TO WS-STRATUM-HOLD
                       MOVE WS-STRATUM-ENTRY(WS-STRATUM-IDX + 1)
                           TO WS-STRATUM-ENTRY(WS-STRATUM-IDX)
                       MOVE WS-STRATUM-HOLD
                           TO WS-STRATUM-ENTRY(WS-STRATUM-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Every date the run history shows ADDITION ran for inside the
      *range should be on the trail - one that is not cannot be
      *sampled, and the auditors are told so.
       FIND-MISSING-DATES.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-CTLHIST-FILE.
           IF WS-CTLHIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-CTLHIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CTH-ENTRY-TYPE IS EQUAL TO SPACE
                                   AND CTH-RUN-DATE IS NUMERIC
                                   AND CTH-RUN-DATE IS NOT LESS THAN
                                       WS-FROM-DATE
                                   AND CTH-RUN-DATE IS NOT GREATER
                                       THAN WS-TO-DATE
                               PERFORM CHECK-ONE-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-CTLHIST-FILE
           END-IF.

       CHECK-ONE-RUN-DATE.
           COMPUTE WS-DAY-IDX =
               FUNCTION INTEGER-OF-DATE(CTH-RUN-DATE) - WS-FROM-INT + 1.
           IF WS-DAY-IDX IS GREATER THAN 0
                   AND WS-DAY-IDX IS NOT GREATER THAN 400
               IF WS-DAY-ON-TRAIL(WS-DAY-IDX) IS EQUAL TO "N"
                   MOVE "R" TO WS-DAY-ON-TRAIL(WS-DAY-IDX)
                   IF WS-MISSING-COUNT IS LESS THAN 100
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE CTH-RUN-DATE
                           TO WS-MISSING-DATE(WS-MISSING-COUNT)
                   END-IF
               END-IF
           END-IF.

      *The same number from every group, the whole group when it is
      *no bigger - so the sample size is known before anything is
      *drawn, and held to the 300 items the trace can carry.
       GET-STRATUM-SIZE.
           DISPLAY "TRAIL DATES IN RANGE " WS-TRAIL-DATE-COUNT
                   " - TRANSACTIONS " WS-POPULATION-COUNT
                   " IN " WS-STRATUM-COUNT
                   " DEPARTMENT/OPERATION GROUPS".
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Items to draw from each group (blank for 3): "
               MOVE SPACES TO WS-SIZE-IN
               ACCEPT WS-SIZE-IN
               IF WS-SIZE-IN IS EQUAL TO SPACES
                   MOVE 3 TO WS-SIZE-NUMBER
               ELSE
                   COMPUTE WS-SIZE-NUMBER = FUNCTION NUMVAL(WS-SIZE-IN)
               END-IF
               IF WS-SIZE-NUMBER IS GREATER THAN 0
                       AND WS-SIZE-NUMBER IS NOT GREATER THAN 300
                   MOVE WS-SIZE-NUMBER TO WS-PER-STRATUM
                   MOVE 0 TO WS-SAMPLE-TOTAL
                   PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                           UNTIL WS-STRATUM-IDX IS GREATER THAN
                               WS-STRATUM-COUNT
                       IF WS-ST-COUNT(WS-STRATUM-IDX) IS LESS THAN
                               WS-PER-STRATUM
                           ADD WS-ST-COUNT(WS-STRATUM-IDX)
                               TO WS-SAMPLE-TOTAL
                       ELSE
                           ADD WS-PER-STRATUM TO WS-SAMPLE-TOTAL
                       END-IF
                   END-PERFORM
                   IF WS-SAMPLE-TOTAL IS GREATER THAN 300
                       DISPLAY "THAT DRAWS " WS-SAMPLE-TOTAL
                               " ITEMS - THE MOST IS 300."
                   ELSE
                       MOVE "Y" TO WS-VALID-ENTRY-SWITCH
                   END-IF
               ELSE
                   DISPLAY "Invalid entry - enter a number from 1 to"
                           " 300."
               END-IF
           END-PERFORM.

      *Each item is drawn as an ordinal within its group - the nth
      *transaction of that department and operation in trail order.
       DRAW-SAMPLE.
           MOVE WS-FIRST-SEED TO WS-SEED.
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                   UNTIL WS-STRATUM-IDX IS GREATER THAN WS-STRATUM-COUNT
               PERFORM DRAW-ONE-STRATUM
           END-PERFORM.

       DRAW-ONE-STRATUM.
           IF WS-ST-COUNT(WS-STRATUM-IDX) IS NOT GREATER THAN
                   WS-PER-STRATUM
               PERFORM VARYING WS-DRAW-ORDINAL FROM 1 BY 1
                       UNTIL WS-DRAW-ORDINAL IS GREATER THAN
                           WS-ST-COUNT(WS-STRATUM-IDX)
                   PERFORM ADD-SELECTION
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-ST-DRAWN(WS-STRATUM-IDX) IS EQUAL TO
                       WS-PER-STRATUM
                   COMPUTE WS-SEED =
                       FUNCTION MOD(WS-SEED * 16807, 2147483647)
                   COMPUTE WS-DRAW-ORDINAL =
                       FUNCTION MOD(WS-SEED,
                                    WS-ST-COUNT(WS-STRATUM-IDX)) + 1
                   PERFORM CHECK-ALREADY-DRAWN
                   IF WS-ALREADY-DRAWN-SWITCH IS NOT EQUAL TO "Y"
                       PERFORM ADD-SELECTION
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ALREADY-DRAWN.
           MOVE "N" TO WS-ALREADY-DRAWN-SWITCH.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX IS GREATER THAN WS-SEL-COUNT
               IF WS-SL-STRATUM(WS-SEL-IDX) IS EQUAL TO WS-STRATUM-IDX
                       AND WS-SL-ORDINAL(WS-SEL-IDX) IS EQUAL TO
                           WS-DRAW-ORDINAL
                   MOVE "Y" TO WS-ALREADY-DRAWN-SWITCH
               END-IF
           END-PERFORM.

       ADD-SELECTION.
           ADD 1 TO WS-SEL-COUNT.
           ADD 1 TO WS-ST-DRAWN(WS-STRATUM-IDX).
           MOVE SPACES TO WS-SEL-ENTRY(WS-SEL-COUNT).
           MOVE WS-ST-DEPT(WS-STRATUM-IDX) TO WS-SL-DEPT(WS-SEL-COUNT).
           MOVE WS-ST-OP-CODE(WS-STRATUM-IDX)
               TO WS-SL-OP-CODE(WS-SEL-COUNT).
           MOVE WS-STRATUM-IDX TO WS-SL-STRATUM(WS-SEL-COUNT).
           MOVE WS-DRAW-ORDINAL TO WS-SL-ORDINAL(WS-SEL-COUNT).
           MOVE "N" TO WS-SL-FOUND(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-DATE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-LINE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-TRVAL-LINE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-HOLD-LINE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-SUSP-LINE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-SUSP-DATE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-WOFF-DATE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-RSLT-LINE(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-POST-SEQ(WS-SEL-COUNT).
           MOVE 0 TO WS-SL-POST-RESULT(WS-SEL-COUNT).

      *Second pass: the drawn ordinals are picked out as the
      *transactions go by, and each picked item is followed through
      *the rest of its night's files - which are filed behind the
      *submissions, in the order the stream cuts them.
       TRACE-SAMPLE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ AUDIT-TRAIL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       IF AUD-BUS-DATE IS NUMERIC
                               AND AUD-BUS-DATE IS NOT LESS THAN
                                   WS-FROM-DATE
                               AND AUD-BUS-DATE IS NOT GREATER THAN
                                   WS-TO-DATE
                           PERFORM TRACE-ONE-TRAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       TRACE-ONE-TRAIL-LINE.
           IF AUD-BUS-DATE IS NOT EQUAL TO WS-TRACE-DATE
               MOVE AUD-BUS-DATE TO WS-TRACE-DATE
               MOVE SPACES TO WS-TRACE-DECK-ID
               MOVE 0 TO WS-RESULT-DETAIL-COUNT
               MOVE 0 TO WS-DATE-SEL-COUNT
           END-IF.
           MOVE AUD-IMAGE TO WS-TRAIL-IMAGE.
           MOVE "N" TO WS-LINE-CLAIMED-SWITCH.
           EVALUATE TRUE
               WHEN AUD-FILE-ID IS EQUAL TO "ADDTRANS"
                   PERFORM TRACE-RAW-LINE
               WHEN AUD-FILE-ID IS EQUAL TO "ADDRSLT "
      *Result details are counted whether or not anything was drawn
      *from the date - the nth detail answers the nth valid record.
                   IF AUD-LINE-NUMBER IS EQUAL TO 1
                       MOVE 0 TO WS-RESULT-DETAIL-COUNT
                   END-IF
                   IF WS-TRAIL-IMAGE IS NOT EQUAL TO SPACES
                           AND WS-TRS-TYPE IS NOT EQUAL TO "HDR "
                           AND WS-TRS-TYPE IS NOT EQUAL TO "TRL "
                       ADD 1 TO WS-RESULT-DETAIL-COUNT
                       PERFORM VARYING WS-DATE-SEL-IDX FROM 1 BY 1
                               UNTIL WS-DATE-SEL-IDX IS GREATER THAN
                                   WS-DATE-SEL-COUNT
                           MOVE WS-DS-SEL-IDX(WS-DATE-SEL-IDX)
                               TO WS-SEL-IDX
                           PERFORM TRACE-RESULT-LINE
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   PERFORM VARYING WS-DATE-SEL-IDX FROM 1 BY 1
                           UNTIL WS-DATE-SEL-IDX IS GREATER THAN
                               WS-DATE-SEL-COUNT
                           OR WS-LINE-CLAIMED-SWITCH IS EQUAL TO "Y"
                       MOVE WS-DS-SEL-IDX(WS-DATE-SEL-IDX)
                           TO WS-SEL-IDX
                       PERFORM TRACE-LATER-FILE-LINE
                   END-PERFORM
           END-EVALUATE.

      *A deck runs from its header to its trailer; anything outside
      *one is a loose record and carries no deck on ADDTRVAL.DAT.
       TRACE-RAW-LINE.
           EVALUATE TRUE
               WHEN WS-TRAIL-IMAGE IS EQUAL TO SPACES
                   CONTINUE
               WHEN WS-TDK-TYPE IS EQUAL TO "DHDR"
                   MOVE WS-TDK-DECK-ID TO WS-TRACE-DECK-ID
               WHEN WS-TDK-TYPE IS EQUAL TO "DTRL"
                   MOVE SPACES TO WS-TRACE-DECK-ID
               WHEN OTHER
                   MOVE "N" TO WS-ADD-STRATUM-SWITCH
                   PERFORM FIND-STRATUM
                   IF WS-FOUND-STRATUM IS GREATER THAN 0
                       ADD 1 TO WS-ST-SEEN(WS-FOUND-STRATUM)
                       PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                               UNTIL WS-SEL-IDX IS GREATER THAN
                                   WS-SEL-COUNT
                           IF WS-SL-STRATUM(WS-SEL-IDX) IS EQUAL TO
                                   WS-FOUND-STRATUM
                                   AND WS-SL-ORDINAL(WS-SEL-IDX) IS
                                       EQUAL TO
                                       WS-ST-SEEN(WS-FOUND-STRATUM)
                               PERFORM RECORD-SAMPLED-ITEM
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

      *The validated record ADDEDIT would have cut from it is built
      *the same way ADDEDIT builds it, to be looked for further on.
       RECORD-SAMPLED-ITEM.
           MOVE "Y" TO WS-SL-FOUND(WS-SEL-IDX).
           MOVE AUD-BUS-DATE TO WS-SL-DATE(WS-SEL-IDX).
           MOVE AUD-LINE-NUMBER TO WS-SL-LINE(WS-SEL-IDX).
           MOVE WS-TRAIL-IMAGE TO WS-SL-RAW-IMAGE(WS-SEL-IDX).
           MOVE WS-TRACE-DECK-ID TO WS-SL-DECK-ID(WS-SEL-IDX).
           MOVE SPACES TO ADD-VALID-REC.
           MOVE WS-TRW-AMOUNTS TO ADD-VALID-REC(1:16).
           MOVE WS-TRW-DEPT TO TRAN-DEPT.
           MOVE WS-STRATUM-OP TO TRAN-OP-CODE.
           MOVE WS-TRACE-DECK-ID TO TRAN-DECK-ID.
           MOVE WS-TRW-EMP-ID TO TRAN-EMP-ID.
           MOVE ADD-VALID-REC TO WS-SL-VALID-IMAGE(WS-SEL-IDX).
           ADD 1 TO WS-DATE-SEL-COUNT.
           MOVE WS-SEL-IDX TO WS-DS-SEL-IDX(WS-DATE-SEL-COUNT).

      *A validated, held or suspended line is claimed by one sampled
      *item only, so two identical submissions trace to two lines.
      *Suspense is the whole queue as it stood, so only a rejection
      *dated the trail's night or later can be the night's; each goes
      *to the first item of that night still without one.
       TRACE-LATER-FILE-LINE.
           EVALUATE AUD-FILE-ID
               WHEN "ADDTRVAL"
                   IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS EQUAL TO 0
                           AND WS-TRAIL-IMAGE(1:35) IS EQUAL TO
                               WS-SL-VALID-IMAGE(WS-SEL-IDX)
                       MOVE AUD-LINE-NUMBER
                           TO WS-SL-TRVAL-LINE(WS-SEL-IDX)
                       MOVE "Y" TO WS-LINE-CLAIMED-SWITCH
                   END-IF
               WHEN "ADDHOLD "
                   IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS EQUAL TO 0
                           AND WS-SL-HOLD-LINE(WS-SEL-IDX) IS EQUAL TO 0
                           AND WS-THL-HOLD-DATE IS EQUAL TO
                               WS-TRACE-DATE
                           AND WS-THL-TRAN-IMAGE IS EQUAL TO
                               WS-SL-VALID-IMAGE(WS-SEL-IDX)(1:29)
                           AND WS-THL-EMP-ID IS EQUAL TO
                               WS-SL-VALID-IMAGE(WS-SEL-IDX)(30:6)
                       MOVE AUD-LINE-NUMBER
                           TO WS-SL-HOLD-LINE(WS-SEL-IDX)
                       MOVE WS-THL-REASON
                           TO WS-SL-HOLD-REASON(WS-SEL-IDX)
                       MOVE "Y" TO WS-LINE-CLAIMED-SWITCH
                   END-IF
               WHEN "ADDSUSP "
                   IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS EQUAL TO 0
                           AND WS-SL-HOLD-LINE(WS-SEL-IDX) IS EQUAL TO 0
                           AND WS-SL-SUSP-LINE(WS-SEL-IDX) IS EQUAL TO 0
                           AND WS-TSU-ORIG-IMAGE IS EQUAL TO
                               WS-SL-RAW-IMAGE(WS-SEL-IDX)
                           AND WS-TSU-REJECT-DATE IS NUMERIC
                           AND WS-TSU-REJECT-DATE IS NOT LESS THAN
                               WS-TRACE-DATE
                       MOVE AUD-LINE-NUMBER
                           TO WS-SL-SUSP-LINE(WS-SEL-IDX)
                       MOVE WS-TSU-REJECT-DATE
                           TO WS-SL-SUSP-DATE(WS-SEL-IDX)
                       MOVE WS-TSU-REASON
                           TO WS-SL-SUSP-REASON(WS-SEL-IDX)
                       MOVE "Y" TO WS-LINE-CLAIMED-SWITCH
                   END-IF
               WHEN "ADDCTL  "
                   IF AUD-LINE-NUMBER IS EQUAL TO 1
                       MOVE WS-TRAIL-IMAGE
                           TO WS-SL-CTL-IMAGE(WS-SEL-IDX)
                   END-IF
               WHEN "ADDDEPT "
                   IF WS-TDP-DEPT IS EQUAL TO WS-SL-DEPT(WS-SEL-IDX)
                       MOVE WS-TRAIL-IMAGE
                           TO WS-SL-DEPT-IMAGE(WS-SEL-IDX)
                   END-IF
               WHEN "ADDBALC "
                   IF AUD-LINE-NUMBER IS EQUAL TO 1
                       MOVE WS-TRAIL-IMAGE
                           TO WS-SL-BALC-IMAGE(WS-SEL-IDX)
                   END-IF
               WHEN "ADDGLJE "
                   PERFORM TRACE-JOURNAL-LINE
           END-EVALUATE.

       TRACE-RESULT-LINE.
           IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS EQUAL TO
                   WS-RESULT-DETAIL-COUNT
                   AND WS-SL-RSLT-LINE(WS-SEL-IDX) IS EQUAL TO 0
               MOVE AUD-LINE-NUMBER TO WS-SL-RSLT-LINE(WS-SEL-IDX)
               MOVE WS-TRAIL-IMAGE TO WS-SL-RSLT-TEXT(WS-SEL-IDX)
           END-IF.

      *ADDGLFD journals each department's additions on its own line;
      *with no department totals it falls back to one line for all.
       TRACE-JOURNAL-LINE.
           IF WS-TGL-DESCRIPTION(1:11) IS EQUAL TO "DAILY ADDS "
                   AND WS-TGL-DESCRIPTION(12:4) IS EQUAL TO
                       WS-SL-DEPT(WS-SEL-IDX)
                   AND WS-TGL-DESCRIPTION(16:5) IS EQUAL TO SPACES
               MOVE WS-TRAIL-IMAGE TO WS-SL-GL-IMAGE(WS-SEL-IDX)
           ELSE
               IF WS-TGL-DESCRIPTION IS EQUAL TO "DAILY ADDITIONS"
                       AND WS-SL-GL-IMAGE(WS-SEL-IDX) IS EQUAL TO
                           SPACES
                   MOVE WS-TRAIL-IMAGE TO WS-SL-GL-IMAGE(WS-SEL-IDX)
               END-IF
           END-IF.

      *ADDITION posts in validated-file order, so the item's line
      *there is tried as its sequence first; failing that, the whole
      *date is searched for a posting with the same content.
       TRACE-POSTED-LEDGER.
           OPEN INPUT ADD-POSTED-FILE.
           IF WS-POSTED-STATUS IS EQUAL TO "00"
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX IS GREATER THAN WS-SEL-COUNT
                   IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS GREATER THAN 0
                       PERFORM FIND-ONE-POSTING
                   END-IF
               END-PERFORM
               CLOSE ADD-POSTED-FILE
           END-IF.

       FIND-ONE-POSTING.
           MOVE WS-SL-VALID-IMAGE(WS-SEL-IDX) TO ADD-VALID-REC.
           MOVE "N" TO WS-POST-MATCH-SWITCH.
           MOVE WS-SL-DATE(WS-SEL-IDX) TO PST-POST-DATE.
           MOVE WS-SL-TRVAL-LINE(WS-SEL-IDX) TO PST-SEQUENCE.
           READ ADD-POSTED-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM CHECK-POSTING-MATCH
           END-READ.
           IF WS-POST-MATCH-SWITCH IS NOT EQUAL TO "Y"
               MOVE "N" TO WS-END-OF-POSTED-SWITCH
               MOVE WS-SL-DATE(WS-SEL-IDX) TO PST-POST-DATE
               MOVE 0 TO PST-SEQUENCE
               START ADD-POSTED-FILE KEY IS NOT LESS THAN PST-KEY
                   INVALID KEY MOVE "Y" TO WS-END-OF-POSTED-SWITCH
               END-START
               PERFORM READ-NEXT-POSTING
               PERFORM UNTIL WS-END-OF-POSTED-SWITCH IS EQUAL TO "Y"
                       OR PST-POST-DATE IS NOT EQUAL TO
                           WS-SL-DATE(WS-SEL-IDX)
                       OR WS-POST-MATCH-SWITCH IS EQUAL TO "Y"
                   PERFORM CHECK-POSTING-MATCH
                   PERFORM READ-NEXT-POSTING
               END-PERFORM
           END-IF.

       READ-NEXT-POSTING.
           IF WS-END-OF-POSTED-SWITCH IS NOT EQUAL TO "Y"
               READ ADD-POSTED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-POSTED-SWITCH
               END-READ
           END-IF.

       CHECK-POSTING-MATCH.
           IF PST-DEPT IS EQUAL TO TRAN-DEPT
                   AND PST-OP-CODE IS EQUAL TO TRAN-OP-CODE
                   AND PST-FIRST-NUMBER IS EQUAL TO TRAN-FIRST-NUMBER
                   AND PST-SECOND-NUMBER IS EQUAL TO TRAN-SECOND-NUMBER
                   AND PST-DECK-ID IS EQUAL TO TRAN-DECK-ID
                   AND PST-EMP-ID IS EQUAL TO TRAN-EMP-ID
               MOVE "Y" TO WS-POST-MATCH-SWITCH
               MOVE PST-SEQUENCE TO WS-SL-POST-SEQ(WS-SEL-IDX)
               MOVE PST-RESULT TO WS-SL-POST-RESULT(WS-SEL-IDX)
               MOVE PST-SIZE-ERROR
                   TO WS-SL-POST-SIZE-ERROR(WS-SEL-IDX)
           END-IF.

      *A suspended item may since have been written off - the
      *permanent write-off file says when and on whose approval.
       TRACE-WRITE-OFFS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT ADD-WRITEOFF-FILE.
           IF WS-WRITEOFF-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-WRITEOFF-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                                   UNTIL WS-SEL-IDX IS GREATER THAN
                                       WS-SEL-COUNT
                               IF WS-SL-SUSP-LINE(WS-SEL-IDX) IS
                                       GREATER THAN 0
                                       AND WOF-ORIG-IMAGE IS EQUAL TO
                                       WS-SL-RAW-IMAGE(WS-SEL-IDX)
                                       AND WOF-REJECT-DATE IS EQUAL TO
                                       WS-SL-SUSP-DATE(WS-SEL-IDX)
                                   MOVE WOF-DATE
                                       TO WS-SL-WOFF-DATE(WS-SEL-IDX)
                                   MOVE WOF-APPROVED-BY
                                       TO WS-SL-WOFF-BY(WS-SEL-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ADD-WRITEOFF-FILE
           END-IF.

      *An item that reached the validated file must be found on every
      *file after it; one held or suspended has been accounted for
      *as far as its night goes. The first break found is the reason.
       JUDGE-ONE-ITEM.
           MOVE SPACES TO WS-SL-EXCEPTION(WS-SEL-IDX).
           MOVE WS-SL-BALC-IMAGE(WS-SEL-IDX) TO WS-TRAIL-IMAGE.
           EVALUATE TRUE
               WHEN WS-SL-FOUND(WS-SEL-IDX) IS NOT EQUAL TO "Y"
                   MOVE "ITEM NOT FOUND AGAIN ON THE TRAIL"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-HOLD-LINE(WS-SEL-IDX) IS GREATER THAN 0
                   MOVE "H" TO WS-SL-OUTCOME(WS-SEL-IDX)
               WHEN WS-SL-SUSP-LINE(WS-SEL-IDX) IS GREATER THAN 0
                   MOVE "S" TO WS-SL-OUTCOME(WS-SEL-IDX)
               WHEN WS-SL-TRVAL-LINE(WS-SEL-IDX) IS EQUAL TO 0
                   MOVE "NOT ON ADDTRVAL, ADDHOLD OR ADDSUSP"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-RSLT-LINE(WS-SEL-IDX) IS EQUAL TO 0
                   MOVE "NO RESULT LINE ON ADDRSLT.DAT"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-RSLT-TEXT(WS-SEL-IDX)(22:3) IS NOT EQUAL TO
                       " = "
                   MOVE "RESULT OVERFLOWED - NOT IN THE TOTALS"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-POST-SEQ(WS-SEL-IDX) IS EQUAL TO 0
                   MOVE "NOT ON THE POSTED LEDGER ADDPOST.DAT"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-CTL-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
                   MOVE "NO ADDCTL.DAT CONTROL FOR THE NIGHT"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-DEPT-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
                   MOVE "DEPARTMENT NOT ON ADDDEPT.DAT TOTALS"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-TBC-STATUS IS NOT EQUAL TO "IN-BALANCE"
                   MOVE "CONTROL NOT CERTIFIED IN-BALANCE"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-TBC-RUN-DATE IS NOT EQUAL TO
                       WS-SL-CTL-IMAGE(WS-SEL-IDX)(1:8)
                   MOVE "CERTIFICATE IS FOR ANOTHER CONTROL DATE"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN WS-SL-GL-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
                   MOVE "NO JOURNAL LINE ON ADDGLJE.DAT"
                       TO WS-SL-EXCEPTION(WS-SEL-IDX)
               WHEN OTHER
                   MOVE "P" TO WS-SL-OUTCOME(WS-SEL-IDX)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-SL-EXCEPTION(WS-SEL-IDX) IS NOT EQUAL TO SPACES
                   MOVE "X" TO WS-SL-OUTCOME(WS-SEL-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-SL-OUTCOME(WS-SEL-IDX) IS EQUAL TO "H"
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN WS-SL-OUTCOME(WS-SEL-IDX) IS EQUAL TO "S"
                   ADD 1 TO WS-SUSPENSE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-TRACED-COUNT
           END-EVALUATE.

       ORDER-SAMPLE.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX IS GREATER THAN WS-SEL-COUNT
               MOVE WS-ORDER-IDX TO WS-OR-SEL-IDX(WS-ORDER-IDX)
           END-PERFORM.
           PERFORM VARYING WS-ORDER-PASS FROM 1 BY 1
                   UNTIL WS-ORDER-PASS IS NOT LESS THAN WS-SEL-COUNT
               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-IDX IS GREATER THAN
                           WS-SEL-COUNT - WS-ORDER-PASS
                   MOVE WS-OR-SEL-IDX(WS-ORDER-IDX) TO WS-LEFT-IDX
                   MOVE WS-OR-SEL-IDX(WS-ORDER-IDX + 1) TO WS-RIGHT-IDX
                   IF WS-SL-SORT-KEY(WS-LEFT-IDX) IS GREATER THAN
                           WS-SL-SORT-KEY(WS-RIGHT-IDX)
                       MOVE WS-RIGHT-IDX TO WS-OR-SEL-IDX(WS-ORDER-IDX)
                       MOVE WS-LEFT-IDX
                           TO WS-OR-SEL-IDX(WS-ORDER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *The summary goes to the screen as well as the report; the
      *trace sheets follow it on the report only.
       WRITE-SAMPLE-REPORT.
           OPEN OUTPUT AUDIT-SAMPLE-FILE.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           STRING "ADDAUDS - AUDIT SAMPLE " WS-FROM-DATE
                  DELIMITED BY SIZE
                  " TO " WS-TO-DATE DELIMITED BY SIZE
                  "  RUN " WS-TODAY-DATE DELIMITED BY SIZE
                  "  OPERATOR " JH-OPERATOR-ID DELIMITED BY SIZE
                  INTO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           STRING "SEED " WS-FIRST-SEED DELIMITED BY SIZE
                  "  ITEMS PER GROUP " WS-PER-STRATUM
                  DELIMITED BY SIZE
                  "  TRAIL DATES " WS-TRAIL-DATE-COUNT
                  DELIMITED BY SIZE
                  "  TRANSACTIONS " WS-POPULATION-COUNT
                  DELIMITED BY SIZE
                  INTO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           IF WS-POPULATION-COUNT IS EQUAL TO 0
               MOVE "NO TRANSACTIONS ON THE TRAIL IN THE RANGE -"
                   TO AUDIT-SAMPLE-REC
               PERFORM WRITE-SUMMARY-LINE
               MOVE "NOTHING SAMPLED." TO AUDIT-SAMPLE-REC
               PERFORM WRITE-SUMMARY-LINE
           ELSE
               MOVE "DEPT OP  POPULATION  SAMPLED" TO AUDIT-SAMPLE-REC
               PERFORM WRITE-SUMMARY-LINE
               PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                       UNTIL WS-STRATUM-IDX IS GREATER THAN
                           WS-STRATUM-COUNT
                   MOVE SPACES TO AUDIT-SAMPLE-REC
                   STRING WS-ST-DEPT(WS-STRATUM-IDX) DELIMITED BY SIZE
                          " " WS-ST-OP-CODE(WS-STRATUM-IDX)
                          DELIMITED BY SIZE
                          "     " WS-ST-COUNT(WS-STRATUM-IDX)
                          DELIMITED BY SIZE
                          "      " WS-ST-DRAWN(WS-STRATUM-IDX)
                          DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
                   PERFORM WRITE-SUMMARY-LINE
               END-PERFORM
               IF WS-UNSTRATIFIED-COUNT IS GREATER THAN 0
                   MOVE SPACES TO AUDIT-SAMPLE-REC
                   STRING "*** " WS-UNSTRATIFIED-COUNT
                          DELIMITED BY SIZE
                          " TRANSACTIONS OVER 200 GROUPS NOT DRAWN"
                          " FROM ***" DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "BUSINESS DATES RUN WITH NO AUDIT TRAIL:"
               TO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           IF WS-MISSING-COUNT IS EQUAL TO 0
               MOVE "  NONE" TO AUDIT-SAMPLE-REC
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           PERFORM VARYING WS-MISSING-IDX FROM 1 BY 1
                   UNTIL WS-MISSING-IDX IS GREATER THAN WS-MISSING-COUNT
               MOVE SPACES TO AUDIT-SAMPLE-REC
               STRING "  " WS-MISSING-DATE(WS-MISSING-IDX)
                      DELIMITED BY SIZE
                      INTO AUDIT-SAMPLE-REC
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.
           IF WS-SEL-COUNT IS GREATER THAN 0
               PERFORM WRITE-EXCEPTION-LIST
               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-IDX IS GREATER THAN WS-SEL-COUNT
                   MOVE WS-OR-SEL-IDX(WS-ORDER-IDX) TO WS-SEL-IDX
                   PERFORM WRITE-TRACE-SHEET
               END-PERFORM
           END-IF.
           CLOSE AUDIT-SAMPLE-FILE.
           DISPLAY "TRACE SHEETS ARE ON ADDAUDSR.DAT.".

       WRITE-EXCEPTION-LIST.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "NOT TRACED END TO END:" TO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           IF WS-EXCEPTION-COUNT IS EQUAL TO 0
               MOVE "  NONE" TO AUDIT-SAMPLE-REC
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX IS GREATER THAN WS-SEL-COUNT
               MOVE WS-OR-SEL-IDX(WS-ORDER-IDX) TO WS-SEL-IDX
               IF WS-SL-OUTCOME(WS-SEL-IDX) IS EQUAL TO "X"
                   MOVE SPACES TO AUDIT-SAMPLE-REC
                   STRING "  SHEET " WS-ORDER-IDX DELIMITED BY SIZE
                          " " WS-SL-DATE(WS-SEL-IDX) DELIMITED BY SIZE
                          " LINE " WS-SL-LINE(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          " " WS-SL-DEPT(WS-SEL-IDX) DELIMITED BY SIZE
                          " " WS-SL-OP-CODE(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          " - " WS-SL-EXCEPTION(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           STRING "SAMPLED " WS-SEL-COUNT DELIMITED BY SIZE
                  "  END TO END " WS-TRACED-COUNT DELIMITED BY SIZE
                  "  TO SUSPENSE " WS-SUSPENSE-COUNT DELIMITED BY SIZE
                  "  TO RELEASE QUEUE " WS-QUEUED-COUNT
                  DELIMITED BY SIZE
                  "  EXCEPTIONS " WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO AUDIT-SAMPLE-REC.
           PERFORM WRITE-SUMMARY-LINE.
           IF WS-EXCEPTION-COUNT IS GREATER THAN 0
               MOVE "ADDAUDS" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "AAUD" TO ERR-CODE
               MOVE SPACES TO ERR-MESSAGE
               STRING "AUDIT SAMPLE - " WS-EXCEPTION-COUNT
                      DELIMITED BY SIZE
                      " ITEMS NOT TRACED" DELIMITED BY SIZE
                      INTO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
           END-IF.

      *One sheet per item: the submission, then every file of its
      *night it was found on - or not found on, where it should be.
       WRITE-TRACE-SHEET.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           WRITE AUDIT-SAMPLE-REC.
           STRING "TRACE SHEET " WS-ORDER-IDX DELIMITED BY SIZE
                  " OF " WS-SEL-COUNT DELIMITED BY SIZE
                  "   DEPT " WS-SL-DEPT(WS-SEL-IDX) DELIMITED BY SIZE
                  "  OP " WS-SL-OP-CODE(WS-SEL-IDX) DELIMITED BY SIZE
                  "  BUSINESS DATE " WS-SL-DATE(WS-SEL-IDX)
                  DELIMITED BY SIZE
                  INTO AUDIT-SAMPLE-REC.
           WRITE AUDIT-SAMPLE-REC.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           STRING "  ADDTRANS.DAT LINE " WS-SL-LINE(WS-SEL-IDX)
                  DELIMITED BY SIZE
                  "  " WS-SL-RAW-IMAGE(WS-SEL-IDX) DELIMITED BY SIZE
                  INTO AUDIT-SAMPLE-REC.
           WRITE AUDIT-SAMPLE-REC.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           IF WS-SL-DECK-ID(WS-SEL-IDX) IS EQUAL TO SPACES
               MOVE "               LOOSE RECORD - IN NO DECK"
                   TO AUDIT-SAMPLE-REC
           ELSE
               STRING "               IN DECK "
                      WS-SL-DECK-ID(WS-SEL-IDX) DELIMITED BY SIZE
                      INTO AUDIT-SAMPLE-REC
           END-IF.
           WRITE AUDIT-SAMPLE-REC.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           EVALUATE TRUE
               WHEN WS-SL-TRVAL-LINE(WS-SEL-IDX) IS GREATER THAN 0
                   STRING "  ADDTRVAL.DAT LINE "
                          WS-SL-TRVAL-LINE(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          "  " WS-SL-VALID-IMAGE(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
                   WRITE AUDIT-SAMPLE-REC
               WHEN WS-SL-HOLD-LINE(WS-SEL-IDX) IS GREATER THAN 0
                   STRING "  ADDHOLD.DAT  LINE "
                          WS-SL-HOLD-LINE(WS-SEL-IDX) DELIMITED BY SIZE
                          "  HELD OVER LIMIT "
                          WS-SL-HOLD-REASON(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          " FOR SUPERVISOR RELEASE" DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
                   WRITE AUDIT-SAMPLE-REC
               WHEN WS-SL-SUSP-LINE(WS-SEL-IDX) IS GREATER THAN 0
                   STRING "  ADDSUSP.DAT  LINE "
                          WS-SL-SUSP-LINE(WS-SEL-IDX) DELIMITED BY SIZE
                          "  REJECTED " WS-SL-SUSP-DATE(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          " REASON " WS-SL-SUSP-REASON(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
                   WRITE AUDIT-SAMPLE-REC
                   MOVE SPACES TO AUDIT-SAMPLE-REC
                   IF WS-SL-WOFF-DATE(WS-SEL-IDX) IS GREATER THAN 0
                       STRING "  ADDWOFF.DAT  WRITTEN OFF "
                              WS-SL-WOFF-DATE(WS-SEL-IDX)
                              DELIMITED BY SIZE
                              " APPROVED BY " WS-SL-WOFF-BY(WS-SEL-IDX)
                              DELIMITED BY SIZE
                              INTO AUDIT-SAMPLE-REC
                   ELSE
                       MOVE "  ADDWOFF.DAT  NOT WRITTEN OFF"
                           TO AUDIT-SAMPLE-REC
                   END-IF
                   WRITE AUDIT-SAMPLE-REC
               WHEN OTHER
                   MOVE "  ADDTRVAL.DAT NOT FOUND - NOR ON ADDHOLD.DAT"
                       TO AUDIT-SAMPLE-REC
                   WRITE AUDIT-SAMPLE-REC
                   MOVE "               OR ADDSUSP.DAT"
                       TO AUDIT-SAMPLE-REC
                   WRITE AUDIT-SAMPLE-REC
           END-EVALUATE.
           IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS GREATER THAN 0
               PERFORM WRITE-RESULT-AND-POSTING
           END-IF.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           IF WS-SL-CTL-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
               MOVE "  ADDCTL.DAT   NOT FOUND" TO AUDIT-SAMPLE-REC
           ELSE
               MOVE WS-SL-CTL-IMAGE(WS-SEL-IDX) TO ADD-CONTROL-REC
               MOVE CTL-TRANS-COUNT TO WS-COUNT-ED
               MOVE CTL-TOTAL-SUM TO WS-SUM-ED
               STRING "  ADDCTL.DAT   RUN " CTL-RUN-DATE
                      DELIMITED BY SIZE
                      " COUNT " WS-COUNT-ED DELIMITED BY SIZE
                      " SUM " WS-SUM-ED DELIMITED BY SIZE
                      INTO AUDIT-SAMPLE-REC
           END-IF.
           WRITE AUDIT-SAMPLE-REC.
           IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS GREATER THAN 0
               MOVE SPACES TO AUDIT-SAMPLE-REC
               IF WS-SL-DEPT-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
                   MOVE "  ADDDEPT.DAT  NOT FOUND" TO AUDIT-SAMPLE-REC
               ELSE
                   MOVE WS-SL-DEPT-IMAGE(WS-SEL-IDX) TO ADD-DEPT-REC
                   MOVE DEP-TRANS-COUNT TO WS-COUNT-ED
                   MOVE DEP-TOTAL-SUM TO WS-SUM-ED
                   STRING "  ADDDEPT.DAT  DEPT " DEP-DEPT
                          DELIMITED BY SIZE
                          " COUNT " WS-COUNT-ED DELIMITED BY SIZE
                          " SUM " WS-SUM-ED DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
               END-IF
               WRITE AUDIT-SAMPLE-REC
           END-IF.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           IF WS-SL-BALC-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
               MOVE "  ADDBALC.DAT  NOT FOUND" TO AUDIT-SAMPLE-REC
           ELSE
               MOVE WS-SL-BALC-IMAGE(WS-SEL-IDX) TO WS-TRAIL-IMAGE
               STRING "  ADDBALC.DAT  CERTIFIED " WS-TBC-RUN-DATE
                      DELIMITED BY SIZE
                      " " WS-TBC-STATUS DELIMITED BY SIZE
                      INTO AUDIT-SAMPLE-REC
           END-IF.
           WRITE AUDIT-SAMPLE-REC.
           IF WS-SL-TRVAL-LINE(WS-SEL-IDX) IS GREATER THAN 0
               MOVE SPACES TO AUDIT-SAMPLE-REC
               IF WS-SL-GL-IMAGE(WS-SEL-IDX) IS EQUAL TO SPACES
                   MOVE "  ADDGLJE.DAT  NOT FOUND" TO AUDIT-SAMPLE-REC
               ELSE
                   MOVE WS-SL-GL-IMAGE(WS-SEL-IDX) TO WS-TRAIL-IMAGE
                   MOVE WS-TGL-AMOUNT TO WS-GL-AMOUNT-ED
                   STRING "  ADDGLJE.DAT  " WS-TGL-POSTING-DATE
                          DELIMITED BY SIZE
                          " ACCOUNT " WS-TGL-ACCOUNT DELIMITED BY SIZE
                          " " WS-TGL-DEBIT-CREDIT DELIMITED BY SIZE
                          " " WS-GL-AMOUNT-ED DELIMITED BY SIZE
                          " " WS-TGL-DESCRIPTION DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
               END-IF
               WRITE AUDIT-SAMPLE-REC
           END-IF.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           EVALUATE WS-SL-OUTCOME(WS-SEL-IDX)
               WHEN "P"
                   MOVE "  RESULT: TRACED END TO END"
                       TO AUDIT-SAMPLE-REC
               WHEN "H"
                   MOVE "  RESULT: TRACED TO THE RELEASE QUEUE"
                       TO AUDIT-SAMPLE-REC
               WHEN "S"
                   MOVE "  RESULT: TRACED TO SUSPENSE"
                       TO AUDIT-SAMPLE-REC
               WHEN OTHER
                   STRING "  RESULT: *** EXCEPTION - "
                          DELIMITED BY SIZE
                          WS-SL-EXCEPTION(WS-SEL-IDX)
                          DELIMITED BY "  "
                          " ***" DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
           END-EVALUATE.
           WRITE AUDIT-SAMPLE-REC.

       WRITE-RESULT-AND-POSTING.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           IF WS-SL-RSLT-LINE(WS-SEL-IDX) IS EQUAL TO 0
               MOVE "  ADDRSLT.DAT  NOT FOUND" TO AUDIT-SAMPLE-REC
           ELSE
               STRING "  ADDRSLT.DAT  LINE " WS-SL-RSLT-LINE(WS-SEL-IDX)
                      DELIMITED BY SIZE
                      "  " WS-SL-RSLT-TEXT(WS-SEL-IDX) DELIMITED BY SIZE
                      INTO AUDIT-SAMPLE-REC
           END-IF.
           WRITE AUDIT-SAMPLE-REC.
           MOVE SPACES TO AUDIT-SAMPLE-REC.
           IF WS-SL-POST-SEQ(WS-SEL-IDX) IS EQUAL TO 0
               MOVE "  ADDPOST.DAT  NOT FOUND" TO AUDIT-SAMPLE-REC
           ELSE
               IF WS-SL-POST-SIZE-ERROR(WS-SEL-IDX) IS EQUAL TO "Y"
                   STRING "  ADDPOST.DAT  REFERENCE "
                          WS-SL-DATE(WS-SEL-IDX) DELIMITED BY SIZE
                          "-" WS-SL-POST-SEQ(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          "  OVERFLOW" DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
               ELSE
                   MOVE WS-SL-POST-RESULT(WS-SEL-IDX) TO WS-RESULT-ED
                   STRING "  ADDPOST.DAT  REFERENCE "
                          WS-SL-DATE(WS-SEL-IDX) DELIMITED BY SIZE
                          "-" WS-SL-POST-SEQ(WS-SEL-IDX)
                          DELIMITED BY SIZE
                          "  RESULT " WS-RESULT-ED DELIMITED BY SIZE
                          INTO AUDIT-SAMPLE-REC
               END-IF
           END-IF.
           WRITE AUDIT-SAMPLE-REC.

       WRITE-SUMMARY-LINE.
           WRITE AUDIT-SAMPLE-REC.
           DISPLAY AUDIT-SAMPLE-REC.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY signonr.
