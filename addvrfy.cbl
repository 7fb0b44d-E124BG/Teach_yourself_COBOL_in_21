      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Key verification for decks keyed through ADDENTRY.
      * ADDENTRY catches an amount that is badly formed, never one
      * that is well formed and wrong - 1250.00 keyed off a source
      * document that says 125.00. Every keyed deck waits on the
      * unverified deck file (ADDUNVF.DAT) until a second operator -
      * never the one who entered it - re-keys its amounts blind from
      * the same source documents here. Each disagreement is shown
      * side by side, entered against re-keyed, and resolved on the
      * spot: the entered figure stands, the re-keyed figure stands,
      * or the amount is keyed a third time from the document. Only
      * then does the deck move to ADDTRANS.DAT, its trailer rebuilt
      * from the resolved amounts, for the nightly edit pass. Each
      * resolved mismatch is charged to whichever operator keyed the
      * wrong figure on the per-clerk statistics file (ADDKVST.DAT),
      * and a verified supervisor can print the per-clerk mismatch
      * report (ADDKVRPT.DAT) from it. Attended only; offered through
      * the menu option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-UNVERIFIED-FILE ASSIGN TO "ADDUNVF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNVF-STATUS.
           SELECT ADD-UNVERIFIED-NEW-FILE ASSIGN TO "ADDUNVFN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNVF-NEW-STATUS.
           SELECT ADD-TRANS-FILE ASSIGN TO "ADDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT KEY-STATS-FILE ASSIGN TO "ADDKVST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KVST-STATUS.
           SELECT KEY-REPORT-FILE ASSIGN TO "ADDKVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      *Keyed decks exactly as ADDENTRY saved them: a DHDR header with
      *the deck, the department, the entering operator and the entry
      *date, the amount records, and a DTRL trailer.
       FD  ADD-UNVERIFIED-FILE.
       01  ADD-UNVERIFIED-REC PIC X(40).
       01  UNV-DECK-HDR-REC.
           05  UVH-TYPE        PIC X(4).
           05  FILLER          PIC X(1).
           05  UVH-DECK-ID     PIC X(8).
           05  FILLER          PIC X(1).
           05  UVH-DEPT        PIC X(4).
           05  FILLER          PIC X(1).
           05  UVH-ENTERED-BY  PIC X(8).
           05  FILLER          PIC X(1).
           05  UVH-ENTRY-DATE  PIC X(8).
           05  FILLER          PIC X(4).

      *Everything but the deck being verified, copied back over the
      *unverified file once the deck has moved on.
       FD  ADD-UNVERIFIED-NEW-FILE.
       01  ADD-UNVERIFIED-NEW-REC PIC X(40).

       FD  ADD-TRANS-FILE.
       01  ADD-TRANS-REC PIC X(40).

      *One line per operator: decks and amounts they keyed, amounts
      *of theirs a verification proved wrong, decks they verified and
      *re-keyed amounts of theirs that proved wrong.
       FD  KEY-STATS-FILE.
       01  KEY-STATS-REC.
           05  KVS-OPERATOR         PIC X(8).
           05  FILLER               PIC X(1).
           05  KVS-DECKS-ENTERED    PIC 9(5).
           05  FILLER               PIC X(1).
           05  KVS-AMOUNTS-ENTERED  PIC 9(7).
           05  FILLER               PIC X(1).
           05  KVS-ENTRY-MISMATCHES PIC 9(5).
           05  FILLER               PIC X(1).
           05  KVS-DECKS-VERIFIED   PIC 9(5).
           05  FILLER               PIC X(1).
           05  KVS-VERIFY-MISMATCHES PIC 9(5).

       FD  KEY-REPORT-FILE.
       01  KEY-REPORT-REC PIC X(80).

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-UNVF-STATUS PIC XX.
       01  WS-UNVF-NEW-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-KVST-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-UNVF-SWITCH PIC X.
       01  WS-END-OF-KVST-SWITCH PIC X.

       01  WS-VERIFIER-ID PIC X(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01  WS-VERIFIED-COUNT PIC 9(5) VALUE 0.

      *The deck chosen for verification, pulled out of the unverified
      *file whole. The entered amounts are never shown until the
      *second keying is complete.
       01  WS-CHOSEN-DECK-ID PIC X(8).
       01  WS-CHOSEN-FOUND-SWITCH PIC X.
       01  WS-IN-CHOSEN-SWITCH PIC X.
       01  WS-DECK-DONE-SWITCH PIC X.
       01  WS-DECK-HDR-LINE PIC X(40).
       01  WS-DECK-DEPT PIC X(4).
       01  WS-ENTERED-BY PIC X(8).
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 500 TIMES.
               10  WS-VD-FIRST      PIC X(8).
               10  WS-VD-SECOND     PIC X(8).
               10  WS-VD-REST       PIC X(24).
               10  WS-VD-KEY-FIRST  PIC X(8).
               10  WS-VD-KEY-SECOND PIC X(8).
       01  WS-VD-COUNT PIC 9(5) VALUE 0.
       01  WS-VD-IDX PIC 9(5).
       01  WS-VD-OVERFLOW-SWITCH PIC X.

       01  WS-AMOUNT-IN PIC X(8).
       01  WS-AMOUNT-OK-SWITCH PIC X(1).
       01  WS-RAW-DIGITS-X PIC X(7).
       01  WS-RAW-DIGITS-N REDEFINES WS-RAW-DIGITS-X PIC 9(5)V99.
       01  WS-DECK-AMOUNT-SUM PIC S9(9)V99
           SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01  WS-DECK-SUM-ED PIC -(9)9.99.

      *One mismatch at a time through the side-by-side resolution.
       01  WS-FIELD-NAME PIC X(6).
       01  WS-ENTERED-AMOUNT PIC X(8).
       01  WS-KEYED-AMOUNT PIC X(8).
       01  WS-RESOLVED-AMOUNT PIC X(8).
       01  WS-RESOLUTION PIC X(1).
       01  WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01  WS-ENTRY-ERROR-COUNT PIC 9(5) VALUE 0.
       01  WS-VERIFY-ERROR-COUNT PIC 9(5) VALUE 0.

      *Per-clerk statistics held in storage while they are updated or
      *reported.
       01  WS-KV-TABLE.
           05  WS-KV-ENTRY OCCURS 200 TIMES.
               10  WS-KV-OPERATOR    PIC X(8).
               10  WS-KV-DECKS-ENT   PIC 9(5).
               10  WS-KV-AMOUNTS-ENT PIC 9(7).
               10  WS-KV-ENTRY-MIS   PIC 9(5).
               10  WS-KV-DECKS-VER   PIC 9(5).
               10  WS-KV-VERIFY-MIS  PIC 9(5).
       01  WS-KV-COUNT PIC 9(3) VALUE 0.
       01  WS-KV-IDX PIC 9(3).
       01  WS-KV-FOUND-SWITCH PIC X.
       01  WS-KV-LOOKUP-ID PIC X(8).
       01  WS-KV-RATE PIC 9(3)V9.
       01  WS-KV-RATE-ED PIC ZZ9.9.

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).

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
           MOVE "ADDVRFY" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
      *The verifier's identity is what keeps a clerk from verifying
      *their own deck - the terminal's sign-on when there is one,
      *otherwise the ID the operator gives, as ADDENTRY takes it.
           IF JH-OPERATOR-ID IS EQUAL TO "BATCH"
               DISPLAY "Enter your operator ID."
               ACCEPT WS-VERIFIER-ID
               MOVE FUNCTION UPPER-CASE(WS-VERIFIER-ID)
                   TO WS-VERIFIER-ID
               MOVE WS-VERIFIER-ID TO JH-OPERATOR-ID
           ELSE
               MOVE JH-OPERATOR-ID TO WS-VERIFIER-ID
           END-IF.
           PERFORM WRITE-JOB-HEADER-LOG.
           DISPLAY "Verify a deck (V), clerk mismatch report (R)"
                   " or exit (X)? ".
           ACCEPT WS-MENU-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "V"
                   PERFORM RUN-VERIFICATION
               WHEN "R"
                   PERFORM RUN-MISMATCH-REPORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, so
      *HELLO's operator console stops showing ADDVRFY as outstanding.
           MOVE "ADDVRFY" TO JS-PROGRAM-NAME.
           MOVE WS-VERIFIED-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *Lists what is waiting, takes the deck to verify, refuses the
      *clerk who keyed it, then runs the blind second keying.
       RUN-VERIFICATION.
           PERFORM LIST-PENDING-DECKS.
           IF WS-PENDING-COUNT IS EQUAL TO 0
               DISPLAY "NO DECKS WAITING FOR VERIFICATION."
           ELSE
               DISPLAY "Deck ID to verify: "
               ACCEPT WS-CHOSEN-DECK-ID
               MOVE FUNCTION UPPER-CASE(WS-CHOSEN-DECK-ID)
                   TO WS-CHOSEN-DECK-ID
               PERFORM LOAD-CHOSEN-DECK
               EVALUATE TRUE
                   WHEN WS-CHOSEN-FOUND-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "NO UNVERIFIED DECK "
                               WS-CHOSEN-DECK-ID "."
                   WHEN WS-VD-OVERFLOW-SWITCH IS EQUAL TO "Y"
                       DISPLAY "DECK IS LARGER THAN ONE VERIFICATION"
                               " PASS HOLDS - REFER TO A SUPERVISOR."
                   WHEN WS-ENTERED-BY IS EQUAL TO WS-VERIFIER-ID
                       PERFORM REFUSE-OWN-DECK
                   WHEN OTHER
                       PERFORM REKEY-DECK-BLIND
                       PERFORM RESOLVE-MISMATCHES
                       PERFORM RELEASE-VERIFIED-DECK
                       PERFORM UPDATE-KEY-STATISTICS
               END-EVALUATE
           END-IF.

       REFUSE-OWN-DECK.
           DISPLAY "YOU KEYED THIS DECK - A DIFFERENT OPERATOR"
                   " MUST VERIFY IT.".
           MOVE "ADDVRFY" TO ERR-PROGRAM-NAME.
           MOVE WS-VERIFIER-ID TO ERR-OPERATOR-ID.
           MOVE "AKVF" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "OWN DECK VERIFY REFUSED - " WS-CHOSEN-DECK-ID
                  DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

       LIST-PENDING-DECKS.
           MOVE "N" TO WS-END-OF-UNVF-SWITCH.
           OPEN INPUT ADD-UNVERIFIED-FILE.
           IF WS-UNVF-STATUS IS EQUAL TO "00"
               DISPLAY "DECK     DEPT KEYED BY ON"
               PERFORM UNTIL WS-END-OF-UNVF-SWITCH IS EQUAL TO "Y"
                   READ ADD-UNVERIFIED-FILE
                       AT END MOVE "Y" TO WS-END-OF-UNVF-SWITCH
                       NOT AT END
                           IF UVH-TYPE IS EQUAL TO "DHDR"
                               ADD 1 TO WS-PENDING-COUNT
                               DISPLAY UVH-DECK-ID " " UVH-DEPT " "
                                       UVH-ENTERED-BY " "
                                       UVH-ENTRY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-UNVERIFIED-FILE
           END-IF.

      *The chosen deck comes out of the file into storage; every
      *other line goes to the carry-forward copy, which replaces the
      *unverified file only once the deck has been released.
       LOAD-CHOSEN-DECK.
           MOVE "N" TO WS-CHOSEN-FOUND-SWITCH.
           MOVE "N" TO WS-IN-CHOSEN-SWITCH.
           MOVE "N" TO WS-DECK-DONE-SWITCH.
           MOVE "N" TO WS-VD-OVERFLOW-SWITCH.
           MOVE "N" TO WS-END-OF-UNVF-SWITCH.
           MOVE 0 TO WS-VD-COUNT.
           OPEN INPUT ADD-UNVERIFIED-FILE.
           OPEN OUTPUT ADD-UNVERIFIED-NEW-FILE.
           PERFORM UNTIL WS-END-OF-UNVF-SWITCH IS EQUAL TO "Y"
               READ ADD-UNVERIFIED-FILE
                   AT END MOVE "Y" TO WS-END-OF-UNVF-SWITCH
                   NOT AT END
                       PERFORM SORT-ONE-UNVERIFIED-LINE
               END-READ
           END-PERFORM.
           CLOSE ADD-UNVERIFIED-FILE.
           CLOSE ADD-UNVERIFIED-NEW-FILE.

       SORT-ONE-UNVERIFIED-LINE.
           EVALUATE TRUE
               WHEN WS-IN-CHOSEN-SWITCH IS EQUAL TO "Y"
                   IF UVH-TYPE IS EQUAL TO "DTRL"
                       MOVE "N" TO WS-IN-CHOSEN-SWITCH
                       MOVE "Y" TO WS-DECK-DONE-SWITCH
                   ELSE
                       IF WS-VD-COUNT IS LESS THAN 500
                           ADD 1 TO WS-VD-COUNT
                           MOVE ADD-UNVERIFIED-REC(1:8)
                               TO WS-VD-FIRST(WS-VD-COUNT)
                           MOVE ADD-UNVERIFIED-REC(9:8)
                               TO WS-VD-SECOND(WS-VD-COUNT)
                           MOVE ADD-UNVERIFIED-REC(17:24)
                               TO WS-VD-REST(WS-VD-COUNT)
                       ELSE
                           MOVE "Y" TO WS-VD-OVERFLOW-SWITCH
                       END-IF
                   END-IF
               WHEN UVH-TYPE IS EQUAL TO "DHDR"
                       AND UVH-DECK-ID IS EQUAL TO WS-CHOSEN-DECK-ID
                       AND WS-DECK-DONE-SWITCH IS EQUAL TO "N"
                   MOVE "Y" TO WS-CHOSEN-FOUND-SWITCH
                   MOVE "Y" TO WS-IN-CHOSEN-SWITCH
                   MOVE ADD-UNVERIFIED-REC TO WS-DECK-HDR-LINE
                   MOVE UVH-DEPT TO WS-DECK-DEPT
                   MOVE UVH-ENTERED-BY TO WS-ENTERED-BY
               WHEN OTHER
                   MOVE ADD-UNVERIFIED-REC TO ADD-UNVERIFIED-NEW-REC
                   WRITE ADD-UNVERIFIED-NEW-REC
           END-EVALUATE.

      *The second keying, record by record, from the source
      *documents - nothing the first clerk keyed is on the screen.
       REKEY-DECK-BLIND.
           DISPLAY "DECK " WS-CHOSEN-DECK-ID " DEPT " WS-DECK-DEPT
                   " - " WS-VD-COUNT " RECORDS TO RE-KEY.".
           MOVE 1 TO WS-VD-IDX.
           PERFORM UNTIL WS-VD-IDX IS GREATER THAN WS-VD-COUNT
               DISPLAY "RECORD " WS-VD-IDX
                       " FIRST amount (e.g. +0010050): "
               PERFORM GET-VALID-AMOUNT
               MOVE WS-AMOUNT-IN TO WS-VD-KEY-FIRST(WS-VD-IDX)
               DISPLAY "RECORD " WS-VD-IDX
                       " SECOND amount (e.g. +0020025): "
               PERFORM GET-VALID-AMOUNT
               MOVE WS-AMOUNT-IN TO WS-VD-KEY-SECOND(WS-VD-IDX)
               ADD 1 TO WS-VD-IDX
           END-PERFORM.

       GET-VALID-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK-SWITCH.
           PERFORM UNTIL WS-AMOUNT-OK-SWITCH IS EQUAL TO "Y"
               ACCEPT WS-AMOUNT-IN
               IF (WS-AMOUNT-IN(1:1) IS EQUAL TO "+"
                       OR WS-AMOUNT-IN(1:1) IS EQUAL TO "-")
                       AND WS-AMOUNT-IN(2:7) IS NUMERIC
                   MOVE "Y" TO WS-AMOUNT-OK-SWITCH
               ELSE
                   DISPLAY "Invalid amount - sign then 7 digits: "
               END-IF
           END-PERFORM.

      *Every disagreement is settled before the deck moves on; the
      *resolved figure replaces the entered one in storage.
       RESOLVE-MISMATCHES.
           MOVE 1 TO WS-VD-IDX.
           PERFORM UNTIL WS-VD-IDX IS GREATER THAN WS-VD-COUNT
               IF WS-VD-KEY-FIRST(WS-VD-IDX) IS NOT EQUAL TO
                       WS-VD-FIRST(WS-VD-IDX)
                   MOVE "FIRST " TO WS-FIELD-NAME
                   MOVE WS-VD-FIRST(WS-VD-IDX) TO WS-ENTERED-AMOUNT
                   MOVE WS-VD-KEY-FIRST(WS-VD-IDX) TO WS-KEYED-AMOUNT
                   PERFORM RESOLVE-ONE-MISMATCH
                   MOVE WS-RESOLVED-AMOUNT TO WS-VD-FIRST(WS-VD-IDX)
               END-IF
               IF WS-VD-KEY-SECOND(WS-VD-IDX) IS NOT EQUAL TO
                       WS-VD-SECOND(WS-VD-IDX)
                   MOVE "SECOND" TO WS-FIELD-NAME
                   MOVE WS-VD-SECOND(WS-VD-IDX) TO WS-ENTERED-AMOUNT
                   MOVE WS-VD-KEY-SECOND(WS-VD-IDX) TO WS-KEYED-AMOUNT
                   PERFORM RESOLVE-ONE-MISMATCH
                   MOVE WS-RESOLVED-AMOUNT TO WS-VD-SECOND(WS-VD-IDX)
               END-IF
               ADD 1 TO WS-VD-IDX
           END-PERFORM.
           DISPLAY "MISMATCHES " WS-MISMATCH-COUNT
                   "  CHARGED TO ENTRY " WS-ENTRY-ERROR-COUNT
                   "  TO VERIFICATION " WS-VERIFY-ERROR-COUNT.

      *Whoever keyed the figure that proved wrong is charged with the
      *mismatch; a figure both got wrong is keyed a third time and
      *charged to both.
       RESOLVE-ONE-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           DISPLAY "------------------------------------------------".
           DISPLAY "RECORD " WS-VD-IDX " " WS-FIELD-NAME
                   "   ENTERED " WS-ENTERED-AMOUNT
                   "   RE-KEYED " WS-KEYED-AMOUNT.
           MOVE SPACE TO WS-RESOLUTION.
           PERFORM UNTIL WS-RESOLUTION IS EQUAL TO "E"
                   OR WS-RESOLUTION IS EQUAL TO "V"
                   OR WS-RESOLUTION IS EQUAL TO "R"
               DISPLAY "Entered is right (E), re-keyed is right (V)"
                       " or key it again from the source (R)? "
               ACCEPT WS-RESOLUTION
               MOVE FUNCTION UPPER-CASE(WS-RESOLUTION)
                   TO WS-RESOLUTION
           END-PERFORM.
           EVALUATE WS-RESOLUTION
               WHEN "E"
                   MOVE WS-ENTERED-AMOUNT TO WS-RESOLVED-AMOUNT
                   ADD 1 TO WS-VERIFY-ERROR-COUNT
               WHEN "V"
                   MOVE WS-KEYED-AMOUNT TO WS-RESOLVED-AMOUNT
                   ADD 1 TO WS-ENTRY-ERROR-COUNT
               WHEN OTHER
                   DISPLAY "Amount from the source document: "
                   PERFORM GET-VALID-AMOUNT
                   MOVE WS-AMOUNT-IN TO WS-RESOLVED-AMOUNT
                   IF WS-RESOLVED-AMOUNT IS NOT EQUAL TO
                           WS-ENTERED-AMOUNT
                       ADD 1 TO WS-ENTRY-ERROR-COUNT
                   END-IF
                   IF WS-RESOLVED-AMOUNT IS NOT EQUAL TO
                           WS-KEYED-AMOUNT
                       ADD 1 TO WS-VERIFY-ERROR-COUNT
                   END-IF
           END-EVALUATE.

      *The verified deck is appended to the nightly input with the
      *original header (entering operator and date) and a trailer
      *rebuilt from the resolved amounts, then the unverified file is
      *replaced by the copy without it.
       RELEASE-VERIFIED-DECK.
           MOVE 0 TO WS-DECK-AMOUNT-SUM.
           OPEN EXTEND ADD-TRANS-FILE.
           IF WS-TRANS-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADD-TRANS-FILE
           END-IF.
           MOVE WS-DECK-HDR-LINE TO ADD-TRANS-REC.
           WRITE ADD-TRANS-REC.
           MOVE 1 TO WS-VD-IDX.
           PERFORM UNTIL WS-VD-IDX IS GREATER THAN WS-VD-COUNT
               MOVE SPACES TO ADD-TRANS-REC
               STRING WS-VD-FIRST(WS-VD-IDX) DELIMITED BY SIZE
                      WS-VD-SECOND(WS-VD-IDX) DELIMITED BY SIZE
                      WS-VD-REST(WS-VD-IDX) DELIMITED BY SIZE
                      INTO ADD-TRANS-REC
               WRITE ADD-TRANS-REC
               MOVE WS-VD-FIRST(WS-VD-IDX) TO WS-AMOUNT-IN
               PERFORM SUM-ONE-AMOUNT
               MOVE WS-VD-SECOND(WS-VD-IDX) TO WS-AMOUNT-IN
               PERFORM SUM-ONE-AMOUNT
               ADD 1 TO WS-VD-IDX
           END-PERFORM.
           MOVE SPACES TO ADD-TRANS-REC.
           STRING "DTRL " DELIMITED BY SIZE
                  WS-VD-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECK-AMOUNT-SUM DELIMITED BY SIZE
                  INTO ADD-TRANS-REC.
           WRITE ADD-TRANS-REC.
           CLOSE ADD-TRANS-FILE.
           PERFORM COPY-BACK-UNVERIFIED.
           ADD 1 TO WS-VERIFIED-COUNT.
           MOVE WS-DECK-AMOUNT-SUM TO WS-DECK-SUM-ED.
           DISPLAY "DECK " WS-CHOSEN-DECK-ID " VERIFIED - "
                   WS-VD-COUNT " RECORDS TOTAL " WS-DECK-SUM-ED
                   " RELEASED TO ADDTRANS.DAT.".
           MOVE "ADDVRFY" TO ERR-PROGRAM-NAME.
           MOVE WS-VERIFIER-ID TO ERR-OPERATOR-ID.
           MOVE "AKVF" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "DECK VERIFIED " WS-CHOSEN-DECK-ID
                  " MISMATCHES " WS-MISMATCH-COUNT
                  DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

       SUM-ONE-AMOUNT.
           MOVE WS-AMOUNT-IN(2:7) TO WS-RAW-DIGITS-X.
           IF WS-AMOUNT-IN(1:1) IS EQUAL TO "-"
               SUBTRACT WS-RAW-DIGITS-N FROM WS-DECK-AMOUNT-SUM
           ELSE
               ADD WS-RAW-DIGITS-N TO WS-DECK-AMOUNT-SUM
           END-IF.

       COPY-BACK-UNVERIFIED.
           MOVE "N" TO WS-END-OF-UNVF-SWITCH.
           OPEN INPUT ADD-UNVERIFIED-NEW-FILE.
           OPEN OUTPUT ADD-UNVERIFIED-FILE.
           PERFORM UNTIL WS-END-OF-UNVF-SWITCH IS EQUAL TO "Y"
               READ ADD-UNVERIFIED-NEW-FILE
                   AT END MOVE "Y" TO WS-END-OF-UNVF-SWITCH
                   NOT AT END
                       MOVE ADD-UNVERIFIED-NEW-REC
                           TO ADD-UNVERIFIED-REC
                       WRITE ADD-UNVERIFIED-REC
               END-READ
           END-PERFORM.
           CLOSE ADD-UNVERIFIED-NEW-FILE.
           CLOSE ADD-UNVERIFIED-FILE.

      *The entering clerk is credited with the deck and its amounts
      *and charged with their proven errors; the verifier likewise.
       UPDATE-KEY-STATISTICS.
           PERFORM LOAD-KEY-STATISTICS.
           MOVE WS-ENTERED-BY TO WS-KV-LOOKUP-ID.
           PERFORM FIND-KEY-STATISTIC.
           IF WS-KV-IDX IS NOT GREATER THAN WS-KV-COUNT
               ADD 1 TO WS-KV-DECKS-ENT(WS-KV-IDX)
               COMPUTE WS-KV-AMOUNTS-ENT(WS-KV-IDX) =
                   WS-KV-AMOUNTS-ENT(WS-KV-IDX) + (WS-VD-COUNT * 2)
               ADD WS-ENTRY-ERROR-COUNT TO WS-KV-ENTRY-MIS(WS-KV-IDX)
           END-IF.
           MOVE WS-VERIFIER-ID TO WS-KV-LOOKUP-ID.
           PERFORM FIND-KEY-STATISTIC.
           IF WS-KV-IDX IS NOT GREATER THAN WS-KV-COUNT
               ADD 1 TO WS-KV-DECKS-VER(WS-KV-IDX)
               ADD WS-VERIFY-ERROR-COUNT
                   TO WS-KV-VERIFY-MIS(WS-KV-IDX)
           END-IF.
           OPEN OUTPUT KEY-STATS-FILE.
           MOVE 1 TO WS-KV-IDX.
           PERFORM UNTIL WS-KV-IDX IS GREATER THAN WS-KV-COUNT
               MOVE SPACES TO KEY-STATS-REC
               MOVE WS-KV-OPERATOR(WS-KV-IDX) TO KVS-OPERATOR
               MOVE WS-KV-DECKS-ENT(WS-KV-IDX) TO KVS-DECKS-ENTERED
               MOVE WS-KV-AMOUNTS-ENT(WS-KV-IDX)
                   TO KVS-AMOUNTS-ENTERED
               MOVE WS-KV-ENTRY-MIS(WS-KV-IDX)
                   TO KVS-ENTRY-MISMATCHES
               MOVE WS-KV-DECKS-VER(WS-KV-IDX) TO KVS-DECKS-VERIFIED
               MOVE WS-KV-VERIFY-MIS(WS-KV-IDX)
                   TO KVS-VERIFY-MISMATCHES
               WRITE KEY-STATS-REC
               ADD 1 TO WS-KV-IDX
           END-PERFORM.
           CLOSE KEY-STATS-FILE.

       LOAD-KEY-STATISTICS.
           MOVE 0 TO WS-KV-COUNT.
           MOVE "N" TO WS-END-OF-KVST-SWITCH.
           OPEN INPUT KEY-STATS-FILE.
           IF WS-KVST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-KVST-SWITCH IS EQUAL TO "Y"
                   READ KEY-STATS-FILE
                       AT END MOVE "Y" TO WS-END-OF-KVST-SWITCH
                       NOT AT END
                           IF WS-KV-COUNT IS LESS THAN 200
                               ADD 1 TO WS-KV-COUNT
                               MOVE KVS-OPERATOR
                                   TO WS-KV-OPERATOR(WS-KV-COUNT)
                               MOVE KVS-DECKS-ENTERED
                                   TO WS-KV-DECKS-ENT(WS-KV-COUNT)
                               MOVE KVS-AMOUNTS-ENTERED
                                   TO WS-KV-AMOUNTS-ENT(WS-KV-COUNT)
                               MOVE KVS-ENTRY-MISMATCHES
                                   TO WS-KV-ENTRY-MIS(WS-KV-COUNT)
                               MOVE KVS-DECKS-VERIFIED
                                   TO WS-KV-DECKS-VER(WS-KV-COUNT)
                               MOVE KVS-VERIFY-MISMATCHES
                                   TO WS-KV-VERIFY-MIS(WS-KV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-STATS-FILE
           END-IF.

      *Finds the operator's line, adding a zeroed one for an operator
      *not yet on file. A full table leaves the index past the count.
       FIND-KEY-STATISTIC.
           MOVE "N" TO WS-KV-FOUND-SWITCH.
           MOVE 1 TO WS-KV-IDX.
           PERFORM UNTIL WS-KV-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-KV-IDX IS GREATER THAN WS-KV-COUNT
               IF WS-KV-OPERATOR(WS-KV-IDX) IS EQUAL TO WS-KV-LOOKUP-ID
                   MOVE "Y" TO WS-KV-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-KV-IDX
               END-IF
           END-PERFORM.
           IF WS-KV-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   AND WS-KV-COUNT IS LESS THAN 200
               ADD 1 TO WS-KV-COUNT
               MOVE WS-KV-COUNT TO WS-KV-IDX
               MOVE WS-KV-LOOKUP-ID TO WS-KV-OPERATOR(WS-KV-IDX)
               MOVE 0 TO WS-KV-DECKS-ENT(WS-KV-IDX)
               MOVE 0 TO WS-KV-AMOUNTS-ENT(WS-KV-IDX)
               MOVE 0 TO WS-KV-ENTRY-MIS(WS-KV-IDX)
               MOVE 0 TO WS-KV-DECKS-VER(WS-KV-IDX)
               MOVE 0 TO WS-KV-VERIFY-MIS(WS-KV-IDX)
           END-IF.

      *Supervisors only: each clerk's keying record, with the share
      *of their keyed amounts a verification proved wrong.
       RUN-MISMATCH-REPORT.
           PERFORM VERIFY-SUPERVISOR.
           IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NO SUPERVISOR APPROVAL - REPORT NOT PRODUCED."
           ELSE
               PERFORM WRITE-MISMATCH-REPORT
           END-IF.

       WRITE-MISMATCH-REPORT.
           PERFORM LOAD-KEY-STATISTICS.
           OPEN OUTPUT KEY-REPORT-FILE.
           MOVE SPACES TO KEY-REPORT-REC.
           STRING "KEY VERIFICATION - MISMATCHES BY CLERK - RUN "
                  JH-RUN-DATE DELIMITED BY SIZE
                  INTO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
           MOVE SPACES TO KEY-REPORT-REC.
           STRING "CLERK    DECKS AMOUNTS ENTRY-ERR  RATE%"
                  "  VERIFIED VERIFY-ERR" DELIMITED BY SIZE
                  INTO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
           MOVE 1 TO WS-KV-IDX.
           PERFORM UNTIL WS-KV-IDX IS GREATER THAN WS-KV-COUNT
               MOVE 0 TO WS-KV-RATE
               IF WS-KV-AMOUNTS-ENT(WS-KV-IDX) IS GREATER THAN 0
                   COMPUTE WS-KV-RATE ROUNDED =
                       WS-KV-ENTRY-MIS(WS-KV-IDX) * 100
                       / WS-KV-AMOUNTS-ENT(WS-KV-IDX)
               END-IF
               MOVE WS-KV-RATE TO WS-KV-RATE-ED
               MOVE SPACES TO KEY-REPORT-REC
               STRING WS-KV-OPERATOR(WS-KV-IDX) DELIMITED BY SIZE
                      " " WS-KV-DECKS-ENT(WS-KV-IDX) DELIMITED BY SIZE
                      " " WS-KV-AMOUNTS-ENT(WS-KV-IDX)
                      DELIMITED BY SIZE
                      "     " WS-KV-ENTRY-MIS(WS-KV-IDX)
                      DELIMITED BY SIZE
                      "  " WS-KV-RATE-ED DELIMITED BY SIZE
                      "     " WS-KV-DECKS-VER(WS-KV-IDX)
                      DELIMITED BY SIZE
                      "      " WS-KV-VERIFY-MIS(WS-KV-IDX)
                      DELIMITED BY SIZE
                      INTO KEY-REPORT-REC
               WRITE KEY-REPORT-REC
               DISPLAY KEY-REPORT-REC
               ADD 1 TO WS-KV-IDX
           END-PERFORM.
           CLOSE KEY-REPORT-FILE.
           DISPLAY "MISMATCH REPORT WRITTEN TO ADDKVRPT.DAT.".

       VERIFY-SUPERVISOR.
           DISPLAY "Supervisor ID: ".
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

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY signonr.
