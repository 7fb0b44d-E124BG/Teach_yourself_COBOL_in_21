      * of mouth: completions from JOBSTAT.DAT with their times and
      * elapsed figures, today's errors from ERRLOG.DAT, ADDITION's
      * day control totals from ADDCTL.DAT, and the MULT-TABLE
      * reconciliation pass/fail totals from MULTRECN.DAT, and any
      * keyed ADDENTRY deck still waiting for key verification on
      * ADDUNVF.DAT (it will miss tonight's edit pass), and every
      * report copy on the delivery manifest (RPTMANF.DAT) nobody has
      * delivered yet - printed as one document (SHIFTHND.DAT) the
      * outgoing operator signs and the incoming operator starts
      * from, so nothing gets dropped at the shift change. The
      * outgoing and incoming crews are taken from the shift roster
      * (OPRROST.DAT) - the shift ending and the one after it - and
      * each rostered operator gets a signature line; the outgoing
      * operator is only asked for when nobody was rostered on the
      * shift.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTHND.
               FILE STATUS IS WS-RECON-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO "SHIFTHND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADD-UNVERIFIED-FILE ASSIGN TO "ADDUNVF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNVF-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "OPRROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT RPT-MANIFEST-FILE ASSIGN TO "RPTMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
       FD  HANDOVER-FILE.
       01  HANDOVER-REC PIC X(80).

      *Keyed decks waiting for their second keying; only the DHDR
      *header lines are of interest here.
       FD  ADD-UNVERIFIED-FILE.
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

       FD  ROSTER-FILE.
       COPY oprrost.

       FD  RPT-MANIFEST-FILE.
       COPY rptmanf.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-RECON-STATUS PIC XX.
       01  WS-UNVF-STATUS PIC XX.
       01  WS-UNVERIFIED-COUNT PIC 9(5) VALUE 0.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-UNDELIVERED-COUNT PIC 9(5) VALUE 0.
       01  WS-END-OF-FILE-SWITCH PIC X.

       01  WS-OUTGOING-OPERATOR PIC X(8).
       01  WS-CTL-SUM-ED PIC -(9)9.99.
       01  WS-RECON-LINE PIC X(60) VALUE SPACES.

      *The crews off the roster: the shift ending and the next one. A
      *shift 3 handover run in the morning belongs to the shift that
      *started the evening before.
       01  WS-ROSTER-STATUS PIC XX.
       01  WS-NOW-TIME PIC 9(8).
       01  WS-SHIFT-DATE PIC 9(8).
       01  WS-INCOMING-SHIFT PIC X(1).
       01  WS-INCOMING-DATE PIC 9(8).
       01  WS-OUT-CREW-TABLE.
           05  WS-OUT-CREW PIC X(8) OCCURS 10 TIMES.
       01  WS-OUT-CREW-COUNT PIC 9(2) VALUE 0.
       01  WS-IN-CREW-TABLE.
           05  WS-IN-CREW PIC X(8) OCCURS 10 TIMES.
       01  WS-IN-CREW-COUNT PIC 9(2) VALUE 0.
       01  WS-CREW-IDX PIC 9(2).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           DISPLAY "Shift ending (1, 2 or 3): ".
           ACCEPT WS-SHIFT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ROSTERED-CREWS.
           IF WS-OUT-CREW-COUNT IS EQUAL TO 0
               DISPLAY "NOBODY ROSTERED ON THE SHIFT ENDING."
               DISPLAY "Outgoing operator ID: "
               ACCEPT WS-OUTGOING-OPERATOR
           ELSE
               MOVE WS-OUT-CREW(1) TO WS-OUTGOING-OPERATOR
           END-IF.
           MOVE "SHIFTHND" TO JH-PROGRAM-NAME.
           MOVE WS-OUTGOING-OPERATOR TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           OPEN OUTPUT HANDOVER-FILE.
           PERFORM WRITE-HANDOVER-HEADER.
           PERFORM REPORT-TODAYS-COMPLETIONS.
           PERFORM REPORT-TODAYS-ERRORS.
           PERFORM REPORT-CONTROL-TOTALS.
           PERFORM REPORT-RECON-TOTALS.
           PERFORM REPORT-UNVERIFIED-DECKS.
           PERFORM REPORT-UNDELIVERED-REPORTS.
           PERFORM WRITE-SIGNATURE-BLOCK.
           CLOSE HANDOVER-FILE.
           DISPLAY "HANDOVER REPORT WRITTEN - COMPLETIONS "
                  WS-OUTGOING-OPERATOR DELIMITED BY SIZE
                  INTO HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.
           MOVE SPACES TO HANDOVER-REC.
           STRING "OUTGOING CREW (SHIFT " WS-SHIFT DELIMITED BY SIZE
                  " OF " WS-SHIFT-DATE "):" DELIMITED BY SIZE
                  INTO HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.
           PERFORM VARYING WS-CREW-IDX FROM 1 BY 1
                   UNTIL WS-CREW-IDX IS GREATER THAN WS-OUT-CREW-COUNT
               STRING "  " WS-OUT-CREW(WS-CREW-IDX) DELIMITED BY SIZE
                      INTO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-PERFORM.
           IF WS-OUT-CREW-COUNT IS EQUAL TO 0
               MOVE "  (NOBODY ROSTERED)" TO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-IF.
           MOVE SPACES TO HANDOVER-REC.
           STRING "INCOMING CREW (SHIFT " WS-INCOMING-SHIFT
                  DELIMITED BY SIZE
                  " OF " WS-INCOMING-DATE "):" DELIMITED BY SIZE
                  INTO HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.
           PERFORM VARYING WS-CREW-IDX FROM 1 BY 1
                   UNTIL WS-CREW-IDX IS GREATER THAN WS-IN-CREW-COUNT
               STRING "  " WS-IN-CREW(WS-CREW-IDX) DELIMITED BY SIZE
                      INTO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-PERFORM.
           IF WS-IN-CREW-COUNT IS EQUAL TO 0
               MOVE "  (NOBODY ROSTERED)" TO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-IF.
           PERFORM WRITE-HANDOVER-REC.

      *Shift 1 hands over to 2 and 2 to 3 the same day; shift 3 hands
      *over to the next day's shift 1.
       LOAD-ROSTERED-CREWS.
           MOVE WS-TODAY-DATE TO WS-SHIFT-DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF WS-SHIFT IS EQUAL TO "3"
                   AND WS-NOW-TIME IS LESS THAN 12000000
               COMPUTE WS-SHIFT-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-IF.
           MOVE WS-SHIFT-DATE TO WS-INCOMING-DATE.
           EVALUATE WS-SHIFT
               WHEN "1"
                   MOVE "2" TO WS-INCOMING-SHIFT
               WHEN "2"
                   MOVE "3" TO WS-INCOMING-SHIFT
               WHEN OTHER
                   MOVE "1" TO WS-INCOMING-SHIFT
                   COMPUTE WS-INCOMING-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-SHIFT-DATE) + 1)
           END-EVALUATE.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ROSTER-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM SELECT-ROSTERED-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       SELECT-ROSTERED-OPERATOR.
           IF ROS-RUN-DATE IS EQUAL TO WS-SHIFT-DATE
                   AND ROS-SHIFT IS EQUAL TO WS-SHIFT
                   AND WS-OUT-CREW-COUNT IS LESS THAN 10
               ADD 1 TO WS-OUT-CREW-COUNT
               MOVE ROS-OPERATOR-ID TO WS-OUT-CREW(WS-OUT-CREW-COUNT)
           END-IF.
           IF ROS-RUN-DATE IS EQUAL TO WS-INCOMING-DATE
                   AND ROS-SHIFT IS EQUAL TO WS-INCOMING-SHIFT
                   AND WS-IN-CREW-COUNT IS LESS THAN 10
               ADD 1 TO WS-IN-CREW-COUNT
               MOVE ROS-OPERATOR-ID TO WS-IN-CREW(WS-IN-CREW-COUNT)
           END-IF.

      *Every completion line JOBSTAT.DAT carries for today, with the
      *end time, record count and elapsed seconds as written.
           END-IF.
           PERFORM WRITE-HANDOVER-REC.

      *A keyed deck nobody has verified yet cannot reach ADDTRANS.DAT,
      *so whatever is still waiting at handover misses tonight's run
      *unless the incoming shift gets it verified before the cutoff.
       REPORT-UNVERIFIED-DECKS.
           MOVE "--- DECKS AWAITING KEY VERIFICATION ---"
               TO HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.
           OPEN INPUT ADD-UNVERIFIED-FILE.
           IF WS-UNVF-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ADD-UNVERIFIED-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF UVH-TYPE IS EQUAL TO "DHDR"
                               ADD 1 TO WS-UNVERIFIED-COUNT
                               MOVE SPACES TO HANDOVER-REC
                               STRING "  DECK " UVH-DECK-ID
                                      "  DEPT " UVH-DEPT
                                      "  KEYED BY " UVH-ENTERED-BY
                                      " ON " UVH-ENTRY-DATE
                                      DELIMITED BY SIZE
                                      INTO HANDOVER-REC
                               PERFORM WRITE-HANDOVER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADD-UNVERIFIED-FILE
           END-IF.
           IF WS-UNVERIFIED-COUNT IS EQUAL TO 0
               MOVE "  (NONE - EVERY KEYED DECK IS VERIFIED)"
                   TO HANDOVER-REC
           ELSE
               MOVE SPACES TO HANDOVER-REC
               STRING "  ** " WS-UNVERIFIED-COUNT
                      " DECK(S) UNVERIFIED - NOT IN TONIGHT'S INPUT"
                      " UNTIL VERIFIED **" DELIMITED BY SIZE
                      INTO HANDOVER-REC
           END-IF.
           PERFORM WRITE-HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.

      *A report copy still pending on the manifest is one somebody
      *is waiting for - the incoming shift chases it, and reprints
      *are called out because someone asked for them by name.
       REPORT-UNDELIVERED-REPORTS.
           MOVE "--- REPORTS NOT YET DELIVERED ---" TO HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.
           OPEN INPUT RPT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF MNF-STATUS IS EQUAL TO "P"
                               PERFORM WRITE-UNDELIVERED-COPY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-MANIFEST-FILE
           END-IF.
           IF WS-UNDELIVERED-COUNT IS EQUAL TO 0
               MOVE "  (NONE - EVERY MANIFESTED COPY IS DELIVERED)"
                   TO HANDOVER-REC
           ELSE
               MOVE SPACES TO HANDOVER-REC
               STRING "  ** " WS-UNDELIVERED-COUNT
                      " COPY(IES) STILL TO DELIVER **"
                      DELIMITED BY SIZE
                      INTO HANDOVER-REC
           END-IF.
           PERFORM WRITE-HANDOVER-REC.
           PERFORM WRITE-HANDOVER-REC.

       WRITE-UNDELIVERED-COPY.
           ADD 1 TO WS-UNDELIVERED-COUNT.
           MOVE SPACES TO HANDOVER-REC.
           IF MNF-KIND IS EQUAL TO "R"
               STRING "  REPORT " MNF-NUMBER " " MNF-SOURCE
                      " TO " MNF-RECIPIENT
                      "  REPRINT CUT " MNF-LOGGED-DATE
                      DELIMITED BY SIZE
                      INTO HANDOVER-REC
           ELSE
               STRING "  REPORT " MNF-NUMBER " " MNF-SOURCE
                      " TO " MNF-RECIPIENT
                      "  COPY " MNF-COPY " OF " MNF-COPIES
                      "  SINCE " MNF-LOGGED-DATE
                      DELIMITED BY SIZE
                      INTO HANDOVER-REC
           END-IF.
           PERFORM WRITE-HANDOVER-REC.

      *One line per rostered operator on either side of the change;
      *a side nobody was rostered on keeps the plain line.
       WRITE-SIGNATURE-BLOCK.
           IF WS-OUT-CREW-COUNT IS EQUAL TO 0
               MOVE "OUTGOING OPERATOR SIGNATURE: ____________________"
                   TO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-IF.
           PERFORM VARYING WS-CREW-IDX FROM 1 BY 1
                   UNTIL WS-CREW-IDX IS GREATER THAN WS-OUT-CREW-COUNT
               STRING "OUTGOING " WS-OUT-CREW(WS-CREW-IDX)
                      " SIGNATURE: ____________________"
                      DELIMITED BY SIZE
                      INTO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-PERFORM.
           IF WS-IN-CREW-COUNT IS EQUAL TO 0
               MOVE "INCOMING OPERATOR SIGNATURE: ____________________"
                   TO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-IF.
           PERFORM VARYING WS-CREW-IDX FROM 1 BY 1
                   UNTIL WS-CREW-IDX IS GREATER THAN WS-IN-CREW-COUNT
               STRING "INCOMING " WS-IN-CREW(WS-CREW-IDX)
                      " SIGNATURE: ____________________"
                      DELIMITED BY SIZE
                      INTO HANDOVER-REC
               PERFORM WRITE-HANDOVER-REC
           END-PERFORM.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
