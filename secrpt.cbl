      * master was recreated from scratch and must always be explained.
      * A day with lockouts or repeated denials ends with a warning
      * return code; a MASTER-SEEDED day ends with a serious one so
      * the stream flags it for the security reviewer. Every completed
      * session banked on SESSHIST.DAT for the date is also checked
      * against the shift roster (OPRROST.DAT): a sign-on by an
      * operator not rostered for the shift it fell in is listed as
      * an exception, and also ends the day with a warning.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
           COPY seclogsel.
           SELECT SEC-REPORT-FILE ASSIGN TO "SECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-HISTORY-FILE ASSIGN TO "SESSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSHIST-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "OPRROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
       FD  SEC-REPORT-FILE.
       01  SEC-REPORT-REC PIC X(80).

      *Same layout MAINMENU banks each completed session in.
       FD  SESSION-HISTORY-FILE.
       01  SESSION-HISTORY-REC.
           05  SSH-TERMINAL-ID PIC X(8).
           05  FILLER          PIC X(1).
           05  SSH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(1).
           05  SSH-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X(1).
           05  SSH-ON-TIME     PIC 9(8).
           05  FILLER          PIC X(1).
           05  SSH-OFF-TIME    PIC 9(8).

       FD  ROSTER-FILE.
       COPY oprrost.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       01  WS-SEEDED-COUNT PIC 9(5) VALUE 0.
       01  WS-REPEAT-FLAG-COUNT PIC 9(5) VALUE 0.

      *Roster check: the report date's crews and the day before's
      *(a sign-on before 06:00 belongs to the previous evening's
      *shift 3), and the shift each sign-on time falls in.
       01  WS-SESSHIST-STATUS PIC XX.
       01  WS-ROSTER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-PRIOR-DATE PIC 9(8).
       01  WS-SHIFT-1-START PIC 9(8) VALUE 06000000.
       01  WS-SHIFT-2-START PIC 9(8) VALUE 14000000.
       01  WS-SHIFT-3-START PIC 9(8) VALUE 22000000.
       01  WS-SIGNON-SHIFT PIC X(1).
       01  WS-SIGNON-SHIFT-DATE PIC 9(8).
       01  WS-CREW-TABLE.
           05  WS-CREW-ENTRY OCCURS 200 TIMES.
               10  WS-CR-DATE     PIC 9(8).
               10  WS-CR-SHIFT    PIC X(1).
               10  WS-CR-OPERATOR PIC X(8).
       01  WS-CREW-COUNT PIC 9(3) VALUE 0.
       01  WS-CREW-IDX PIC 9(3).
       01  WS-ROSTERED-SWITCH PIC X.
       01  WS-SESSION-COUNT PIC 9(5) VALUE 0.
       01  WS-UNROSTERED-COUNT PIC 9(5) VALUE 0.

       COPY seclghdr.
       COPY jobhdr.
       COPY errhdr.
           END-IF.
           IF WS-LOCKOUT-COUNT IS GREATER THAN 0
                   OR WS-REPEAT-FLAG-COUNT IS GREATER THAN 0
                   OR WS-UNROSTERED-COUNT IS GREATER THAN 0
               PERFORM SET-WARNING-RC
           END-IF.
           GOBACK.
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.
           PERFORM WRITE-DENIAL-SUMMARY.
           PERFORM WRITE-UNROSTERED-SIGNONS.
           PERFORM WRITE-DAY-TOTALS.
           CLOSE SEC-REPORT-FILE.
           DISPLAY "SECURITY REPORT WRITTEN - EVENTS: "
                  WS-SEEDED-COUNT DELIMITED BY SIZE
                  INTO SEC-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SEC-REPORT-REC.
           STRING "SESSIONS " WS-SESSION-COUNT DELIMITED BY SIZE
                  "  NOT ROSTERED " DELIMITED BY SIZE
                  WS-UNROSTERED-COUNT DELIMITED BY SIZE
                  INTO SEC-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      *Each session banked for the report date is put on the shift its
      *sign-on time falls in and looked for on that shift's roster.
      *Without a roster there is nothing to check against, and the
      *section says so rather than flag every sign-on.
       WRITE-UNROSTERED-SIGNONS.
           MOVE SPACES TO SEC-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--- SIGN-ONS BY OPERATORS NOT ROSTERED ---"
               TO SEC-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1).
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS IS NOT EQUAL TO "00"
               MOVE "  (NO SHIFT ROSTER ON HAND - NOT CHECKED)"
                   TO SEC-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ ROSTER-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-CREW-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               PERFORM CHECK-SESSION-HISTORY
           END-IF.

       STORE-CREW-ENTRY.
           IF ROS-RUN-DATE IS EQUAL TO WS-REPORT-DATE
                   OR ROS-RUN-DATE IS EQUAL TO WS-PRIOR-DATE
               IF WS-CREW-COUNT IS LESS THAN 200
                   ADD 1 TO WS-CREW-COUNT
                   MOVE ROS-RUN-DATE TO WS-CR-DATE(WS-CREW-COUNT)
                   MOVE ROS-SHIFT TO WS-CR-SHIFT(WS-CREW-COUNT)
                   MOVE ROS-OPERATOR-ID
                       TO WS-CR-OPERATOR(WS-CREW-COUNT)
               ELSE
                   DISPLAY "MORE THAN 200 ROSTER ENTRIES - "
                           ROS-OPERATOR-ID " NOT LOADED"
               END-IF
           END-IF.

       CHECK-SESSION-HISTORY.
           OPEN INPUT SESSION-HISTORY-FILE.
           IF WS-SESSHIST-STATUS IS NOT EQUAL TO "00"
               MOVE "  (NO SESSION HISTORY ON HAND)" TO SEC-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ SESSION-HISTORY-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF SSH-RUN-DATE IS EQUAL TO WS-REPORT-DATE
                               PERFORM CHECK-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-HISTORY-FILE
               IF WS-UNROSTERED-COUNT IS EQUAL TO 0
                   MOVE "  (EVERY SIGN-ON WAS BY A ROSTERED OPERATOR)"
                       TO SEC-REPORT-REC
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       CHECK-ONE-SESSION.
           ADD 1 TO WS-SESSION-COUNT.
           MOVE SSH-RUN-DATE TO WS-SIGNON-SHIFT-DATE.
           EVALUATE TRUE
               WHEN SSH-ON-TIME IS LESS THAN WS-SHIFT-1-START
                   MOVE "3" TO WS-SIGNON-SHIFT
                   MOVE WS-PRIOR-DATE TO WS-SIGNON-SHIFT-DATE
               WHEN SSH-ON-TIME IS LESS THAN WS-SHIFT-2-START
                   MOVE "1" TO WS-SIGNON-SHIFT
               WHEN SSH-ON-TIME IS LESS THAN WS-SHIFT-3-START
                   MOVE "2" TO WS-SIGNON-SHIFT
               WHEN OTHER
                   MOVE "3" TO WS-SIGNON-SHIFT
           END-EVALUATE.
           MOVE "N" TO WS-ROSTERED-SWITCH.
           PERFORM VARYING WS-CREW-IDX FROM 1 BY 1
                   UNTIL WS-CREW-IDX IS GREATER THAN WS-CREW-COUNT
                      OR WS-ROSTERED-SWITCH IS EQUAL TO "Y"
               IF WS-CR-DATE(WS-CREW-IDX) IS EQUAL TO
                       WS-SIGNON-SHIFT-DATE
                       AND WS-CR-SHIFT(WS-CREW-IDX) IS EQUAL TO
                           WS-SIGNON-SHIFT
                       AND WS-CR-OPERATOR(WS-CREW-IDX) IS EQUAL TO
                           SSH-OPERATOR-ID
                   MOVE "Y" TO WS-ROSTERED-SWITCH
               END-IF
           END-PERFORM.
           IF WS-ROSTERED-SWITCH IS NOT EQUAL TO "Y"
               ADD 1 TO WS-UNROSTERED-COUNT
               MOVE SPACES TO SEC-REPORT-REC
               STRING "** NOT ROSTERED ** ID " SSH-OPERATOR-ID
                      DELIMITED BY SIZE
                      " AT " SSH-TERMINAL-ID DELIMITED BY SIZE
                      " ON " SSH-ON-TIME DELIMITED BY SIZE
                      "  SHIFT " WS-SIGNON-SHIFT DELIMITED BY SIZE
                      " OF " WS-SIGNON-SHIFT-DATE DELIMITED BY SIZE
                      INTO SEC-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE SEC-REPORT-REC.
