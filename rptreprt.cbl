      * report number, and produces a fresh copy (RPTCOPY.DAT) from
      * the archived lines - so a department that lost their copy of
      * last Thursday's table report gets it back without anyone
      * rerunning the original job. Every reprint is asked who it is
      * for and logged against that recipient on the delivery
      * manifest (RPTMANF.DAT) as a copy still to be delivered, so it
      * shows on the distribution clerk's RPTDLVM screen and the shift
      * handover until it is handed over; a recipient who is not on
      * the report's distribution list is pointed out, not refused.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPRT.
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT RPT-COPY-FILE ASSIGN TO "RPTCOPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-MANIFEST-FILE ASSIGN TO "RPTMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RPT-DIST-FILE ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
       FD  RPT-COPY-FILE.
       01  RPT-COPY-REC PIC X(60).

       FD  RPT-MANIFEST-FILE.
       COPY rptmanf.

       FD  RPT-DIST-FILE.
       COPY rptdstl.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       01  WS-PICK-FOUND-SWITCH PIC X VALUE "N".
       01  WS-COPIED-LINES PIC 9(5) VALUE 0.

      *Who the reprint is for, and the archived report it copies.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-DIST-STATUS PIC XX.
       01  WS-REQUESTED-BY PIC X(8).
       01  WS-PICKED-SOURCE PIC X(12).
       01  WS-PICKED-DATE PIC 9(8).
       01  WS-ON-LIST-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
               ACCEPT WS-PICKED-NUMBER
               IF WS-PICKED-NUMBER IS NUMERIC
                       AND WS-PICKED-NUMBER IS GREATER THAN 0
                   PERFORM GET-REQUESTED-BY
                   PERFORM COPY-PICKED-REPORT
               ELSE
                   DISPLAY "Invalid report number - enter digits."
               IF WS-COPIED-LINES IS GREATER THAN 0
                   DISPLAY "REPRINT CUT TO RPTCOPY.DAT - LINES: "
                           WS-COPIED-LINES
                   PERFORM LOG-REPRINT
               ELSE
                   DISPLAY "NO ARCHIVED LINES FOR THAT NUMBER."
               END-IF
           END-IF.

       GET-REQUESTED-BY.
           MOVE SPACES TO WS-REQUESTED-BY.
           PERFORM UNTIL WS-REQUESTED-BY IS NOT EQUAL TO SPACES
               DISPLAY "Reprint requested by (recipient ID)? "
               ACCEPT WS-REQUESTED-BY
               MOVE FUNCTION UPPER-CASE(WS-REQUESTED-BY)
                   TO WS-REQUESTED-BY
           END-PERFORM.

      *The reprint goes on the manifest as one copy owed to whoever
      *asked for it, stamped with the operator who cut it.
       LOG-REPRINT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PICKED-SOURCE.
           MOVE 0 TO WS-PICKED-DATE.
           OPEN INPUT RPT-INDEX-FILE.
           IF WS-INDEX-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-INDEX-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF RPX-NUMBER IS EQUAL TO WS-PICKED-NUMBER
                               MOVE RPX-SOURCE TO WS-PICKED-SOURCE
                               MOVE RPX-DATE TO WS-PICKED-DATE
                               MOVE "Y" TO WS-END-OF-FILE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-INDEX-FILE
           END-IF.
           MOVE "N" TO WS-ON-LIST-SWITCH.
           OPEN INPUT RPT-DIST-FILE.
           IF WS-DIST-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-DIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF RDL-SOURCE IS EQUAL TO WS-PICKED-SOURCE
                                   AND RDL-RECIPIENT IS EQUAL TO
                                       WS-REQUESTED-BY
                               MOVE "Y" TO WS-ON-LIST-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-DIST-FILE
           END-IF.
           IF WS-ON-LIST-SWITCH IS NOT EQUAL TO "Y"
               DISPLAY "NOTE: " WS-REQUESTED-BY " IS NOT ON THE "
                       "DISTRIBUTION LIST FOR " WS-PICKED-SOURCE
           END-IF.
           OPEN EXTEND RPT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT RPT-MANIFEST-FILE
           END-IF.
           MOVE SPACES TO RPT-MANIFEST-REC.
           MOVE WS-PICKED-NUMBER TO MNF-NUMBER.
           MOVE WS-PICKED-SOURCE TO MNF-SOURCE.
           MOVE WS-PICKED-DATE TO MNF-REPORT-DATE.
           MOVE "R" TO MNF-KIND.
           MOVE WS-REQUESTED-BY TO MNF-RECIPIENT.
           MOVE 1 TO MNF-COPY.
           MOVE 1 TO MNF-COPIES.
           MOVE "P" TO MNF-STATUS.
           MOVE WS-OPERATOR-ID TO MNF-LOGGED-BY.
           MOVE WS-TODAY-DATE TO MNF-LOGGED-DATE.
           WRITE RPT-MANIFEST-REC.
           CLOSE RPT-MANIFEST-FILE.
           DISPLAY "REPRINT LOGGED FOR " WS-REQUESTED-BY
                   " - DELIVER AND MARK IT ON RPTDLVM.".

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
