      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Distribution clerk's screen over the report delivery
      * manifest (RPTMANF.DAT) and the distribution list (RPTDIST.DAT)
      * it is cut from. The clerk lists the copies still to be
      * delivered and marks each one delivered as it is handed over -
      * one copy, or every copy owed to that recipient for that report
      * in one go - and each mark is stamped with the clerk's ID and
      * the date. The same screen shows the distribution list and
      * sets a recipient's copies of a report source (zero copies
      * takes the recipient off), effective from the next nightly
      * RPTDIST run. Delivered copies more than ninety days old are
      * dropped when the manifest is saved - except the latest report
      * the nightly run has manifested, which it needs to know where
      * to carry on from. Nothing touches either file until the clerk
      * saves on exit, and the save keeps every record appended to the
      * manifest while the screen was open - a nightly RPTDIST cut or
      * an RPTREPRT reprint - behind the clerk's own.
      * The ninety days is the MANIF-KEEP system parameter
      * (SYSPARM.DAT) once one is set.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDLVM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-MANIFEST-FILE ASSIGN TO "RPTMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RPT-MANIFEST-NEW-FILE ASSIGN TO "RPTMANFN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-NEW-STATUS.
           SELECT RPT-DIST-FILE ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-MANIFEST-FILE.
       COPY rptmanf.

      *Work copy the saved manifest is built in before it replaces
      *RPTMANF.DAT.
       FD  RPT-MANIFEST-NEW-FILE.
       01  RPT-MANIFEST-NEW-REC PIC X(82).

       FD  RPT-DIST-FILE.
       COPY rptdstl.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-MANIFEST-NEW-STATUS PIC XX.
       01  WS-DIST-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.

      *The whole manifest is worked on in storage and written back in
      *one piece at save time.
       01  WS-MANIFEST-TABLE.
           05  WS-MANIFEST-ENTRY OCCURS 2000 TIMES.
               10  WS-MF-NUMBER          PIC 9(5).
               10  WS-MF-SOURCE          PIC X(12).
               10  WS-MF-REPORT-DATE     PIC 9(8).
               10  WS-MF-KIND            PIC X(1).
               10  WS-MF-RECIPIENT       PIC X(8).
               10  WS-MF-COPY            PIC 9(2).
               10  WS-MF-COPIES          PIC 9(2).
               10  WS-MF-STATUS          PIC X(1).
               10  WS-MF-LOGGED-BY       PIC X(8).
               10  WS-MF-LOGGED-DATE     PIC 9(8).
               10  WS-MF-DELIVERED-BY    PIC X(8).
               10  WS-MF-DELIVERED-DATE  PIC X(8).
       01  WS-MANIFEST-COUNT PIC 9(4) VALUE 0.
       01  WS-MANIFEST-IDX PIC 9(4).
      *Records on the file when it was loaded - anything past them at
      *save time was appended since, and is carried forward as it is.
       01  WS-LOADED-COUNT PIC 9(4) VALUE 0.
       01  WS-RECORDS-READ PIC 9(6).
       01  WS-CARRIED-COUNT PIC 9(4) VALUE 0.

       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 200 TIMES.
               10  WS-DL-SOURCE      PIC X(12).
               10  WS-DL-RECIPIENT   PIC X(8).
               10  WS-DL-COPIES      PIC 9(2).
               10  WS-DL-DELIVER-TO  PIC X(30).
       01  WS-DIST-COUNT PIC 9(3) VALUE 0.
       01  WS-DIST-IDX PIC 9(3).
       01  WS-DIST-FOUND-SWITCH PIC X.
       01  WS-DIST-CHANGED-SWITCH PIC X VALUE "N".

      *Delivered copies older than this many days are dropped at
      *save time - MANIF-KEEP on SYSPARM.DAT, or this built-in figure.
       01  WS-KEEP-DAYS PIC 9(3) VALUE 90.
       01  WS-OLDEST-KEPT-DATE PIC 9(8).
       01  WS-LATEST-NIGHTLY PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT PIC 9(4) VALUE 0.
       01  WS-KEEP-SWITCH PIC X.

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-MENU-CHOICE PIC X(1).
       01  WS-VALID-ENTRY-SWITCH PIC X.
       01  WS-NUMBER-IN PIC X(5).
       01  WS-PICKED-NUMBER PIC 9(5).
       01  WS-PICKED-RECIPIENT PIC X(8).
       01  WS-COPY-IN PIC X(2).
       01  WS-PICKED-COPY PIC 9(2).
       01  WS-NEW-SOURCE PIC X(12).
       01  WS-NEW-COPIES PIC 9(2).
       01  WS-NEW-DELIVER-TO PIC X(30).
       01  WS-PENDING-COUNT PIC 9(4).
       01  WS-MARKED-COUNT PIC 9(4).
       01  WS-SESSION-MARKED PIC 9(5) VALUE 0.

       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.

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
           DISPLAY "Enter your operator ID.".
           ACCEPT WS-OPERATOR-ID.
           MOVE "RPTDLVM" TO JH-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "MANIF-KEEP" TO WS-PARM-KEY.
           MOVE WS-KEEP-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-KEEP-DAYS.
           PERFORM LOAD-MANIFEST.
           PERFORM LOAD-DISTRIBUTION-LIST.
           PERFORM UNTIL WS-MENU-CHOICE IS EQUAL TO "X"
               DISPLAY "List undelivered (L), Mark delivered (M),"
                       " Show distribution (S), Set a recipient (R),"
                       " Save and exit (X)? "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-UNDELIVERED
                   WHEN "M"
                       PERFORM MARK-DELIVERED
                   WHEN "S"
                       PERFORM LIST-DISTRIBUTION
                   WHEN "R"
                       PERFORM SET-RECIPIENT
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Enter L, M, S, R or X."
               END-EVALUATE
           END-PERFORM.
           PERFORM SAVE-MANIFEST.
           IF WS-DIST-CHANGED-SWITCH IS EQUAL TO "Y"
               PERFORM SAVE-DISTRIBUTION-LIST
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "RPTDLVM" TO JS-PROGRAM-NAME.
           MOVE WS-SESSION-MARKED TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

       LOAD-MANIFEST.
           OPEN INPUT RPT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO MANIFEST YET - NOTHING TO DELIVER."
           ELSE
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM STORE-MANIFEST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RPT-MANIFEST-FILE
           END-IF.
           MOVE WS-MANIFEST-COUNT TO WS-LOADED-COUNT.
           DISPLAY "MANIFEST ENTRIES ON FILE: " WS-MANIFEST-COUNT.

       STORE-MANIFEST-ENTRY.
           IF WS-MANIFEST-COUNT IS LESS THAN 2000
               ADD 1 TO WS-MANIFEST-COUNT
               MOVE WS-MANIFEST-COUNT TO WS-MANIFEST-IDX
               MOVE MNF-NUMBER TO WS-MF-NUMBER(WS-MANIFEST-IDX)
               MOVE MNF-SOURCE TO WS-MF-SOURCE(WS-MANIFEST-IDX)
               MOVE MNF-REPORT-DATE
                   TO WS-MF-REPORT-DATE(WS-MANIFEST-IDX)
               MOVE MNF-KIND TO WS-MF-KIND(WS-MANIFEST-IDX)
               MOVE MNF-RECIPIENT TO WS-MF-RECIPIENT(WS-MANIFEST-IDX)
               MOVE MNF-COPY TO WS-MF-COPY(WS-MANIFEST-IDX)
               MOVE MNF-COPIES TO WS-MF-COPIES(WS-MANIFEST-IDX)
               MOVE MNF-STATUS TO WS-MF-STATUS(WS-MANIFEST-IDX)
               MOVE MNF-LOGGED-BY TO WS-MF-LOGGED-BY(WS-MANIFEST-IDX)
               MOVE MNF-LOGGED-DATE
                   TO WS-MF-LOGGED-DATE(WS-MANIFEST-IDX)
               MOVE MNF-DELIVERED-BY
                   TO WS-MF-DELIVERED-BY(WS-MANIFEST-IDX)
               MOVE MNF-DELIVERED-DATE
                   TO WS-MF-DELIVERED-DATE(WS-MANIFEST-IDX)
           ELSE
               DISPLAY "MORE THAN 2000 MANIFEST ENTRIES - "
                       "REPORT " MNF-NUMBER " NOT LOADED"
           END-IF.

       LOAD-DISTRIBUTION-LIST.
           OPEN INPUT RPT-DIST-FILE.
           IF WS-DIST-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-DIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF WS-DIST-COUNT IS LESS THAN 200
                               ADD 1 TO WS-DIST-COUNT
                               MOVE RDL-SOURCE
                                   TO WS-DL-SOURCE(WS-DIST-COUNT)
                               MOVE RDL-RECIPIENT
                                   TO WS-DL-RECIPIENT(WS-DIST-COUNT)
                               MOVE RDL-COPIES
                                   TO WS-DL-COPIES(WS-DIST-COUNT)
                               MOVE RDL-DELIVER-TO
                                   TO WS-DL-DELIVER-TO(WS-DIST-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 200 DISTRIBUTION"
                                       " ENTRIES - EXCESS NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-DIST-FILE
           END-IF.

       LIST-UNDELIVERED.
           MOVE 0 TO WS-PENDING-COUNT.
           DISPLAY "REPORT SOURCE       DATED    RECIPNT  COPY".
           PERFORM VARYING WS-MANIFEST-IDX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IDX IS GREATER THAN
                         WS-MANIFEST-COUNT
               IF WS-MF-STATUS(WS-MANIFEST-IDX) IS EQUAL TO "P"
                   ADD 1 TO WS-PENDING-COUNT
                   IF WS-MF-KIND(WS-MANIFEST-IDX) IS EQUAL TO "R"
                       DISPLAY WS-MF-NUMBER(WS-MANIFEST-IDX) "  "
                               WS-MF-SOURCE(WS-MANIFEST-IDX) " "
                               WS-MF-REPORT-DATE(WS-MANIFEST-IDX) " "
                               WS-MF-RECIPIENT(WS-MANIFEST-IDX) " "
                               WS-MF-COPY(WS-MANIFEST-IDX)
                               "  REPRINTED "
                               WS-MF-LOGGED-DATE(WS-MANIFEST-IDX)
                   ELSE
                       DISPLAY WS-MF-NUMBER(WS-MANIFEST-IDX) "  "
                               WS-MF-SOURCE(WS-MANIFEST-IDX) " "
                               WS-MF-REPORT-DATE(WS-MANIFEST-IDX) " "
                               WS-MF-RECIPIENT(WS-MANIFEST-IDX) " "
                               WS-MF-COPY(WS-MANIFEST-IDX) " OF "
                               WS-MF-COPIES(WS-MANIFEST-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PENDING-COUNT IS EQUAL TO 0
               DISPLAY "  EVERY COPY ON THE MANIFEST IS DELIVERED."
           ELSE
               DISPLAY "COPIES STILL TO DELIVER: " WS-PENDING-COUNT
           END-IF.

       GET-REPORT-NUMBER.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Report number: "
               MOVE SPACES TO WS-NUMBER-IN
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN IS NUMERIC
                   MOVE WS-NUMBER-IN TO WS-PICKED-NUMBER
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   DISPLAY "Invalid entry - enter the five-digit"
                           " report number."
               END-IF
           END-PERFORM.

       GET-RECIPIENT.
           MOVE SPACES TO WS-PICKED-RECIPIENT.
           PERFORM UNTIL WS-PICKED-RECIPIENT IS NOT EQUAL TO SPACES
               DISPLAY "Recipient: "
               ACCEPT WS-PICKED-RECIPIENT
               MOVE FUNCTION UPPER-CASE(WS-PICKED-RECIPIENT)
                   TO WS-PICKED-RECIPIENT
           END-PERFORM.

      *A blank copy number delivers every copy still owed to that
      *recipient for that report, reprints included.
       MARK-DELIVERED.
           PERFORM GET-REPORT-NUMBER.
           PERFORM GET-RECIPIENT.
           DISPLAY "Copy number (blank for every copy owed): ".
           MOVE SPACES TO WS-COPY-IN.
           ACCEPT WS-COPY-IN.
           MOVE 0 TO WS-PICKED-COPY.
           IF WS-COPY-IN IS NUMERIC
               MOVE WS-COPY-IN TO WS-PICKED-COPY
           END-IF.
           MOVE 0 TO WS-MARKED-COUNT.
           PERFORM VARYING WS-MANIFEST-IDX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IDX IS GREATER THAN
                         WS-MANIFEST-COUNT
               IF WS-MF-NUMBER(WS-MANIFEST-IDX) IS EQUAL TO
                       WS-PICKED-NUMBER
                       AND WS-MF-RECIPIENT(WS-MANIFEST-IDX) IS EQUAL TO
                           WS-PICKED-RECIPIENT
                       AND WS-MF-STATUS(WS-MANIFEST-IDX) IS EQUAL TO "P"
                   IF WS-PICKED-COPY IS EQUAL TO 0
                           OR WS-MF-COPY(WS-MANIFEST-IDX) IS EQUAL TO
                              WS-PICKED-COPY
                       MOVE "D" TO WS-MF-STATUS(WS-MANIFEST-IDX)
                       MOVE WS-OPERATOR-ID
                           TO WS-MF-DELIVERED-BY(WS-MANIFEST-IDX)
                       MOVE WS-TODAY-DATE
                           TO WS-MF-DELIVERED-DATE(WS-MANIFEST-IDX)
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MARKED-COUNT IS EQUAL TO 0
               DISPLAY "NO UNDELIVERED COPY MATCHES - NOTHING MARKED."
           ELSE
               ADD WS-MARKED-COUNT TO WS-SESSION-MARKED
               DISPLAY "COPIES MARKED DELIVERED: " WS-MARKED-COUNT
           END-IF.

       LIST-DISTRIBUTION.
           DISPLAY "SOURCE       RECIPNT  COPIES DELIVER TO".
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX IS GREATER THAN WS-DIST-COUNT
               DISPLAY WS-DL-SOURCE(WS-DIST-IDX) " "
                       WS-DL-RECIPIENT(WS-DIST-IDX) " "
                       WS-DL-COPIES(WS-DIST-IDX) "     "
                       WS-DL-DELIVER-TO(WS-DIST-IDX)
           END-PERFORM.
           IF WS-DIST-COUNT IS EQUAL TO 0
               DISPLAY "  NOBODY IS ON THE DISTRIBUTION LIST."
           END-IF.

       FIND-DIST-ENTRY.
           MOVE "N" TO WS-DIST-FOUND-SWITCH.
           MOVE 1 TO WS-DIST-IDX.
           PERFORM UNTIL WS-DIST-FOUND-SWITCH IS EQUAL TO "Y"
                   OR WS-DIST-IDX IS GREATER THAN WS-DIST-COUNT
               IF WS-DL-SOURCE(WS-DIST-IDX) IS EQUAL TO WS-NEW-SOURCE
                       AND WS-DL-RECIPIENT(WS-DIST-IDX) IS EQUAL TO
                           WS-PICKED-RECIPIENT
                   MOVE "Y" TO WS-DIST-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DIST-IDX
               END-IF
           END-PERFORM.

      *Adds the recipient to the source's list, changes their copies
      *and delivery point, or - at zero copies - takes them off.
       SET-RECIPIENT.
           DISPLAY "Report source (as archived, e.g. MULT-TABLE): ".
           MOVE SPACES TO WS-NEW-SOURCE.
           ACCEPT WS-NEW-SOURCE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-SOURCE) TO WS-NEW-SOURCE.
           PERFORM GET-RECIPIENT.
           MOVE "N" TO WS-VALID-ENTRY-SWITCH.
           PERFORM UNTIL WS-VALID-ENTRY-SWITCH IS EQUAL TO "Y"
               DISPLAY "Copies (00 to take off the list): "
               MOVE SPACES TO WS-COPY-IN
               ACCEPT WS-COPY-IN
               IF WS-COPY-IN IS NUMERIC
                   MOVE WS-COPY-IN TO WS-NEW-COPIES
                   MOVE "Y" TO WS-VALID-ENTRY-SWITCH
               ELSE
                   DISPLAY "Invalid entry - enter two digits."
               END-IF
           END-PERFORM.
           PERFORM FIND-DIST-ENTRY.
           IF WS-NEW-COPIES IS EQUAL TO 0
               IF WS-DIST-FOUND-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "NOT ON THE LIST - NOTHING TAKEN OFF."
               ELSE
                   PERFORM UNTIL WS-DIST-IDX IS NOT LESS THAN
                           WS-DIST-COUNT
                       MOVE WS-DIST-ENTRY(WS-DIST-IDX + 1)
                           TO WS-DIST-ENTRY(WS-DIST-IDX)
                       ADD 1 TO WS-DIST-IDX
                   END-PERFORM
                   SUBTRACT 1 FROM WS-DIST-COUNT
                   MOVE "Y" TO WS-DIST-CHANGED-SWITCH
                   DISPLAY WS-PICKED-RECIPIENT " TAKEN OFF "
                           WS-NEW-SOURCE
               END-IF
           ELSE
               IF WS-DIST-FOUND-SWITCH IS NOT EQUAL TO "Y"
                       AND WS-DIST-COUNT IS NOT LESS THAN 200
                   DISPLAY "THE DISTRIBUTION LIST IS FULL."
               ELSE
                   DISPLAY "Deliver to (desk or location): "
                   MOVE SPACES TO WS-NEW-DELIVER-TO
                   ACCEPT WS-NEW-DELIVER-TO
                   IF WS-DIST-FOUND-SWITCH IS NOT EQUAL TO "Y"
                       ADD 1 TO WS-DIST-COUNT
                       MOVE WS-DIST-COUNT TO WS-DIST-IDX
                       MOVE WS-NEW-SOURCE TO WS-DL-SOURCE(WS-DIST-IDX)
                       MOVE WS-PICKED-RECIPIENT
                           TO WS-DL-RECIPIENT(WS-DIST-IDX)
                   END-IF
                   MOVE WS-NEW-COPIES TO WS-DL-COPIES(WS-DIST-IDX)
                   IF WS-NEW-DELIVER-TO IS NOT EQUAL TO SPACES
                       MOVE WS-NEW-DELIVER-TO
                           TO WS-DL-DELIVER-TO(WS-DIST-IDX)
                   END-IF
                   MOVE "Y" TO WS-DIST-CHANGED-SWITCH
                   DISPLAY WS-PICKED-RECIPIENT " GETS "
                           WS-NEW-COPIES " OF " WS-NEW-SOURCE
                           " FROM THE NEXT NIGHTLY RUN"
               END-IF
           END-IF.

      *The latest nightly report number is kept whatever its age, or
      *RPTDIST would take every older report for new again.
       SAVE-MANIFEST.
           COMPUTE WS-OLDEST-KEPT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-KEEP-DAYS).
           PERFORM VARYING WS-MANIFEST-IDX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IDX IS GREATER THAN
                         WS-MANIFEST-COUNT
               IF WS-MF-KIND(WS-MANIFEST-IDX) IS NOT EQUAL TO "R"
                       AND WS-MF-NUMBER(WS-MANIFEST-IDX) IS GREATER
                           THAN WS-LATEST-NIGHTLY
                   MOVE WS-MF-NUMBER(WS-MANIFEST-IDX)
                       TO WS-LATEST-NIGHTLY
               END-IF
           END-PERFORM.
           OPEN OUTPUT RPT-MANIFEST-NEW-FILE.
           PERFORM VARYING WS-MANIFEST-IDX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IDX IS GREATER THAN
                         WS-MANIFEST-COUNT
               PERFORM SAVE-ONE-MANIFEST-ENTRY
           END-PERFORM.
           PERFORM CARRY-APPENDED-ENTRIES.
           CLOSE RPT-MANIFEST-NEW-FILE.
           PERFORM COPY-BACK-MANIFEST.
           COMPUTE WS-MANIFEST-COUNT =
               WS-MANIFEST-COUNT - WS-DROPPED-COUNT.
           DISPLAY "MANIFEST SAVED - ENTRIES: " WS-MANIFEST-COUNT
                   "  OLD DELIVERIES DROPPED: " WS-DROPPED-COUNT.
           IF WS-CARRIED-COUNT IS GREATER THAN 0
               DISPLAY "ENTRIES ADDED WHILE THE SCREEN WAS OPEN, KEPT: "
                       WS-CARRIED-COUNT
           END-IF.

      *RPTDIST and RPTREPRT only ever append, so the loaded records
      *are still the first ones on the file; whatever follows them
      *went on after the load and goes behind the saved entries.
       CARRY-APPENDED-ENTRIES.
           MOVE 0 TO WS-RECORDS-READ.
           OPEN INPUT RPT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-END-OF-FILE-SWITCH
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ RPT-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-RECORDS-READ IS GREATER THAN
                                   WS-LOADED-COUNT
                               MOVE RPT-MANIFEST-REC
                                   TO RPT-MANIFEST-NEW-REC
                               WRITE RPT-MANIFEST-NEW-REC
                               ADD 1 TO WS-CARRIED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-MANIFEST-FILE
           END-IF.

       COPY-BACK-MANIFEST.
           OPEN INPUT RPT-MANIFEST-NEW-FILE.
           OPEN OUTPUT RPT-MANIFEST-FILE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ RPT-MANIFEST-NEW-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       MOVE RPT-MANIFEST-NEW-REC TO RPT-MANIFEST-REC
                       WRITE RPT-MANIFEST-REC
               END-READ
           END-PERFORM.
           CLOSE RPT-MANIFEST-NEW-FILE.
           CLOSE RPT-MANIFEST-FILE.

       SAVE-ONE-MANIFEST-ENTRY.
           MOVE "Y" TO WS-KEEP-SWITCH.
           IF WS-MF-STATUS(WS-MANIFEST-IDX) IS NOT EQUAL TO "P"
                   AND WS-MF-LOGGED-DATE(WS-MANIFEST-IDX) IS LESS THAN
                       WS-OLDEST-KEPT-DATE
                   AND WS-MF-NUMBER(WS-MANIFEST-IDX) IS NOT EQUAL TO
                       WS-LATEST-NIGHTLY
               MOVE "N" TO WS-KEEP-SWITCH
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.
           IF WS-KEEP-SWITCH IS EQUAL TO "Y"
               MOVE SPACES TO RPT-MANIFEST-REC
               MOVE WS-MF-NUMBER(WS-MANIFEST-IDX) TO MNF-NUMBER
               MOVE WS-MF-SOURCE(WS-MANIFEST-IDX) TO MNF-SOURCE
               MOVE WS-MF-REPORT-DATE(WS-MANIFEST-IDX)
                   TO MNF-REPORT-DATE
               MOVE WS-MF-KIND(WS-MANIFEST-IDX) TO MNF-KIND
               MOVE WS-MF-RECIPIENT(WS-MANIFEST-IDX) TO MNF-RECIPIENT
               MOVE WS-MF-COPY(WS-MANIFEST-IDX) TO MNF-COPY
               MOVE WS-MF-COPIES(WS-MANIFEST-IDX) TO MNF-COPIES
               MOVE WS-MF-STATUS(WS-MANIFEST-IDX) TO MNF-STATUS
               MOVE WS-MF-LOGGED-BY(WS-MANIFEST-IDX) TO MNF-LOGGED-BY
               MOVE WS-MF-LOGGED-DATE(WS-MANIFEST-IDX)
                   TO MNF-LOGGED-DATE
               MOVE WS-MF-DELIVERED-BY(WS-MANIFEST-IDX)
                   TO MNF-DELIVERED-BY
               MOVE WS-MF-DELIVERED-DATE(WS-MANIFEST-IDX)
                   TO MNF-DELIVERED-DATE
               MOVE RPT-MANIFEST-REC TO RPT-MANIFEST-NEW-REC
               WRITE RPT-MANIFEST-NEW-REC
           END-IF.

       SAVE-DISTRIBUTION-LIST.
           OPEN OUTPUT RPT-DIST-FILE.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX IS GREATER THAN WS-DIST-COUNT
               MOVE SPACES TO RPT-DIST-REC
               MOVE WS-DL-SOURCE(WS-DIST-IDX) TO RDL-SOURCE
               MOVE WS-DL-RECIPIENT(WS-DIST-IDX) TO RDL-RECIPIENT
               MOVE WS-DL-COPIES(WS-DIST-IDX) TO RDL-COPIES
               MOVE WS-DL-DELIVER-TO(WS-DIST-IDX) TO RDL-DELIVER-TO
               WRITE RPT-DIST-REC
           END-PERFORM.
           CLOSE RPT-DIST-FILE.
           DISPLAY "DISTRIBUTION LIST SAVED - ENTRIES: " WS-DIST-COUNT.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY sysprmr.
