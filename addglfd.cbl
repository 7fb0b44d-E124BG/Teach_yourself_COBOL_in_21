      * the returned confirmation file and writes ADDGLCN.DAT when
      * the day is clean, and only that marker (or a supervisor
      * sign-off dropped on ADDGLSO.DAT) lets the next feed out.
      * Each department posts to the clearing account DEPTREF.DAT
      * had in force on the feed's run date, so a mid-month account
      * change shows on the day it took effect. Prior-day adjustment
      * pairs ADDADJ cut to ADDGLAJ.DAT since the last feed ride
      * behind the night's own entries, still dated the day they
      * correct, and are stamped with the feed's run date so no later
      * night sends them again.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDGLFD.
           SELECT ADD-WOFF-PEND-FILE ASSIGN TO "ADDWOFFP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-PEND-STATUS.
           SELECT GL-ADJUST-FILE ASSIGN TO "ADDGLAJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLADJ-STATUS.
           SELECT GL-ADJUST-NEW-FILE ASSIGN TO "ADDGLAJN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLADJ-NEW-STATUS.
           COPY perclsel.
           COPY joblogsel.
           COPY errlogsel.
      *Per-day per-department totals as ADDITION maintains them - one
      *balanced entry pair is cut for each department on the day.
       FD  ADD-DEPT-FILE.
       COPY adddept.

      *Department reference - carries each department's GL clearing
      *account for the entries cut below.
           05  WOP-AMOUNT PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      *Prior-day adjustment journal ADDADJ appends to, and the work
      *copy the fed stamps are carried through.
       FD  GL-ADJUST-FILE.
       COPY addglaj.

       FD  GL-ADJUST-NEW-FILE.
       01  GL-ADJUST-NEW-REC PIC X(57).

       COPY perclfd.
       COPY joblogfd.
       COPY errlogfd.
           SIGN IS LEADING SEPARATE CHARACTER.
       01  WS-WOFF-COUNT PIC 9(5).

       01  WS-GLADJ-STATUS PIC XX.
       01  WS-GLADJ-NEW-STATUS PIC XX.
       01  WS-ADJ-LINES-FED PIC 9(5).

       01  WS-DEPT-STATUS PIC XX.
       01  WS-DEPTREF-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY depteffhdr.

       PROCEDURE DIVISION.

               MOVE "DAILY ADDITIONS" TO WS-ENTRY-DESC
               PERFORM WRITE-ONE-ENTRY-PAIR
           END-IF.
           PERFORM POST-PENDING-ADJUSTMENTS.
           PERFORM POST-PENDING-WRITEOFFS.
           CLOSE GL-JOURNAL-FILE.
           DISPLAY "GL JOURNAL FEED CUT FOR " CTL-RUN-DATE
           MOVE "DAILY ADDS OFFSET" TO GLJ-DESCRIPTION.
           WRITE GL-JOURNAL-REC.

      *Adjustment lines go out exactly as ADDADJ cut them - dated the
      *day they correct, to the account in force that day. A line not
      *yet fed, or fed by an earlier cut of this same night, goes on
      *tonight's feed and is stamped with the run date; the journal is
      *rebuilt through ADDGLAJN.DAT to carry the stamps. A held feed
      *never gets here, so its adjustments ride the next clean night.
       POST-PENDING-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-LINES-FED.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GL-ADJUST-FILE.
           IF WS-GLADJ-STATUS IS EQUAL TO "00"
               OPEN OUTPUT GL-ADJUST-NEW-FILE
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ GL-ADJUST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END PERFORM FEED-ONE-ADJUSTMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-ADJUST-FILE
               CLOSE GL-ADJUST-NEW-FILE
               IF WS-ADJ-LINES-FED IS GREATER THAN 0
                   PERFORM COPY-BACK-ADJUSTMENTS
                   DISPLAY "ADJUSTMENT LINES FED: " WS-ADJ-LINES-FED
               END-IF
           END-IF.

       FEED-ONE-ADJUSTMENT-LINE.
           IF GLA-FED-DATE IS EQUAL TO SPACES
                   OR GLA-FED-DATE IS EQUAL TO CTL-RUN-DATE
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE GLA-POSTING-DATE TO GLJ-POSTING-DATE
               MOVE GLA-ACCOUNT TO GLJ-ACCOUNT
               MOVE GLA-DEBIT-CREDIT TO GLJ-DEBIT-CREDIT
               MOVE GLA-AMOUNT TO GLJ-AMOUNT
               MOVE GLA-DESCRIPTION TO GLJ-DESCRIPTION
               WRITE GL-JOURNAL-REC
               MOVE CTL-RUN-DATE TO GLA-FED-DATE
               ADD 1 TO WS-ADJ-LINES-FED
           END-IF.
           MOVE GL-ADJUST-REC TO GL-ADJUST-NEW-REC.
           WRITE GL-ADJUST-NEW-REC.

       COPY-BACK-ADJUSTMENTS.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT GL-ADJUST-NEW-FILE.
           OPEN OUTPUT GL-ADJUST-FILE.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ GL-ADJUST-NEW-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       MOVE GL-ADJUST-NEW-REC TO GL-ADJUST-REC
                       WRITE GL-ADJUST-REC
               END-READ
           END-PERFORM.
           CLOSE GL-ADJUST-NEW-FILE.
           CLOSE GL-ADJUST-FILE.

      *Approved write-offs post as one balanced pair to the write-off
      *account, and the pending file is cut back to empty so a rerun
      *cannot post the same amounts twice. A held feed leaves the
               DISPLAY "WRITE-OFFS POSTED: " WS-WOFF-COUNT
           END-IF.

      *The account in force on the feed's run date, so a clearing
      *account changed mid-month posts each day to the account that
      *applied that day - a rerun of an old date included.
       LOAD-ACCOUNT-LIST.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           MOVE CTL-RUN-DATE TO WS-DEPT-AS-OF.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DEPTREF-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO DEPTREF.DAT - DEPARTMENT ENTRIES POST TO"
                   READ DEPT-REF-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE DEPT-EFF-FROM TO WS-DEPT-EFF-FROM
                           MOVE DEPT-EFF-TO TO WS-DEPT-EFF-TO
                           PERFORM CHECK-DEPT-IN-FORCE
                           IF WS-ACCT-COUNT IS LESS THAN 50
                                   AND WS-DEPT-IN-FORCE-SWITCH IS
                                       EQUAL TO "Y"
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE DEPT-CODE
                                   TO WS-AC-DEPT(WS-ACCT-COUNT)
       COPY errlogw.
       COPY jobstatw.
       COPY perclr.
       COPY depteffr.
