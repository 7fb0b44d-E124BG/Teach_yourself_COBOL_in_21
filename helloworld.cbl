      * day's control record (run date, shift, operator ID) if one has
      * been dropped by the scheduler and displays it as an operations
      * banner; otherwise falls back to prompting for the same values.
      * The crew rostered on OPRROST.DAT for the shift is listed under
      * the banner, and an operator signing on who is not on it is
      * told so.
        IDENTIFICATION DIVISION.
        *> identify basic info about program
        PROGRAM-ID. HELLO.
            COPY errlogsel.
            COPY jobstatsel.
            COPY buscalsel.
            SELECT ROSTER-FILE ASSIGN TO "OPRROST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROSTER-STATUS.

        DATA DIVISION.
        *> contains any data that program operates on
        COPY jobstatfd.
        COPY buscalfd.

        FD  ROSTER-FILE.
        COPY oprrost.

        WORKING-STORAGE SECTION.
        01  WS-CONTROL-STATUS PIC XX.
        01  WS-CONTROL-REC-FOUND PIC X VALUE "N".
        01  WS-YESNO01-DONE-SWITCH    PIC X VALUE "N".
        01  WS-PARAGRAPHS-DONE-SWITCH PIC X VALUE "N".

      *The shift's rostered crew, read straight off the roster file.
        01  WS-ROSTER-STATUS PIC XX.
        01  WS-END-OF-ROSTER-SWITCH PIC X VALUE "N".
        01  WS-CREW-COUNT PIC 9(3) VALUE 0.
        01  WS-OPERATOR-ROSTERED-SWITCH PIC X VALUE "N".

        COPY jobhdr.
        COPY errhdr.
        COPY jobstathdr.
           MOVE CTL-OPERATOR-ID TO JH-OPERATOR-ID.
           PERFORM WRITE-JOB-HEADER-LOG.
           PERFORM DISPLAY-SIGNON-BANNER.
           PERFORM DISPLAY-ROSTERED-CREW.
           PERFORM CHECK-PROCESSING-DAY.
           PERFORM CHECK-BATCH-JOB-STATUS.
           PERFORM DISPLAY-OUTSTANDING-JOBS.
           DISPLAY "OPERATOR : " CTL-OPERATOR-ID.
           DISPLAY "================================================".

      *Everyone rostered for the banner's date and shift. An empty
      *roster is only noted; an operator at the console who is not on
      *a roster that does exist is warned, and the security report
      *will carry the sign-on as an exception.
        DISPLAY-ROSTERED-CREW.
           DISPLAY "ROSTERED CREW:".
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-ROSTER-SWITCH IS EQUAL TO "Y"
                   READ ROSTER-FILE
                       AT END MOVE "Y" TO WS-END-OF-ROSTER-SWITCH
                       NOT AT END
                           IF ROS-RUN-DATE IS EQUAL TO CTL-RUN-DATE
                                   AND ROS-SHIFT IS EQUAL TO CTL-SHIFT
                               ADD 1 TO WS-CREW-COUNT
                               DISPLAY "  " ROS-OPERATOR-ID
                               IF ROS-OPERATOR-ID IS EQUAL TO
                                       CTL-OPERATOR-ID
                                   MOVE "Y" TO
                                       WS-OPERATOR-ROSTERED-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
           IF WS-CREW-COUNT IS EQUAL TO 0
               DISPLAY "  (NOBODY ROSTERED FOR THIS SHIFT)"
           ELSE
               IF WS-OPERATOR-ROSTERED-SWITCH IS NOT EQUAL TO "Y"
                   DISPLAY "*** OPERATOR " CTL-OPERATOR-ID
                           " IS NOT ROSTERED FOR THIS SHIFT ***"
               END-IF
           END-IF.
           DISPLAY "================================================".

      *Hard warning straight after the banner when the system date is
      *not a scheduled processing day - either the calendar says it is
      *a holiday or weekend (the work posts to the rolled-over
