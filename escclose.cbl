      * them, appending the CLOSED record with the closing
      * supervisor's ID and the closure date and time. The follow-up
      * is tracked to closure on the file itself, with no hand-editing
      * of YESNOESC.DAT. A checklist that was due but never run is
      * escalated by ESCAGING under the checklist's own code and is
      * closed here the same way.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCCLOSE.

       DATA DIVISION.
       FILE SECTION.
      *The escalation layout YESNO01 and ESCAGING append - an OPEN
      *record carries the follow-up note, which this pass leaves be.
       FD  YESNO-ESCAL-FILE.
       COPY yesnoesc.

       COPY joblogfd.
       COPY errlogfd.
      *date and time. Blank ends the pass.
       CLOSE-ESCALATIONS.
           MOVE SPACES TO WS-CLOSE-CODE.
           DISPLAY "Close which code (blank to finish)? ".
           ACCEPT WS-CLOSE-CODE.
           PERFORM UNTIL WS-CLOSE-CODE IS EQUAL TO SPACES
               PERFORM CLOSE-ONE-ESCALATION
               DISPLAY "Close which code (blank to finish)? "
               MOVE SPACES TO WS-CLOSE-CODE
               ACCEPT WS-CLOSE-CODE
           END-PERFORM.
