      * aging report (ADDSUSPG.DAT) of anything still sitting in
      * suspense, flagging records older than the aging limit so a
      * rejected transaction can no longer silently never post.
      * The aging limit is the ADDSUSP-AGE system parameter
      * (SYSPARM.DAT), seven days while the file carries none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDSUSP.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY sysprmsel.

       DATA DIVISION.
       FILE SECTION.
      *Released corrections go back into the raw transaction input so
      *ADDEDIT gives them the same edit pass as any fresh submission.
       FD  ADD-RETRAN-FILE.
       01  ADD-RETRAN-REC PIC X(27).

       FD  ADD-AGING-FILE.
       01  ADD-AGING-REC PIC X(80).
       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY sysprmfd.

       WORKING-STORAGE SECTION.
       01  WS-REJECT-STATUS PIC XX.
       01  WS-DEPT-IN PIC X(4).
       01  WS-FIX-OP PIC X(1).
       01  WS-OP-IN PIC X(1).
       01  WS-FIX-EMP PIC X(6).
       01  WS-EMP-IN PIC X(6).

      *Write-off approval: the supervisor is verified once per pass
      *against the operator master's supervisor flag, and their ID is
       01  WS-RAW-DIGITS-N REDEFINES WS-RAW-DIGITS-X PIC 9(5)V99.

      *Anything suspended this many days or more is flagged on the
      *aging report for follow-up with the submitting department -
      *the built-in figure, until ADDSUSP-AGE is set on SYSPARM.DAT.
       01  WS-AGING-DAYS PIC 99 VALUE 7.
       01  WS-TODAY-INT PIC 9(7).
       01  WS-REJECT-INT PIC 9(7).
       COPY jobhdr.
       COPY errhdr.
       COPY jobstathdr.
       COPY sysprmhdr.

       LINKAGE SECTION.
       COPY signonlk.
       PROGRAM-BEGIN.
           MOVE "ADDSUSP" TO JH-PROGRAM-NAME.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "ADDSUSP-AGE" TO WS-PARM-KEY.
           MOVE WS-AGING-DAYS TO WS-PARM-VALUE.
           PERFORM GET-SYSTEM-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-AGING-DAYS.
      *The attended/unattended split is explicit, never inferred from
      *whether tonight happened to have rejects: only a dropped
      *correction trigger opens the clerk dialog. Everything else is
           IF WS-OP-IN IS NOT EQUAL TO SPACES
               MOVE FUNCTION UPPER-CASE(WS-OP-IN) TO WS-FIX-OP
           END-IF.
      *And the originating employee - an item bounced for its
      *employee is usually put right here.
           MOVE SUS-ORIG-IMAGE(22:6) TO WS-FIX-EMP.
           DISPLAY "Originating employee ID (blank keeps " WS-FIX-EMP
                   "): ".
           MOVE SPACES TO WS-EMP-IN.
           ACCEPT WS-EMP-IN.
           IF WS-EMP-IN IS NOT EQUAL TO SPACES
               MOVE FUNCTION UPPER-CASE(WS-EMP-IN) TO WS-FIX-EMP
           END-IF.
           OPEN EXTEND ADD-RETRAN-FILE.
           IF WS-RETRAN-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADD-RETRAN-FILE
                  WS-FIX-SECOND DELIMITED BY SIZE
                  WS-FIX-DEPT   DELIMITED BY SIZE
                  WS-FIX-OP     DELIMITED BY SIZE
                  WS-FIX-EMP    DELIMITED BY SIZE
                  INTO ADD-RETRAN-REC.
           WRITE ADD-RETRAN-REC.
           CLOSE ADD-RETRAN-FILE.
       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY sysprmr.
