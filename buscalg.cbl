      ******************************************************************
      * Author: Eliott Bonte
      * Date: 15/10/2026
      * Purpose: Business calendar generator. BUSCAL.DAT used to be
      * keyed a year ahead by hand, one record per date, with the
      * rollover processing date worked out for every weekend and
      * holiday - and a December date left out one year meant the
      * system date stood in for it without anyone noticing. This
      * program builds a whole year from the holiday rules file
      * (HOLRULES.DAT): fixed dates every year (optionally observed
      * on the nearest weekday when they fall on a weekend), nth
      * weekday of a month rules, and one-off closures. Every date
      * of the chosen year gets its day type (B business, H holiday,
      * W weekend) and the processing date - itself on a business
      * day, the next business day otherwise, looking into the new
      * year where December runs out. The review listing
      * (BUSCALRV.DAT) shows any rule it could not use, the holidays
      * it found, every date of the year, and a comparison with
      * whatever BUSCAL.DAT already carries for that year - every
      * date that would change or is missing today. Nothing is
      * written to the calendar until every rule is good and a
      * supervisor verified against the operator master commits it;
      * the year is then replaced on BUSCAL.DAT, every other year is
      * kept as it was, and the calendar as it stood before is saved
      * on BUSCALPV.DAT. Attended only; offered through the menu
      * option file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCALG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-RULE-FILE ASSIGN TO "HOLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CAL-PRIOR-FILE ASSIGN TO "BUSCALPV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT CAL-REVIEW-FILE ASSIGN TO "BUSCALRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
           COPY buscalsel.
           COPY joblogsel.
           COPY errlogsel.
           COPY jobstatsel.
           COPY signonsel.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-RULE-FILE.
       COPY holrule.

      *BUSCAL.DAT as it stood before a commit, record for record.
       FD  CAL-PRIOR-FILE.
       01  CAL-PRIOR-REC.
           05  CPV-DATE   PIC X(8).
           05  FILLER     PIC X(11).

       FD  CAL-REVIEW-FILE.
       01  CAL-REVIEW-REC PIC X(80).

       FD  OPERATOR-MASTER.
       COPY opermast.

       COPY buscalfd.

       COPY joblogfd.
       COPY errlogfd.
       COPY jobstatfd.
       COPY signonfd.

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS PIC XX.
       01  WS-PRIOR-STATUS PIC XX.
       01  WS-REVIEW-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-END-OF-FILE-SWITCH PIC X.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-ANSWER PIC X(1).
       01  WS-YEAR-IN PIC X(4).

       01  WS-SUPV-OK-SWITCH PIC X VALUE "N".
       01  WS-SUPV-ID PIC X(8).
       01  WS-SUPV-PASSWORD PIC X(8).

      *The year being generated, its first and last dates, and the
      *integer day of 1 January.
       01  WS-CAL-YEAR PIC 9(4).
       01  WS-YEAR-START PIC 9(8).
       01  WS-YEAR-START-SPLIT REDEFINES WS-YEAR-START.
           05  WS-YS-YEAR  PIC 9(4).
           05  WS-YS-MMDD  PIC 9(4).
       01  WS-YEAR-END PIC 9(8).
       01  WS-NEXT-YEAR-START PIC 9(8).
       01  WS-FIRST-INT PIC 9(7).

      *The rules as read; the ones that cannot be used are listed
      *with the reason and stop the commit.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RL-TYPE    PIC X(1).
               10  WS-RL-MONTH   PIC 9(2).
               10  WS-RL-DAY     PIC 9(2).
               10  WS-RL-NTH     PIC X(1).
               10  WS-RL-WEEKDAY PIC 9(1).
               10  WS-RL-DATE    PIC 9(8).
               10  WS-RL-SHIFT   PIC X(1).
               10  WS-RL-DESC    PIC X(20).
       01  WS-RULE-COUNT PIC 9(3) VALUE 0.
       01  WS-RULE-IDX PIC 9(3).
       01  WS-RULE-LINE PIC 9(3) VALUE 0.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-ENTRY OCCURS 50 TIMES.
               10  WS-RJ-LINE   PIC 9(3).
               10  WS-RJ-REASON PIC X(40).
       01  WS-REJECT-COUNT PIC 9(3) VALUE 0.
       01  WS-REJECT-IDX PIC 9(3).
       01  WS-REJECT-REASON PIC X(40).
       01  WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE PIC X(8).

      *One entry per date of the year, then two more weeks of the
      *next so the last days of December can roll forward; each with
      *what the calendar already carries for it, for the comparison.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 380 TIMES.
               10  WS-DY-DATE      PIC 9(8).
               10  WS-DY-WEEKDAY   PIC 9(1).
               10  WS-DY-TYPE      PIC X(1).
               10  WS-DY-PROC      PIC 9(8).
               10  WS-DY-DESC      PIC X(20).
               10  WS-DY-ON-FILE   PIC X(1).
               10  WS-DY-FILE-TYPE PIC X(1).
               10  WS-DY-FILE-PROC PIC 9(8).
       01  WS-YEAR-DAYS PIC 9(3).
       01  WS-TABLE-DAYS PIC 9(3).
       01  WS-DAY-IDX PIC 9(3).
       01  WS-NEXT-BUSINESS PIC 9(8).

      *The date being classified, split for the rule tests, and the
      *neighbouring date an observed holiday is checked against.
       01  WS-GEN-DATE PIC 9(8).
       01  WS-GEN-DATE-SPLIT REDEFINES WS-GEN-DATE.
           05  WS-GEN-YEAR  PIC 9(4).
           05  WS-GEN-MONTH PIC 9(2).
           05  WS-GEN-DAY   PIC 9(2).
       01  WS-GEN-WEEKDAY PIC 9(1).
       01  WS-GEN-WEEK-OF-MONTH PIC 9(1).
       01  WS-NEAR-DATE PIC 9(8).
       01  WS-NEAR-DATE-SPLIT REDEFINES WS-NEAR-DATE.
           05  WS-NEAR-YEAR  PIC 9(4).
           05  WS-NEAR-MONTH PIC 9(2).
           05  WS-NEAR-DAY   PIC 9(2).
       01  WS-HOLIDAY-DESC PIC X(20).

       01  WS-DAY-NAME-LIST PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
           05  WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

       01  WS-BUSINESS-COUNT PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01  WS-WEEKEND-COUNT PIC 9(3) VALUE 0.
       01  WS-UNRESOLVED-COUNT PIC 9(3) VALUE 0.
       01  WS-FILE-YEAR-COUNT PIC 9(3) VALUE 0.
       01  WS-SAME-COUNT PIC 9(3) VALUE 0.
       01  WS-CHANGED-COUNT PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01  WS-PRIOR-COUNT PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01  WS-YEAR-WRITTEN-SWITCH PIC X.
       01  WS-COMMIT-ALLOWED-SWITCH PIC X VALUE "N".
       01  WS-COMMITTED-SWITCH PIC X VALUE "N".

       COPY buscalhdr.
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
           MOVE "BUSCALG" TO JH-PROGRAM-NAME.
           MOVE "BATCH" TO JH-OPERATOR-ID.
           PERFORM GET-SIGNON-OPERATOR.
           PERFORM WRITE-JOB-HEADER-LOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-CALENDAR-YEAR.
           OPEN INPUT HOLIDAY-RULE-FILE.
           IF WS-RULE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO HOLRULES.DAT ON HAND - NO CALENDAR BUILT."
               MOVE "BUSCALG" TO ERR-PROGRAM-NAME
               MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
               MOVE "BCAL" TO ERR-CODE
               MOVE "HOLIDAY RULES FILE MISSING" TO ERR-MESSAGE
               PERFORM WRITE-ERROR-LOG
               PERFORM SET-WARNING-RC
           ELSE
               PERFORM LOAD-HOLIDAY-RULES
               CLOSE HOLIDAY-RULE-FILE
               PERFORM BUILD-YEAR
               PERFORM LOAD-CALENDAR-ON-FILE
               PERFORM WRITE-REVIEW-LISTING
               PERFORM OFFER-COMMIT
           END-IF.

       PROGRAM-DONE.
      *Marks this run complete on the shared job-status file, the
      *same way every other program in the toolset reports itself.
           MOVE "BUSCALG" TO JS-PROGRAM-NAME.
           MOVE WS-WRITTEN-COUNT TO JS-RECORD-COUNT.
           PERFORM WRITE-JOB-STATUS.
           GOBACK.

      *Blank means next year - the usual run, made in the autumn.
       GET-CALENDAR-YEAR.
           MOVE "N" TO WS-ANSWER.
           PERFORM UNTIL WS-ANSWER IS EQUAL TO "Y"
               DISPLAY "Calendar year to build (YYYY, blank for next"
                       " year): "
               MOVE SPACES TO WS-YEAR-IN
               ACCEPT WS-YEAR-IN
               IF WS-YEAR-IN IS EQUAL TO SPACES
                   COMPUTE WS-CAL-YEAR = WS-TODAY-DATE / 10000 + 1
                   MOVE "Y" TO WS-ANSWER
               ELSE
                   IF WS-YEAR-IN IS NUMERIC
                       MOVE WS-YEAR-IN TO WS-CAL-YEAR
                       IF WS-CAL-YEAR IS NOT LESS THAN 1601
                               AND WS-CAL-YEAR IS LESS THAN 9999
                           MOVE "Y" TO WS-ANSWER
                       END-IF
                   END-IF
                   IF WS-ANSWER IS NOT EQUAL TO "Y"
                       DISPLAY "Invalid entry - enter a four-digit"
                               " year."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CAL-YEAR TO WS-YS-YEAR.
           MOVE 0101 TO WS-YS-MMDD.
           COMPUTE WS-YEAR-END = WS-CAL-YEAR * 10000 + 1231.
           COMPUTE WS-NEXT-YEAR-START = (WS-CAL-YEAR + 1) * 10000 + 101.

       LOAD-HOLIDAY-RULES.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ HOLIDAY-RULE-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RULE-LINE
                       IF HOLIDAY-RULE-REC IS NOT EQUAL TO SPACES
                               AND HRL-TYPE IS NOT EQUAL TO "*"
                           PERFORM CHECK-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM.

      *INTEGER-OF-DATE comes back zero for anything that is not a
      *real calendar date; a fixed date is tried against a leap year
      *so 29 February is allowed (it simply never matches otherwise).
       CHECK-ONE-RULE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(HOLIDAY-RULE-REC)
               TO HOLIDAY-RULE-REC.
           MOVE 0 TO WS-CHECK-DATE.
           EVALUATE HRL-TYPE
               WHEN "F"
                   IF HRL-MONTH IS NUMERIC AND HRL-DAY IS NUMERIC
                       MOVE "2000" TO WS-CHECK-DATE-X(1:4)
                       MOVE HRL-MONTH TO WS-CHECK-DATE-X(5:2)
                       MOVE HRL-DAY TO WS-CHECK-DATE-X(7:2)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CHECK-DATE IS EQUAL TO 0
                           MOVE "FIXED DATE MONTH/DAY NOT NUMERIC"
                               TO WS-REJECT-REASON
                       WHEN FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                               IS EQUAL TO 0
                           MOVE "FIXED DATE IS NOT A REAL DATE"
                               TO WS-REJECT-REASON
                       WHEN HRL-SHIFT IS NOT EQUAL TO SPACES
                               AND HRL-SHIFT IS NOT EQUAL TO "W"
                           MOVE "SHIFT MUST BE W OR BLANK"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN "N"
                   EVALUATE TRUE
                       WHEN HRL-MONTH IS NOT NUMERIC
                           MOVE "MONTH NOT NUMERIC" TO WS-REJECT-REASON
                       WHEN HRL-MONTH IS LESS THAN "01"
                               OR HRL-MONTH IS GREATER THAN "12"
                           MOVE "MONTH MUST BE 01 TO 12"
                               TO WS-REJECT-REASON
                       WHEN HRL-NTH IS NOT EQUAL TO "L"
                               AND (HRL-NTH IS LESS THAN "1"
                                    OR HRL-NTH IS GREATER THAN "4")
                           MOVE "NTH MUST BE 1 TO 4 OR L"
                               TO WS-REJECT-REASON
                       WHEN HRL-WEEKDAY IS LESS THAN "1"
                               OR HRL-WEEKDAY IS GREATER THAN "7"
                           MOVE "WEEKDAY MUST BE 1 (MON) TO 7 (SUN)"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN "O"
                   IF HRL-DATE IS NUMERIC
                       MOVE HRL-DATE TO WS-CHECK-DATE
                   END-IF
                   IF WS-CHECK-DATE IS EQUAL TO 0
                       MOVE "CLOSURE DATE NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       IF FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                               IS EQUAL TO 0
                           MOVE "CLOSURE DATE IS NOT A REAL DATE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "TYPE MUST BE F, N OR O" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
                   AND WS-RULE-COUNT IS NOT LESS THAN 100
               MOVE "MORE THAN 100 RULES" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO WS-RULE-COUNT
               MOVE HRL-TYPE TO WS-RL-TYPE(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-MONTH(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-DAY(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-WEEKDAY(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-DATE(WS-RULE-COUNT)
               IF HRL-TYPE IS NOT EQUAL TO "O"
                   MOVE HRL-MONTH TO WS-RL-MONTH(WS-RULE-COUNT)
               END-IF
               IF HRL-TYPE IS EQUAL TO "F"
                   MOVE HRL-DAY TO WS-RL-DAY(WS-RULE-COUNT)
               END-IF
               IF HRL-TYPE IS EQUAL TO "N"
                   MOVE HRL-WEEKDAY TO WS-RL-WEEKDAY(WS-RULE-COUNT)
               END-IF
               IF HRL-TYPE IS EQUAL TO "O"
                   MOVE HRL-DATE TO WS-RL-DATE(WS-RULE-COUNT)
               END-IF
               MOVE HRL-NTH TO WS-RL-NTH(WS-RULE-COUNT)
               MOVE HRL-SHIFT TO WS-RL-SHIFT(WS-RULE-COUNT)
               MOVE HRL-DESC TO WS-RL-DESC(WS-RULE-COUNT)
           ELSE
               IF WS-REJECT-COUNT IS LESS THAN 50
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-RULE-LINE TO WS-RJ-LINE(WS-REJECT-COUNT)
                   MOVE WS-REJECT-REASON
                       TO WS-RJ-REASON(WS-REJECT-COUNT)
               END-IF
           END-IF.

      *Every date of the year and two weeks past it, classified, then
      *a backward pass hands each non-business day the next business
      *day after it. 1 January 1601 (integer day 1) was a Monday, so
      *the weekday falls out of the integer date: 1 Monday to 7
      *Sunday.
       BUILD-YEAR.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START).
           COMPUTE WS-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-YEAR-START)
               - WS-FIRST-INT.
           COMPUTE WS-TABLE-DAYS = WS-YEAR-DAYS + 14.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN WS-TABLE-DAYS
               COMPUTE WS-DY-DATE(WS-DAY-IDX) = FUNCTION DATE-OF-INTEGER
                   (WS-FIRST-INT + WS-DAY-IDX - 1)
               COMPUTE WS-DY-WEEKDAY(WS-DAY-IDX) = FUNCTION MOD
                   (WS-FIRST-INT + WS-DAY-IDX - 2, 7) + 1
               MOVE "N" TO WS-DY-ON-FILE(WS-DAY-IDX)
               MOVE SPACES TO WS-DY-FILE-TYPE(WS-DAY-IDX)
               MOVE 0 TO WS-DY-FILE-PROC(WS-DAY-IDX)
               PERFORM CLASSIFY-DAY
           END-PERFORM.
           MOVE 0 TO WS-NEXT-BUSINESS.
           PERFORM VARYING WS-DAY-IDX FROM WS-TABLE-DAYS BY -1
                   UNTIL WS-DAY-IDX IS LESS THAN 1
               IF WS-DY-TYPE(WS-DAY-IDX) IS EQUAL TO "B"
                   MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-NEXT-BUSINESS
               END-IF
               MOVE WS-NEXT-BUSINESS TO WS-DY-PROC(WS-DAY-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN WS-YEAR-DAYS
               EVALUATE WS-DY-TYPE(WS-DAY-IDX)
                   WHEN "B"
                       ADD 1 TO WS-BUSINESS-COUNT
                   WHEN "H"
                       ADD 1 TO WS-HOLIDAY-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-WEEKEND-COUNT
               END-EVALUATE
               IF WS-DY-PROC(WS-DAY-IDX) IS EQUAL TO 0
                   ADD 1 TO WS-UNRESOLVED-COUNT
               END-IF
           END-PERFORM.

      *A holiday that falls on a weekend stays a weekend day unless
      *its rule asks for it to be observed on the nearest weekday;
      *its name is still shown against the date.
       CLASSIFY-DAY.
           MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-GEN-DATE.
           MOVE WS-DY-WEEKDAY(WS-DAY-IDX) TO WS-GEN-WEEKDAY.
           IF WS-GEN-WEEKDAY IS GREATER THAN 5
               MOVE "W" TO WS-DY-TYPE(WS-DAY-IDX)
           ELSE
               MOVE "B" TO WS-DY-TYPE(WS-DAY-IDX)
           END-IF.
           MOVE SPACES TO WS-DY-DESC(WS-DAY-IDX).
           COMPUTE WS-GEN-WEEK-OF-MONTH = (WS-GEN-DAY + 6) / 7.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX IS GREATER THAN WS-RULE-COUNT
               PERFORM APPLY-ONE-RULE
           END-PERFORM.

       APPLY-ONE-RULE.
           MOVE WS-RL-DESC(WS-RULE-IDX) TO WS-HOLIDAY-DESC.
           EVALUATE WS-RL-TYPE(WS-RULE-IDX)
               WHEN "F"
                   IF WS-RL-MONTH(WS-RULE-IDX) IS EQUAL TO WS-GEN-MONTH
                           AND WS-RL-DAY(WS-RULE-IDX) IS EQUAL TO
                               WS-GEN-DAY
                       PERFORM MARK-HOLIDAY
                   END-IF
                   IF WS-RL-SHIFT(WS-RULE-IDX) IS EQUAL TO "W"
                       PERFORM CHECK-OBSERVED-HOLIDAY
                   END-IF
               WHEN "N"
                   IF WS-RL-MONTH(WS-RULE-IDX) IS EQUAL TO WS-GEN-MONTH
                           AND WS-RL-WEEKDAY(WS-RULE-IDX) IS EQUAL TO
                               WS-GEN-WEEKDAY
                       IF WS-RL-NTH(WS-RULE-IDX) IS EQUAL TO "L"
                           COMPUTE WS-NEAR-DATE =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
                               + 7)
                           IF WS-NEAR-MONTH IS NOT EQUAL TO
                                   WS-GEN-MONTH
                               PERFORM MARK-HOLIDAY
                           END-IF
                       ELSE
                           IF WS-RL-NTH(WS-RULE-IDX) IS EQUAL TO
                                   WS-GEN-WEEK-OF-MONTH
                               PERFORM MARK-HOLIDAY
                           END-IF
                       END-IF
                   END-IF
               WHEN "O"
                   IF WS-RL-DATE(WS-RULE-IDX) IS EQUAL TO WS-GEN-DATE
                       PERFORM MARK-HOLIDAY
                   END-IF
           END-EVALUATE.

      *A Friday is the observed day of a fixed holiday on the
      *Saturday after it, a Monday that of one on the Sunday before.
       CHECK-OBSERVED-HOLIDAY.
           MOVE 0 TO WS-NEAR-DATE.
           IF WS-GEN-WEEKDAY IS EQUAL TO 5
               COMPUTE WS-NEAR-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) + 1)
           END-IF.
           IF WS-GEN-WEEKDAY IS EQUAL TO 1
               COMPUTE WS-NEAR-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) - 1)
           END-IF.
           IF WS-NEAR-DATE IS GREATER THAN 0
                   AND WS-RL-MONTH(WS-RULE-IDX) IS EQUAL TO
                       WS-NEAR-MONTH
                   AND WS-RL-DAY(WS-RULE-IDX) IS EQUAL TO WS-NEAR-DAY
               MOVE SPACES TO WS-HOLIDAY-DESC
               STRING WS-RL-DESC(WS-RULE-IDX) DELIMITED BY "  "
                      " (OBS)" DELIMITED BY SIZE
                      INTO WS-HOLIDAY-DESC
               PERFORM MARK-HOLIDAY
           END-IF.

       MARK-HOLIDAY.
           IF WS-GEN-WEEKDAY IS NOT GREATER THAN 5
               MOVE "H" TO WS-DY-TYPE(WS-DAY-IDX)
           END-IF.
           MOVE WS-HOLIDAY-DESC TO WS-DY-DESC(WS-DAY-IDX).

      *Whatever BUSCAL.DAT already carries for the year, placed
      *against the generated dates for the comparison.
       LOAD-CALENDAR-ON-FILE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ BUSCAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                                   AND CAL-DATE IS NOT LESS THAN
                                       WS-YEAR-START
                                   AND CAL-DATE IS NOT GREATER THAN
                                       WS-YEAR-END
                               PERFORM PLACE-FILE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
           END-IF.

       PLACE-FILE-DATE.
           IF FUNCTION INTEGER-OF-DATE(CAL-DATE) IS GREATER THAN 0
               COMPUTE WS-DAY-IDX =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE)
                   - WS-FIRST-INT + 1
               IF WS-DY-ON-FILE(WS-DAY-IDX) IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-FILE-YEAR-COUNT
               END-IF
               MOVE "Y" TO WS-DY-ON-FILE(WS-DAY-IDX)
               MOVE CAL-DAY-TYPE TO WS-DY-FILE-TYPE(WS-DAY-IDX)
               IF CAL-PROCESSING-DATE IS NUMERIC
                   MOVE CAL-PROCESSING-DATE
                       TO WS-DY-FILE-PROC(WS-DAY-IDX)
               END-IF
           END-IF.

      *Rules refused, holidays found, the comparison with the file,
      *the verdict - on screen and on the listing - then every date
      *of the year on the listing only.
       WRITE-REVIEW-LISTING.
           OPEN OUTPUT CAL-REVIEW-FILE.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING "BUSINESS CALENDAR REVIEW - YEAR " WS-CAL-YEAR
                  DELIMITED BY SIZE
                  "  RUN " WS-TODAY-DATE DELIMITED BY SIZE
                  "  BY " JH-OPERATOR-ID DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING "HOLIDAY RULES USED " WS-RULE-COUNT DELIMITED BY SIZE
                  "  REFUSED " WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING WS-REJECT-IDX FROM 1 BY 1
                   UNTIL WS-REJECT-IDX IS GREATER THAN WS-REJECT-COUNT
               MOVE SPACES TO CAL-REVIEW-REC
               STRING "  RULE LINE " WS-RJ-LINE(WS-REJECT-IDX)
                      DELIMITED BY SIZE
                      " - " WS-RJ-REASON(WS-REJECT-IDX)
                      DELIMITED BY SIZE
                      INTO CAL-REVIEW-REC
               PERFORM WRITE-REVIEW-LINE
           END-PERFORM.
           MOVE SPACES TO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "HOLIDAYS AND CLOSURES:" TO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN WS-YEAR-DAYS
               IF WS-DY-DESC(WS-DAY-IDX) IS NOT EQUAL TO SPACES
                   PERFORM BUILD-DAY-LINE
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-PERFORM.
           IF WS-HOLIDAY-COUNT IS EQUAL TO 0
               MOVE "  NONE - EVERY WEEKDAY IS A BUSINESS DAY."
                   TO CAL-REVIEW-REC
               PERFORM WRITE-REVIEW-LINE
           END-IF.
           MOVE SPACES TO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING "DAYS " WS-YEAR-DAYS DELIMITED BY SIZE
                  "  BUSINESS " WS-BUSINESS-COUNT DELIMITED BY SIZE
                  "  HOLIDAY " WS-HOLIDAY-COUNT DELIMITED BY SIZE
                  "  WEEKEND " WS-WEEKEND-COUNT DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM WRITE-COMPARISON.
           MOVE SPACES TO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT IS GREATER THAN 0
                   MOVE "CORRECT THE HOLIDAY RULES AND RUN AGAIN -"
                       TO CAL-REVIEW-REC
                   PERFORM WRITE-REVIEW-LINE
                   MOVE "NOTHING CAN BE COMMITTED." TO CAL-REVIEW-REC
               WHEN WS-UNRESOLVED-COUNT IS GREATER THAN 0
                   MOVE "NO BUSINESS DAY WITHIN TWO WEEKS OF YEAR-END -"
                       TO CAL-REVIEW-REC
                   PERFORM WRITE-REVIEW-LINE
                   MOVE "CHECK THE RULES - NOTHING CAN BE COMMITTED."
                       TO CAL-REVIEW-REC
               WHEN WS-FILE-YEAR-COUNT IS EQUAL TO WS-YEAR-DAYS
                       AND WS-CHANGED-COUNT IS EQUAL TO 0
                   MOVE "BUSCAL.DAT ALREADY CARRIES THIS CALENDAR -"
                       TO CAL-REVIEW-REC
                   PERFORM WRITE-REVIEW-LINE
                   MOVE "NOTHING TO COMMIT." TO CAL-REVIEW-REC
               WHEN OTHER
                   MOVE "Y" TO WS-COMMIT-ALLOWED-SWITCH
                   MOVE "AWAITING SUPERVISOR COMMIT." TO CAL-REVIEW-REC
           END-EVALUATE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO CAL-REVIEW-REC.
           WRITE CAL-REVIEW-REC.
           MOVE "DATE     DAY T PROCESS  HOLIDAY" TO CAL-REVIEW-REC.
           WRITE CAL-REVIEW-REC.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN WS-YEAR-DAYS
               PERFORM BUILD-DAY-LINE
               WRITE CAL-REVIEW-REC
           END-PERFORM.
           CLOSE CAL-REVIEW-FILE.

       BUILD-DAY-LINE.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING WS-DY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                  " " WS-DAY-NAME(WS-DY-WEEKDAY(WS-DAY-IDX))
                  DELIMITED BY SIZE
                  " " WS-DY-TYPE(WS-DAY-IDX) DELIMITED BY SIZE
                  " " WS-DY-PROC(WS-DAY-IDX) DELIMITED BY SIZE
                  " " WS-DY-DESC(WS-DAY-IDX) DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.

      *A year the file has never carried is summed up in one line
      *rather than listed date by date.
       WRITE-COMPARISON.
           MOVE SPACES TO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "COMPARISON WITH BUSCAL.DAT:" TO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           IF WS-FILE-YEAR-COUNT IS EQUAL TO 0
               MOVE "  THE YEAR IS NOT ON FILE - EVERY DATE IS NEW."
                   TO CAL-REVIEW-REC
               PERFORM WRITE-REVIEW-LINE
               MOVE WS-YEAR-DAYS TO WS-MISSING-COUNT
           ELSE
               MOVE "  DATE     DAY  ON FILE           GENERATED"
                   TO CAL-REVIEW-REC
               PERFORM WRITE-REVIEW-LINE
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX IS GREATER THAN WS-YEAR-DAYS
                   PERFORM COMPARE-ONE-DATE
               END-PERFORM
           END-IF.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING "UNCHANGED " WS-SAME-COUNT DELIMITED BY SIZE
                  "  CHANGED " WS-CHANGED-COUNT DELIMITED BY SIZE
                  "  NOT ON FILE " WS-MISSING-COUNT DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.

       COMPARE-ONE-DATE.
           MOVE SPACES TO CAL-REVIEW-REC.
           EVALUATE TRUE
               WHEN WS-DY-ON-FILE(WS-DAY-IDX) IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-MISSING-COUNT
                   STRING "  " WS-DY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                          " " WS-DAY-NAME(WS-DY-WEEKDAY(WS-DAY-IDX))
                          DELIMITED BY SIZE
                          "  MISSING           "
                          DELIMITED BY SIZE
                          WS-DY-TYPE(WS-DAY-IDX) DELIMITED BY SIZE
                          " " WS-DY-PROC(WS-DAY-IDX) DELIMITED BY SIZE
                          INTO CAL-REVIEW-REC
                   PERFORM WRITE-REVIEW-LINE
               WHEN WS-DY-FILE-TYPE(WS-DAY-IDX) IS NOT EQUAL TO
                       WS-DY-TYPE(WS-DAY-IDX)
                       OR WS-DY-FILE-PROC(WS-DAY-IDX) IS NOT EQUAL TO
                           WS-DY-PROC(WS-DAY-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
                   STRING "  " WS-DY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                          " " WS-DAY-NAME(WS-DY-WEEKDAY(WS-DAY-IDX))
                          DELIMITED BY SIZE
                          "  " WS-DY-FILE-TYPE(WS-DAY-IDX)
                          DELIMITED BY SIZE
                          " " WS-DY-FILE-PROC(WS-DAY-IDX)
                          DELIMITED BY SIZE
                          "        " WS-DY-TYPE(WS-DAY-IDX)
                          DELIMITED BY SIZE
                          " " WS-DY-PROC(WS-DAY-IDX) DELIMITED BY SIZE
                          " " WS-DY-DESC(WS-DAY-IDX) DELIMITED BY SIZE
                          INTO CAL-REVIEW-REC
                   PERFORM WRITE-REVIEW-LINE
               WHEN OTHER
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE.

       WRITE-REVIEW-LINE.
           WRITE CAL-REVIEW-REC.
           DISPLAY CAL-REVIEW-REC.

       OFFER-COMMIT.
           IF WS-COMMIT-ALLOWED-SWITCH IS EQUAL TO "Y"
               DISPLAY "Commit the " WS-CAL-YEAR
                       " calendar to BUSCAL.DAT (Y/N)? "
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER IS NOT EQUAL TO "Y"
                   DISPLAY "NOTHING COMMITTED - THE REVIEW IS ON"
                           " BUSCALRV.DAT."
               ELSE
                   PERFORM VERIFY-SUPERVISOR
                   IF WS-SUPV-OK-SWITCH IS NOT EQUAL TO "Y"
                       DISPLAY "NO SUPERVISOR COMMIT - NOTHING"
                               " WRITTEN."
                       MOVE "BUSCALG" TO ERR-PROGRAM-NAME
                       MOVE JH-OPERATOR-ID TO ERR-OPERATOR-ID
                       MOVE "BCAL" TO ERR-CODE
                       MOVE "CALENDAR COMMIT SUPERVISOR NOT VERIFIED"
                           TO ERR-MESSAGE
                       PERFORM WRITE-ERROR-LOG
                   ELSE
                       PERFORM COMMIT-CALENDAR
                   END-IF
               END-IF
           END-IF.

       VERIFY-SUPERVISOR.
           DISPLAY "Approving supervisor ID: ".
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

      *The calendar as it stands is copied to BUSCALPV.DAT first, then
      *BUSCAL.DAT is rewritten from that copy in date order: earlier
      *years as they were, the generated year in place of whatever
      *the file carried for it, later years as they were.
       COMMIT-CALENDAR.
           OPEN OUTPUT CAL-PRIOR-FILE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
                   READ BUSCAL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                       NOT AT END
                           MOVE BUSCAL-REC TO CAL-PRIOR-REC
                           WRITE CAL-PRIOR-REC
                           ADD 1 TO WS-PRIOR-COUNT
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
           END-IF.
           CLOSE CAL-PRIOR-FILE.
           MOVE "N" TO WS-YEAR-WRITTEN-SWITCH.
           OPEN OUTPUT BUSCAL-FILE.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           OPEN INPUT CAL-PRIOR-FILE.
           PERFORM UNTIL WS-END-OF-FILE-SWITCH IS EQUAL TO "Y"
               READ CAL-PRIOR-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE-SWITCH
                   NOT AT END PERFORM MERGE-PRIOR-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAL-PRIOR-FILE.
           IF WS-YEAR-WRITTEN-SWITCH IS NOT EQUAL TO "Y"
               PERFORM WRITE-GENERATED-YEAR
           END-IF.
           CLOSE BUSCAL-FILE.
           MOVE "Y" TO WS-COMMITTED-SWITCH.
           OPEN EXTEND CAL-REVIEW-FILE.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING "COMMITTED " WS-TODAY-DATE DELIMITED BY SIZE
                  " BY " WS-SUPV-ID DELIMITED BY SIZE
                  " - " WS-YEAR-DAYS " DATES WRITTEN FOR "
                  WS-CAL-YEAR DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO CAL-REVIEW-REC.
           STRING "PRIOR CALENDAR (" WS-PRIOR-COUNT DELIMITED BY SIZE
                  " RECORDS) KEPT ON BUSCALPV.DAT" DELIMITED BY SIZE
                  INTO CAL-REVIEW-REC.
           PERFORM WRITE-REVIEW-LINE.
           CLOSE CAL-REVIEW-FILE.
           MOVE "BUSCALG" TO ERR-PROGRAM-NAME.
           MOVE WS-SUPV-ID TO ERR-OPERATOR-ID.
           MOVE "BCAL" TO ERR-CODE.
           MOVE SPACES TO ERR-MESSAGE.
           STRING "BUSINESS CALENDAR " WS-CAL-YEAR DELIMITED BY SIZE
                  " COMMITTED" DELIMITED BY SIZE
                  INTO ERR-MESSAGE.
           PERFORM WRITE-ERROR-LOG.

       MERGE-PRIOR-RECORD.
           EVALUATE TRUE
               WHEN CPV-DATE IS LESS THAN WS-YEAR-START
                   MOVE CAL-PRIOR-REC TO BUSCAL-REC
                   WRITE BUSCAL-REC
               WHEN CPV-DATE IS NOT GREATER THAN WS-YEAR-END
                   CONTINUE
               WHEN OTHER
                   IF WS-YEAR-WRITTEN-SWITCH IS NOT EQUAL TO "Y"
                       PERFORM WRITE-GENERATED-YEAR
                   END-IF
                   MOVE CAL-PRIOR-REC TO BUSCAL-REC
                   WRITE BUSCAL-REC
           END-EVALUATE.

       WRITE-GENERATED-YEAR.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX IS GREATER THAN WS-YEAR-DAYS
               MOVE SPACES TO BUSCAL-REC
               MOVE WS-DY-DATE(WS-DAY-IDX) TO CAL-DATE
               MOVE WS-DY-TYPE(WS-DAY-IDX) TO CAL-DAY-TYPE
               MOVE WS-DY-PROC(WS-DAY-IDX) TO CAL-PROCESSING-DATE
               WRITE BUSCAL-REC
               ADD 1 TO WS-WRITTEN-COUNT
           END-PERFORM.
           MOVE "Y" TO WS-YEAR-WRITTEN-SWITCH.

       COPY joblogw.
       COPY errlogw.
       COPY jobstatw.
       COPY retcode.
       COPY signonr.
