      *****************************************************************
      * ERRPRFD.cpy - FD for the problem-record journal. The file is
      * append-only: every action taken on a problem is one record,
      * and a problem's current state is the fold of its records in
      * file order (LOAD-PROBLEM-TABLE in ERRPRR does the folding).
      * PRB-ACTION is one of
      *   OPEN   - new problem; PRB-CODE is its first error code and
      *            PRB-TEXT its title
      *   ASSIGN - PRB-OWNER takes the problem over
      *   CODE   - PRB-CODE is linked to the problem as well
      *   CAUSE  - PRB-TEXT is the root cause as now understood
      *   NOTE   - PRB-TEXT is a progress note
      *   CLOSE  - fixed; PRB-FIX-DATE is the date the fix went in
      *            and PRB-TEXT describes it
      * PRB-DATE, PRB-TIME and PRB-BY say when and by whom the action
      * was recorded.
      *****************************************************************
       FD  ERR-PROBLEM-FILE.
       01  ERR-PROBLEM-REC.
           05  PRB-NUMBER          PIC 9(5).
           05  FILLER              PIC X(1).
           05  PRB-ACTION          PIC X(6).
           05  FILLER              PIC X(1).
           05  PRB-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRB-TIME            PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRB-BY              PIC X(8).
           05  FILLER              PIC X(1).
           05  PRB-CODE            PIC X(4).
           05  FILLER              PIC X(1).
           05  PRB-OWNER           PIC X(8).
           05  FILLER              PIC X(1).
           05  PRB-FIX-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  PRB-TEXT            PIC X(40).
