      *****************************************************************
      * RPTMANF.cpy - delivery manifest record (RPTMANF.DAT), one per
      * copy of an archived report owed to a recipient. The nightly
      * RPTDIST run cuts MNF-KIND D records from the distribution
      * list for every report newly on RPTARCHX.DAT, or a single N
      * record when the report's source has nobody on the list, so
      * each report is manifested exactly once. RPTREPRT adds an R
      * record for every reprint, logged against the recipient who
      * asked for it. A copy is MNF-STATUS P until the distribution
      * clerk marks it D on RPTDLVM, which stamps who delivered it
      * and when; SHIFTHND carries every copy still P onto the
      * handover.
      *****************************************************************
       01  RPT-MANIFEST-REC.
           05  MNF-NUMBER          PIC 9(5).
           05  FILLER              PIC X(1).
           05  MNF-SOURCE          PIC X(12).
           05  FILLER              PIC X(1).
           05  MNF-REPORT-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  MNF-KIND            PIC X(1).
           05  FILLER              PIC X(1).
           05  MNF-RECIPIENT       PIC X(8).
           05  FILLER              PIC X(1).
           05  MNF-COPY            PIC 9(2).
           05  FILLER              PIC X(1).
           05  MNF-COPIES          PIC 9(2).
           05  FILLER              PIC X(1).
           05  MNF-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  MNF-LOGGED-BY       PIC X(8).
           05  FILLER              PIC X(1).
           05  MNF-LOGGED-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  MNF-DELIVERED-BY    PIC X(8).
           05  FILLER              PIC X(1).
           05  MNF-DELIVERED-DATE  PIC X(8).
