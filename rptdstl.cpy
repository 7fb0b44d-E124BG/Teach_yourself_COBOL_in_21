      *****************************************************************
      * RPTDSTL.cpy - one report distribution list record
      * (RPTDIST.DAT) per recipient per report source: which
      * recipient gets how many copies of each report RPTARCHV files
      * under RDL-SOURCE (the RPX-SOURCE on RPTARCHX.DAT - MULT-TABLE,
      * ADDITION, MULT-RECON, WORKFORCE, or CHGBK dddd for one
      * department's chargeback statement). RDL-DELIVER-TO says where
      * the copies go. Maintained on the RPTDLVM distribution screen;
      * read by the nightly RPTDIST run that cuts the manifest and by
      * RPTREPRT to check who a reprint is for.
      *****************************************************************
       01  RPT-DIST-REC.
           05  RDL-SOURCE      PIC X(12).
           05  FILLER          PIC X(1).
           05  RDL-RECIPIENT   PIC X(8).
           05  FILLER          PIC X(1).
           05  RDL-COPIES      PIC 9(2).
           05  FILLER          PIC X(1).
           05  RDL-DELIVER-TO  PIC X(30).
