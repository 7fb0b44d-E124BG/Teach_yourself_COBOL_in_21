      * full correction history in order, or takes a date range and
      * shows everything changed in the window - on screen and as a
      * printable report (EMPCHGRP.DAT) for the HR audit file.
      * A department move made by a bulk reorganization (EMPREORG)
      * is shown with the reorganization's reference.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHGIQ.
           05  CHG-TIME     PIC 9(8).
           05  FILLER       PIC X(1).
           05  CHG-FIELD-TAG PIC X(4).
           05  FILLER       PIC X(1).
      *Reference of the bulk reorganization that made the change.
           05  CHG-REFERENCE PIC X(5).
      *Tamper-evidence chain stamped by the writers - shown by the
      *CHAINVFY verifier, carried as filler here.
           05  FILLER       PIC X(17).
                      " AT "       DELIMITED BY SIZE
                      CHG-TIME     DELIMITED BY SIZE
                      INTO CHG-REPORT-REC
               IF CHG-REFERENCE IS NOT EQUAL TO SPACES
                   STRING "  REF " CHG-REFERENCE DELIMITED BY SIZE
                          INTO CHG-REPORT-REC(58:11)
               END-IF
               WRITE CHG-REPORT-REC
               DISPLAY CHG-REPORT-REC
           END-IF.
