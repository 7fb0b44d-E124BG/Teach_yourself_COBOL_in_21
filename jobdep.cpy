      *****************************************************************
      * JOBDEP.cpy - job dependency record (JOBDEP.DAT), one record
      * per batch job, read by JOBREADY. DEP-JOB is the program name
      * the job logs itself under on RUNLOG.DAT and JOBSTAT.DAT;
      * DEP-STREAM is the stream it runs in (NIGHTRUN, EMPNIGHT) and
      * only groups the listing. DEP-PREDECESSOR names up to four
      * jobs that must have completed before this one may run - the
      * ordering the COND= parameters of the nightly JCL enforce.
      * DEP-EARLIEST is the earliest start and DEP-DEADLINE the
      * must-finish-by time, both HHMM on the 24-hour clock; a batch
      * night runs from noon to noon, so 0200 is the small hours
      * after the night's date. Either may be left blank for none.
      * Operations maintains the file alongside the JCL.
      *****************************************************************
       01  JOB-DEP-REC.
           05  DEP-JOB             PIC X(12).
           05  FILLER              PIC X(1).
           05  DEP-STREAM          PIC X(8).
           05  FILLER              PIC X(1).
           05  DEP-EARLIEST        PIC 9(4).
           05  FILLER              PIC X(1).
           05  DEP-DEADLINE        PIC 9(4).
           05  DEP-PRED-SLOT OCCURS 4 TIMES.
               10  FILLER          PIC X(1).
               10  DEP-PREDECESSOR PIC X(12).
