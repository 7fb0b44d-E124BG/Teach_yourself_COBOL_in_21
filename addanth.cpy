      *****************************************************************
      * ADDANTH.cpy - anomaly threshold record (ADDANTH.DAT), kept by
      * operations alongside the department limit file and read by
      * the nightly ADDANOM check. One record per department: the
      * fewest nights of history the department needs in the window
      * before it is judged at all, and the bands, as percentages of
      * its rolling average, outside which tonight's count or sum is
      * flagged - below the low figure or above the high one, as a
      * warning in the report or as a serious case the duty operator
      * is alerted to. A zero percentage switches that test off. The
      * record for "*ALL" stands for any department without one of
      * its own and the record for "*OPS" covers the per-operation
      * control counts; with neither, the program's defaults apply.
      *****************************************************************
       01  ANOM-THRESHOLD-REC.
           05  ANT-DEPT          PIC X(4).
           05  FILLER            PIC X(1).
           05  ANT-MIN-NIGHTS    PIC 9(2).
           05  FILLER            PIC X(1).
           05  ANT-WARN-LOW-PCT  PIC 9(3).
           05  FILLER            PIC X(1).
           05  ANT-WARN-HIGH-PCT PIC 9(3).
           05  FILLER            PIC X(1).
           05  ANT-SER-LOW-PCT   PIC 9(3).
           05  FILLER            PIC X(1).
           05  ANT-SER-HIGH-PCT  PIC 9(3).
