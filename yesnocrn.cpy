      *****************************************************************
      * YESNOCRN.cpy - checklist run record (YESNOCRN.DAT), appended
      * by YESNO01 for every checklist a survey pass ran - the date,
      * the checklist code, who ran it, how (A = attended survey,
      * U = unattended answer file) and how many of its questions
      * were asked. ESCAGING reads it to tell a checklist that was
      * run from one that was due and never run.
      *****************************************************************
       01  YESNO-CKLRUN-REC.
           05  CRN-DATE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  CRN-CODE        PIC X(4).
           05  FILLER          PIC X(1).
           05  CRN-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X(1).
           05  CRN-MODE        PIC X(1).
           05  FILLER          PIC X(1).
           05  CRN-ASKED       PIC 9(3).
