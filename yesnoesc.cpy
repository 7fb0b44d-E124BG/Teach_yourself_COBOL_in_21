      *****************************************************************
      * YESNOESC.cpy - survey escalation record (YESNOESC.DAT), shared
      * by YESNO01 (which appends an OPEN record for every answer
      * against expectation), ESCAGING (which ages the open ones and
      * appends an OPEN record under a checklist's code when a due
      * checklist was never run) and ESCCLOSE (which appends the
      * matching CLOSED record with the closing supervisor's ID), so
      * the file reads as a trail from escalation to closure. The
      * operator's follow-up answers ride on the OPEN record in
      * ESC-FOLLOWUP-NOTE, so whoever chases it starts from the
      * explanation; CLOSED records and older lines leave it blank.
      *****************************************************************
       01  YESNO-ESCAL-REC.
           05  ESC-STATUS        PIC X(6).
           05  FILLER            PIC X(1).
           05  ESC-QUESTION-CODE PIC X(4).
           05  FILLER            PIC X(1).
           05  ESC-DATE          PIC 9(8).
           05  FILLER            PIC X(1).
           05  ESC-TIME          PIC 9(8).
           05  FILLER            PIC X(1).
           05  ESC-OPERATOR-ID   PIC X(8).
           05  FILLER            PIC X(1).
           05  ESC-FOLLOWUP-NOTE PIC X(60).
