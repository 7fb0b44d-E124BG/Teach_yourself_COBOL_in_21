      *****************************************************************
      * YESNOCKL.cpy - checklist definition record (YESNOCKL.DAT),
      * shared by YESNOQM (which maintains the checklists and their
      * question memberships), YESNO01 (which runs the checklists due
      * today) and ESCAGING (which escalates a checklist that was due
      * but never run). CKL-CODE is the four-character code the
      * questions' QST-CHECKLIST slots carry and the code a missed
      * run is escalated under, so YESNOQM keeps it distinct from
      * every question code. CKL-SCHEDULE says when the checklist is
      * due, worked out from the business calendar (BUSCAL.DAT):
      *   D = every day
      *   W = the weekdays marked "Y" in CKL-WEEKDAYS (Monday first)
      *   F = the first business day of the month
      *   L = the last business day of the month
      *   H = the last business day before a holiday
      * CKL-EFFECTIVE is the date the checklist was defined; nothing
      * before it counts as missed. CKL-OWNER-DEPT is the department
      * that owns the checklist - a missed run is chased with that
      * department's head (see ESCAGING).
      *****************************************************************
       01  YESNO-CHECKLIST-REC.
           05  CKL-CODE       PIC X(4).
           05  FILLER         PIC X(1).
           05  CKL-SCHEDULE   PIC X(1).
           05  FILLER         PIC X(1).
           05  CKL-WEEKDAYS   PIC X(7).
           05  FILLER         PIC X(1).
           05  CKL-NAME       PIC X(30).
           05  FILLER         PIC X(1).
           05  CKL-EFFECTIVE  PIC 9(8).
           05  FILLER         PIC X(1).
           05  CKL-ENTERED-BY PIC X(8).
           05  FILLER         PIC X(1).
           05  CKL-OWNER-DEPT PIC X(4).
