      * history (YESNOQVH.DAT) so the month-end trends report the
      * text the operators actually saw. Questions written before
      * the stamp and version fields existed read back with spaces
      * there and run as version 1. QST-CHECKLIST names up to four
      * of the checklists on YESNOCKL.DAT the question belongs to;
      * YESNO01 asks it only on a day one of them is due. A question
      * in no checklist at all (every slot blank, as on every
      * question written before checklists existed) is asked on
      * every run, the way the single flat list always was.
      * QST-ANSWER-TYPE is Y (or space) for a yes/no question, T for
      * a free-text "explain" question, which never escalates. A
      * yes/no question answered QST-FOLLOWUP-ON is followed at once
      * by the (up to three) questions named in QST-FOLLOWUP; a
      * question named there is asked only as someone's follow-up.
      * QST-OWNER-DEPT is the employee department (EMPDEPT.DAT) that
      * owns the question; ESCAGING chases its escalations with that
      * department's head on the employee master.
      *****************************************************************
       01  YESNO-QUESTION-REC.
           05  QST-CODE            PIC X(4).
           05  QST-ENTERED-BY      PIC X(8).
           05  QST-ENTRY-DATE      PIC X(8).
           05  QST-VERSION         PIC X(3).
           05  QST-CHECKLIST       PIC X(4) OCCURS 4 TIMES.
           05  QST-ANSWER-TYPE     PIC X(1).
           05  QST-FOLLOWUP-ON     PIC X(1).
           05  QST-FOLLOWUP        PIC X(4) OCCURS 3 TIMES.
           05  QST-OWNER-DEPT      PIC X(4).
