      *> ***********************************************************
      *> COMPLHST - one entry in a complaint case's history on
      *> cmplhist.dat, the indexed file keyed on case number +
      *> sequence. cmplmnt.cob writes one when the case is opened
      *> and one for every change after - reassignment, a status
      *> move, the resolution - with the operator, the moment, the
      *> status and owner before and after, and a line of text, so
      *> the case can be shown to a regulator exactly as it was
      *> worked.
      *> ***********************************************************
       01 complaint-history-record.
           02 ch-key.
               03 ch-case-number   PIC 9(6).
               03 ch-seq           PIC 9(3).
           02 ch-stamp             PIC X(14).
           02 ch-operator          PIC X(10).
           02 ch-from-status       PIC X(01).
           02 ch-to-status         PIC X(01).
           02 ch-from-assigned     PIC X(10).
           02 ch-to-assigned       PIC X(10).
           02 ch-resolution        PIC X(02).
           02 ch-text              PIC X(60).
