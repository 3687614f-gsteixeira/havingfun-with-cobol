      *> ***********************************************************
      *> DOCLIST - one loan's document checklist, as docchk.cob hands
      *> it back: every document the loan's product requires on
      *> docreq.ctl, and where each stands on the inventory
      *> (LOANDOC) as of the date asked.
      *>
      *>    dl-product        the loan's repayment product off
      *>                      loanopt.dat (F when it has no record)
      *>    dl-overdue        how many are missing past their grace
      *>    dl-state          R received; W not yet, still inside the
      *>                      grace period; M missing past it
      *>    dl-due-date       loan-opened plus the grace period
      *> ***********************************************************
       01 doc-checklist.
           02 dl-product             PIC X(01).
           02 dl-count               PIC 9(02).
           02 dl-overdue             PIC 9(02).
           02 dl-entry OCCURS 12 TIMES.
               03 dl-doc-type        PIC X(04).
               03 dl-description     PIC X(30).
               03 dl-state           PIC X(01).
                   88 dl-is-received VALUE "R".
                   88 dl-is-awaited  VALUE "W".
                   88 dl-is-missing  VALUE "M".
               03 dl-due-date        PIC X(08).
               03 dl-received-date   PIC X(08).
               03 dl-reference       PIC X(20).
               03 dl-logged-by       PIC X(10).
