      *> ***********************************************************
      *> LOANLEGAL - one loan's legal status on loanlegal.dat, the
      *> indexed side file keyed on loan-number. A borrower who has
      *> filed bankruptcy, or who is in litigation with us and
      *> represented, may not be collected from: while ll-status
      *> says a hold is in force latefee.cob assesses no late
      *> charge, loanaging.cob reports the loan apart from the
      *> delinquency buckets and keeps it off delinq.dat, letters.cob
      *> sends no dunning letter, collmnt.cob takes no contact note
      *> or promise, and loanrpt.cob shows the book under legal
      *> status on its own. Maintained by supervisors through
      *> legalmnt.cob; legalrpt.cob lists what has changed and what
      *> is due for review. A loan with no record has no legal
      *> status.
      *>
      *>    ll-status  B  in bankruptcy - the automatic stay is in
      *>                  force from the filed date
      *>               D  discharged - the borrower's personal
      *>                  liability is gone; still no collecting
      *>               X  dismissed - the case ended without a
      *>                  discharge and the stay is lifted
      *>               L  other legal hold - litigation, or an
      *>                  attorney-represented borrower
      *>               R  released - a legal hold lifted, or a
      *>                  status entered in error; kept for history
      *>
      *> ll-chapter is the bankruptcy chapter (7, 11, 13) and blank
      *> on an L hold. ll-resolved-date is the date of the
      *> discharge, dismissal or release; ll-review-date the date
      *> by which a supervisor should look at the loan again.
      *> ***********************************************************
       01 loan-legal-record.
           02 ll-loan-number        PIC 9(6).
           02 ll-status             PIC X(01).
               88 ll-in-bankruptcy      VALUE "B".
               88 ll-is-discharged      VALUE "D".
               88 ll-is-dismissed       VALUE "X".
               88 ll-other-legal-hold   VALUE "L".
               88 ll-is-released        VALUE "R".
               88 ll-hold-in-force      VALUE "B" "D" "L".
           02 ll-chapter            PIC X(02).
           02 ll-case-number        PIC X(20).
           02 ll-filed-date         PIC X(08).
           02 ll-attorney           PIC X(30).
           02 ll-resolved-date      PIC X(08).
           02 ll-review-date        PIC X(08).
           02 ll-prior-status       PIC X(01).
           02 ll-changed-date       PIC X(08).
           02 ll-changed-by         PIC X(10).
           02 FILLER                PIC X(20).
