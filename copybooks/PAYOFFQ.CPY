      *> ***********************************************************
      *> PAYOFFQ - one payoff quote handed across the counter, on
      *> payoffq.dat, the line-sequential quote log payoff.cob
      *> appends each time the branch runs it standalone. The
      *> printed quote on payoff.qte is for the customer; this is
      *> the record of who asked about closing which loan and when,
      *> which redflag.cob reads against recent address changes.
      *> Quotes other programs CALL payoff for are not logged.
      *>
      *>    pq-operator  the opersec sign-on the quote ran under
      *>                 (the OPERATOR variable), blank when none
      *> ***********************************************************
       01 payoff-quote-record.
           02 pq-quoted-at           PIC X(14).
           02 pq-loan-number         PIC 9(6).
           02 pq-borrower-id         PIC 9(4).
           02 pq-reference           PIC X(12).
           02 pq-good-through        PIC X(08).
           02 pq-total               PIC 9(9)V99.
           02 pq-operator            PIC X(10).
           02 FILLER                 PIC X(10).
