      *> ***********************************************************
      *> AUDCONF - one loan in an external-audit confirmation sample
      *> on audconf.dat, the indexed tracking file keyed on the audit
      *> date + loan number. Written by audconf.cob's draw with the
      *> figures the confirmation letter stated, and updated as the
      *> borrowers' replies come back.
      *>
      *>    ac-band / ac-seed  the balance band the loan was drawn
      *>                       from and the seed the draw ran on -
      *>                       the same seed over the same book draws
      *>                       the same sample
      *>    ac-our-balance     the principal balance as of the audit
      *>                       date, off the loan's ledger (LOANTXN)
      *>    ac-rate            the annual rate in force on that date
      *>    ac-last-paid-date / ac-last-paid-amt
      *>                       the last payment posted on or before it
      *>    ac-status          S sent, awaiting reply; A agreed;
      *>                       D disagreed - the borrower's figure in
      *>                       ac-their-balance; N no response, the
      *>                       audit closed without a reply
      *> ***********************************************************
       01 audit-confirm-record.
           02 ac-key.
               03 ac-audit-date      PIC X(08).
               03 ac-loan-number     PIC 9(06).
           02 ac-borrower-id         PIC 9(04).
           02 ac-band                PIC 9(01).
           02 ac-seed                PIC 9(09).
           02 ac-our-balance         PIC 9(9)V99.
           02 ac-rate                PIC 9(3)V9999.
           02 ac-last-paid-date      PIC X(08).
           02 ac-last-paid-amt       PIC 9(9)V99.
           02 ac-status              PIC X(01).
               88 ac-is-sent         VALUE "S".
               88 ac-is-agreed       VALUE "A".
               88 ac-is-disagreed    VALUE "D".
               88 ac-is-no-response  VALUE "N".
           02 ac-their-balance       PIC 9(9)V99.
           02 ac-replied-date        PIC X(08).
           02 ac-recorded-by         PIC X(10).
           02 FILLER                 PIC X(20).
