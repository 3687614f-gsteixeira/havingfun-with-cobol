      *> ***********************************************************
      *> XFERREG - one loan sold out of the book on xferreg.dat, the
      *> indexed servicing-transfer register keyed on the loan
      *> number. Written by loanxfer.cob as it marks the loan
      *> transferred (loan-status "T"), so the figures the purchaser
      *> was handed stay on file beside the master: loanpost.cob
      *> reads it to forward a payment that arrives after the
      *> transfer to the purchaser named here.
      *>
      *>    xr-purchaser-id       the servicer the loan went to
      *>    xr-transfer-date      the date servicing moved
      *>    xr-balance            loan-balance as transferred
      *>    xr-accrued-interest   interest accrued to the transfer
      *>                          date, payoff.cob's figure
      *>    xr-fees               loan-fees-due as transferred
      *>    xr-cycle-date         the business date the job ran
      *> ***********************************************************
       01 transfer-register-record.
           02 xr-loan-number         PIC 9(6).
           02 xr-purchaser-id        PIC X(10).
           02 xr-transfer-date       PIC X(08).
           02 xr-balance             PIC 9(9)V99.
           02 xr-accrued-interest    PIC 9(9)V99.
           02 xr-fees                PIC 9(9)V99.
           02 xr-cycle-date          PIC X(08).
           02 FILLER                 PIC X(20).
