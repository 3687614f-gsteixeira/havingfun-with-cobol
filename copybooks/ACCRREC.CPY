      *> ***********************************************************
      *> ACCRREC - one loan's running accrued-interest position on
      *> loanaccr.dat, the indexed accrual file keyed on loan-number.
      *> Maintained nightly by intaccr.cob: interest earned day by
      *> day on loan-balance at the loan's own day-count convention,
      *> less the interest portion of every payment as it posts.
      *> acr-accrued-balance is what the books carry as earned but
      *> not yet received - signed, because a payment taken ahead of
      *> its due date collects interest not yet earned.
      *>
      *> acr-through-date is the last calendar day accrued; payoff.cob
      *> carries the balance forward from it at the per-diem, so the
      *> quote agrees with the ledger. The month-to-date figures are
      *> what intaccr hands glfeed.cob on the month-end night, then
      *> zeroes for the next month.
      *> ***********************************************************
       01 accrual-record.
           02 acr-loan-number      PIC 9(6).
           02 acr-accrued-balance  PIC S9(9)V99.
           02 acr-through-date     PIC X(08).
           02 acr-mtd-accrued      PIC 9(9)V99.
           02 acr-mtd-reversed     PIC 9(9)V99.
           02 acr-last-cycle       PIC X(08).
