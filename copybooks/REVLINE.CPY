      *> ***********************************************************
      *> REVLINE - one revolving line of credit on revline.dat, the
      *> indexed side file keyed on loan-number. A line is a loan on
      *> loanmast.dat like any other - product L on loanopt.dat - so
      *> every inquiry, statement, aging and fee program sees it; its
      *> revolving state lives here:
      *>
      *>    loan-principal   the credit limit granted at booking
      *>    loan-balance     what is drawn and owed - the draws, and
      *>                     the interest billed onto the balance
      *>    loan-payment     the minimum payment last billed
      *>    loan-term-months 999 - a line has no maturity; its due
      *>                     rows are written one cycle at a time
      *>
      *>    rl-status        O open - draws allowed
      *>                     F frozen - no draws, payments still post
      *>                       and the line still bills
      *>                     C closed - by linemnt once nothing is
      *>                       owed; the loan is then paid off
      *>    rl-credit-limit  the limit draws are held to; the
      *>                     available credit is the limit less
      *>                     loan-balance, never below zero
      *>    rl-cycle-day     the day of the month the line bills on,
      *>                     1 to 28
      *>    rl-accrued-interest / rl-accrued-through
      *>                     daily-balance interest not yet billed,
      *>                     and the date it is accrued up to - see
      *>                     lineacr.cob; the fraction of a cent
      *>                     stays behind when a bill rounds
      *>    rl-interest-unpaid
      *>                     billed interest the payments have not
      *>                     yet covered - a payment meets it before
      *>                     the drawn principal
      *>    rl-last-billed / rl-billed-balance / rl-minimum-due
      *>                     the last bill: its date, the balance it
      *>                     billed and the minimum payment it asked
      *>    rl-last-row      the last due row written to
      *>                     loansched.dat for the line
      *>    rl-due-credit    money received toward the oldest unpaid
      *>                     due row that has not yet covered it
      *>
      *> booked by loanadd.cob against an approved application,
      *> drawn on and maintained through linemnt.cob, billed by
      *> linebill.cob, paid through loanpost.cob.
      *> ***********************************************************
       01 revolving-line-record.
           02 rl-loan-number        PIC 9(6).
           02 rl-status             PIC X(01).
               88 rl-is-open            VALUE "O".
               88 rl-is-frozen          VALUE "F".
               88 rl-is-closed          VALUE "C".
           02 rl-credit-limit       PIC 9(9)V99.
           02 rl-cycle-day          PIC 99.
           02 rl-accrued-interest   PIC 9(7)V9(6).
           02 rl-accrued-through    PIC X(08).
           02 rl-interest-unpaid    PIC 9(9)V99.
           02 rl-last-billed        PIC X(08).
           02 rl-billed-balance     PIC 9(9)V99.
           02 rl-minimum-due        PIC 9(9)V99.
           02 rl-last-row           PIC 999.
           02 rl-due-credit         PIC 9(9)V99.
           02 rl-opened             PIC X(08).
           02 rl-changed-date       PIC X(08).
           02 rl-changed-by         PIC X(10).
           02 FILLER                PIC X(20).
