      *> ***********************************************************
      *> ESCROW - one loan's escrow sub-account on escrow.dat, the
      *> indexed escrow master keyed on loan-number. A borrower who
      *> has us collect taxes and insurance with the monthly
      *> payment has a row here, opened through escrmnt.cob.
      *>
      *>    esc-monthly-amount  the escrow component added to the
      *>                        principal and interest every teller,
      *>                        remittance and autopay installment is
      *>                        expected to carry; loanpost deposits
      *>                        it through escrpost.cob, and the
      *>                        annual analysis (escranl.cob) resets it
      *>    esc-balance         held for the borrower, signed - the
      *>                        nightly disbursement run (escrdisb.cob)
      *>                        pays a bill that comes due even when the
      *>                        balance will not cover it, and the
      *>                        advance shows as a negative balance
      *>                        until deposits or the analysis make it
      *>                        good
      *>    esc-cushion-months  the reserve the analysis keeps, in
      *>                        months of projected disbursements - 2,
      *>                        the one-sixth the rules allow, unless
      *>                        the account says less
      *>    esc-next-analysis   when escranl next analyzes the account
      *>    esc-ytd-deposits / esc-ytd-disbursed
      *>                        the running year's activity, reset by
      *>                        each analysis - what the analysis
      *>                        statement shows as the history year
      *> ***********************************************************
       01 escrow-record.
           02 esc-loan-number        PIC 9(6).
           02 esc-status             PIC X(01).
               88 esc-is-active        VALUE "A".
               88 esc-is-closed        VALUE "C".
           02 esc-monthly-amount     PIC 9(7)V99.
           02 esc-balance            PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           02 esc-cushion-months     PIC 9(01).
           02 esc-opened             PIC X(08).
           02 esc-last-analysis      PIC X(08).
           02 esc-next-analysis      PIC X(08).
           02 esc-ytd-deposits       PIC 9(9)V99.
           02 esc-ytd-disbursed      PIC 9(9)V99.
           02 esc-updated            PIC X(08).
           02 esc-updated-by         PIC X(10).
