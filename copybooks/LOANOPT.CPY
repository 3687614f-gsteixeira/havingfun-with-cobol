      *> ***********************************************************
      *> LOANOPT - one loan's servicing elections on loanopt.dat, the
      *> indexed side file keyed on loan-number. The loan master's
      *> layout is shared by every loan program and changes only
      *> through a mastcvt conversion, so the per-loan choices the
      *> servicing desk makes after boarding live here instead.
      *> Maintained through loanopt.cob; a loan with no record takes
      *> every default.
      *>
      *> lo-curtail-election says what a principal-only payment
      *> (pay-type "C" on payments.trn, see loanpost.cob) does to the
      *> schedule after the balance drops:
      *>      T (or space)  keep the payment, shorten the term - the
      *>                    rows past the new payoff row are dropped
      *>      P             keep the maturity, lower the payment - the
      *>                    unpaid rows are re-amortized over the
      *>                    same remaining term
      *>
      *> lo-product-type is the repayment shape loanadd.cob boarded
      *> the loan with; the schedule rows carry it, this says which:
      *>      F (or space)  fully amortizing - every row pays the
      *>                    same principal and interest
      *>      I             interest-only for lo-io-months rows, then
      *>                    amortizing over the rest of the term
      *>      B             balloon - the payment amortizes over
      *>                    lo-amort-term months but the loan matures
      *>                    at loan-term-months, the final row
      *>                    carrying the whole remaining balance
      *>      L             a revolving line of credit - no
      *>                    amortization; the limit and billing state
      *>                    are on revline.dat (REVLINE)
      *> ***********************************************************
       01 loan-option-record.
           02 lo-loan-number        PIC 9(6).
           02 lo-curtail-election   PIC X(01).
               88 lo-keeps-the-payment  VALUE "T" " ".
               88 lo-keeps-the-maturity VALUE "P".
           02 lo-updated-by         PIC X(10).
           02 lo-updated            PIC X(08).
           02 lo-product-type       PIC X(01).
               88 lo-fully-amortizing   VALUE "F" " ".
               88 lo-interest-only      VALUE "I".
               88 lo-balloon            VALUE "B".
               88 lo-line-of-credit     VALUE "L".
           02 lo-io-months          PIC 999.
           02 lo-amort-term         PIC 999.
           02 FILLER                PIC X(33).
