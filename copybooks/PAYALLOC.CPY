      *> ***********************************************************
      *> PAYALLOC - how one payment was applied, on payalloc.dat, the
      *> line-sequential allocation trail loanpost.cob appends one
      *> record to for every payment it posts and every reversal it
      *> backs out. The payment allocation rules (payalloc.ctl, see
      *> loanpost) decide the order money meets the fees owing, the
      *> past-due installments and the current one; this record is
      *> the split that resulted, so the cash proof (cashproof.cob)
      *> and the ledger feed (glfeed.cob) see fees collected as fees
      *> rather than guessing them from the schedule.
      *>
      *>    pa-type            P a payment applied; R a reversal that
      *>                       backed a payment's allocation out - the
      *>                       amounts are the same positive figures,
      *>                       the type says which way they moved
      *>    pa-fees / -interest / -principal / -escrow
      *>                       what reached each bucket
      *>    pa-suspense-sign / pa-suspense
      *>                       "+" money over, parked to cashsusp.dat;
      *>                       "-" the shortfall on an installment
      *>                       posted short; space nothing parked
      *>    pa-first-row / pa-row-count
      *>                       the schedule rows the payment marked
      *>                       paid - a reversal un-marks the same run
      *>    pa-rule            the allocation order that was applied;
      *>                       CURT a principal-only payment, all of
      *>                       it in pa-principal and no row paid -
      *>                       the schedule was recast instead, so a
      *>                       reversal never backs one out;
      *>                       LINE a payment on a revolving line
      *>                       (REVLINE) - fees, billed interest,
      *>                       then principal, every cent of the
      *>                       interest and principal coming off
      *>                       loan-balance; pa-first-row and
      *>                       pa-row-count are the due rows it
      *>                       satisfied
      *> ***********************************************************
       01 payment-allocation-record.
           02 pa-loan-number         PIC 9(6).
           02 pa-type                PIC X(01).
               88 pa-is-applied        VALUE "P".
               88 pa-is-reversed       VALUE "R".
           02 pa-amount              PIC 9(9)V99.
           02 pa-fees                PIC 9(9)V99.
           02 pa-interest            PIC 9(9)V99.
           02 pa-principal           PIC 9(9)V99.
           02 pa-escrow              PIC 9(9)V99.
           02 pa-suspense-sign       PIC X(01).
           02 pa-suspense            PIC 9(9)V99.
           02 pa-first-row           PIC 999.
           02 pa-row-count           PIC 999.
           02 pa-rule                PIC X(04).
               88 pa-is-curtailment    VALUE "CURT".
               88 pa-is-line-payment   VALUE "LINE".
           02 pa-date                PIC X(08).
           02 pa-cycle-date          PIC X(08).
