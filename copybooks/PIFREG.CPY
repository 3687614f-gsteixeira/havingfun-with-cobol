      *> ***********************************************************
      *> PIFREG - one paid-off loan on pifreg.dat, the indexed
      *> paid-in-full register keyed on the loan number. Written by
      *> paidfull.cob the night it first finds the loan paid off -
      *> a loan on the register has had its paid-in-full letter and
      *> its lien releases opened, which is how the next night's run
      *> knows not to do it twice.
      *>
      *>    pif-paid-off-date    the received date of the payment
      *>                         that closed the loan
      *>    pif-cycle-date       the business date paidfull found it
      *>    pif-overpayment      the net credit the loan still held on
      *>                         cashsusp.dat - owed back to the
      *>                         borrower
      *>    pif-release-items    collateral items opened on the lien
      *>                         release worklist, lienwork.dat
      *>    pif-release-due      the date the releases are due filed
      *> ***********************************************************
       01 paid-in-full-record.
           02 pif-loan-number        PIC 9(6).
           02 pif-borrower-id        PIC 9(4).
           02 pif-paid-off-date      PIC X(08).
           02 pif-cycle-date         PIC X(08).
           02 pif-overpayment        PIC 9(9)V99.
           02 pif-release-items      PIC 9(3).
           02 pif-release-due        PIC X(08).
           02 FILLER                 PIC X(20).
