      *> ***********************************************************
      *> REFUNDREG - one refund check on refundreg.dat, the indexed
      *> check register keyed on the check number. refund.cob writes
      *> the entry when it issues the check; refchk.cob voids it, and
      *> a reissue is a new entry cross-referenced to the old.
      *>
      *>    rf-check-number  drawn from the REFUNDCHK series on
      *>                     refnum.ctl (refnum.cob); rf-reference is
      *>                     the full palindromic reference
      *>    rf-source        where the money came from: S the cash
      *>                     suspense (cashsusp.dat), E the loan's
      *>                     escrow account (escrow.dat) - a void
      *>                     puts it back there
      *>    rf-payee         the borrower's name off custmast.dat as
      *>                     it was printed and sent to the bank
      *>    rf-status        I issued and outstanding, V voided,
      *>                     C paid by the bank (off its paid-item
      *>                     file, chkpaid.dat), E never cashed and
      *>                     escheated to the state as unclaimed
      *>                     property - see escheat.cob
      *>    rf-void-date / rf-void-by
      *>                     the business date and operator of a void
      *>    rf-reissue-of / rf-reissued-as
      *>                     the check a reissue replaced, and the
      *>                     check that replaced a voided one - zero
      *>                     where there is none
      *>    rf-paid-date     the date the bank paid it
      *>    rf-escheat-date  the business date it was reported to the
      *>                     state
      *> ***********************************************************
       01 refund-check-record.
           02 rf-check-number        PIC 9(6).
           02 rf-reference           PIC X(12).
           02 rf-loan-number         PIC 9(6).
           02 rf-borrower-id         PIC 9(4).
           02 rf-payee               PIC X(40).
           02 rf-amount              PIC 9(9)V99.
           02 rf-source              PIC X(01).
               88 rf-from-suspense     VALUE "S".
               88 rf-from-escrow       VALUE "E".
           02 rf-issue-date          PIC X(08).
           02 rf-status              PIC X(01).
               88 rf-is-issued         VALUE "I".
               88 rf-is-void           VALUE "V".
               88 rf-is-cleared        VALUE "C".
               88 rf-is-escheated      VALUE "E".
           02 rf-void-date           PIC X(08).
           02 rf-void-by             PIC X(10).
           02 rf-reissue-of          PIC 9(6).
           02 rf-reissued-as         PIC 9(6).
           02 rf-paid-date           PIC X(08).
           02 rf-escheat-date        PIC X(08).
           02 FILLER                 PIC X(04).
