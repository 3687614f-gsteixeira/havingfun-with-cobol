      *> ***********************************************************
      *> TELLCAP - one teller capture on tellcap.dat, the line-
      *> sequential drawer journal payentry.cob appends beside every
      *> payments.trn record it writes. payments.trn carries only
      *> what loanpost consumes; this says which teller took the
      *> money and in what form, so tellsetl.cob can tell each
      *> teller at close what their drawer should hold.
      *>
      *>    tl-teller        the opersec sign-on the capture ran under
      *>    tl-tender        C cash, K check, M money order
      *>    tl-receipt       the RECEIPT reference the customer got
      *>    tl-cycle-date    the business date the drawer belongs to
      *> ***********************************************************
       01 teller-capture-record.
           02 tl-teller              PIC X(10).
           02 tl-tender              PIC X(01).
               88 tl-tender-cash         VALUE "C".
               88 tl-tender-check        VALUE "K".
               88 tl-tender-money-order  VALUE "M".
           02 tl-loan-number         PIC 9(6).
           02 tl-amount              PIC 9(9)V99.
           02 tl-pay-date            PIC X(08).
           02 tl-pay-type            PIC X(01).
           02 tl-receipt             PIC X(12).
           02 tl-cycle-date          PIC X(08).
           02 tl-captured-at         PIC X(14).
           02 FILLER                 PIC X(10).
