      *> ***********************************************************
      *> RECOVERY - one written-off loan's recoveries on recovery.dat,
      *> the indexed recovery register keyed on the loan number.
      *> loanpost.cob opens the entry on the first money received
      *> against a written-off (W) loan, seeded from the loan's
      *> woff.dat write-off entry, and adds every recovery after it;
      *> rcvrpt.cob reads it beside woff.dat for the net loss.
      *>
      *> a recovery goes first against the principal charged off,
      *> then the fees charged off; anything beyond both is excess.
      *>
      *>    rcv-woff-cycle-date   the cycle the loan was written off
      *>    rcv-woff-principal / rcv-woff-fees
      *>                          what was charged off (wo-principal,
      *>                          wo-fees)
      *>    rcv-principal-recovered / rcv-fees-recovered /
      *>    rcv-excess-recovered  the cumulative recoveries, split
      *>    rcv-count             recoveries posted, net of reversals
      *>    rcv-last-date / rcv-last-cycle-date
      *>                          the received date and the cycle of
      *>                          the latest recovery
      *> ***********************************************************
       01 recovery-record.
           02 rcv-loan-number          PIC 9(6).
           02 rcv-borrower-id          PIC 9(4).
           02 rcv-woff-cycle-date      PIC X(08).
           02 rcv-woff-principal       PIC 9(9)V99.
           02 rcv-woff-fees            PIC 9(9)V99.
           02 rcv-principal-recovered  PIC 9(9)V99.
           02 rcv-fees-recovered       PIC 9(9)V99.
           02 rcv-excess-recovered     PIC 9(9)V99.
           02 rcv-count                PIC 9(5).
           02 rcv-last-date            PIC X(08).
           02 rcv-last-cycle-date      PIC X(08).
           02 FILLER                   PIC X(20).
