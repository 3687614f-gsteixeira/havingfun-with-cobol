      *> ***********************************************************
      *> ESCHEAT - one unclaimed-property item on escheat.dat, the
      *> indexed register escheat.cob keeps of every credit the
      *> owner has not claimed, keyed on the item:
      *>
      *>    ei-type   C an outstanding refund check (ei-item the
      *>              check number on refundreg.dat)
      *>              S a credit balance on the cash suspense held
      *>              for a loan no longer active (ei-item the loan)
      *>
      *>    ei-state          the state whose dormancy rule applies -
      *>                      the owner's last known address, or the
      *>                      first (default) rule on escheat.ctl
      *>    ei-last-activity  the issue date of the check, or the
      *>                      latest suspense movement on the loan;
      *>                      dormancy runs from here
      *>    ei-dormant-date   the day the item becomes reportable
      *>    ei-letter-date    when the due-diligence letter went out
      *>    ei-status         A aging, L letter sent, R resolved (the
      *>                      check was paid or voided, the credit
      *>                      refunded or applied), E escheated
      *>    ei-escheat-date   the reporting date it went to the state
      *>    ei-seen-date      the last night the item was still found
      *>                      outstanding - an open item not found
      *>                      again is resolved
      *> ***********************************************************
       01 escheat-item-record.
           02 ei-key.
               03 ei-type             PIC X(01).
                   88 ei-is-check       VALUE "C".
                   88 ei-is-credit      VALUE "S".
               03 ei-item             PIC 9(06).
           02 ei-loan-number          PIC 9(06).
           02 ei-borrower-id          PIC 9(04).
           02 ei-owner-name           PIC X(40).
           02 ei-state                PIC X(02).
           02 ei-amount               PIC 9(9)V99.
           02 ei-last-activity        PIC X(08).
           02 ei-dormant-date         PIC X(08).
           02 ei-letter-date          PIC X(08).
           02 ei-status               PIC X(01).
               88 ei-is-aging          VALUE "A".
               88 ei-is-lettered       VALUE "L".
               88 ei-is-resolved       VALUE "R".
               88 ei-is-escheated      VALUE "E".
               88 ei-is-open           VALUE "A" "L".
           02 ei-escheat-date         PIC X(08).
           02 ei-seen-date            PIC X(08).
           02 FILLER                  PIC X(20).
