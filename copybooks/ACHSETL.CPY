      *> ***********************************************************
      *> ACHSETL - one autopay debit on achsetl.dat, the indexed
      *> settlement file keyed on the ACH trace number. Written by
      *> achorig.cob when the debit goes out to the bank; the same
      *> job releases it into payments.trn (pay-type "A") once its
      *> effective date arrives, and achret.cob marks it returned -
      *> backing the posted payment out with a pay-type "R" row
      *> where it had already been released. bankrecon.cob takes
      *> each effective date's unreturned debits as one expected
      *> deposit, the way the bank settles the batch.
      *>
      *>    as-trace is the ODFI routing prefix (8 digits) plus a
      *>    sequence from the ACHTRACE refnum series.
      *> ***********************************************************
       01 settlement-record.
           02 as-trace             PIC 9(15).
           02 as-loan-number       PIC 9(6).
           02 as-payment-num       PIC 999.
           02 as-amount            PIC 9(9)V99.
           02 as-effective-date    PIC X(08).
           02 as-originated-date   PIC X(08).
           02 as-status            PIC X(01).
               88 as-is-originated   VALUE "O".
               88 as-is-posted       VALUE "P".
               88 as-is-returned     VALUE "R".
               88 as-is-backed-out   VALUE "B".
           02 as-return-reason     PIC X(03).
           02 as-return-date       PIC X(08).
