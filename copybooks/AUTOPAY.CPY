      *> ***********************************************************
      *> AUTOPAY - one loan's automatic-payment enrollment on
      *> autopay.dat, the indexed enrollment file keyed on
      *> loan-number. Maintained through autoenrl.cob; read nightly
      *> by achorig.cob, which pulls the loan's scheduled payment
      *> from the borrower's bank account, and by achret.cob, which
      *> suspends an enrollment the bank says can no longer be
      *> debited.
      *>
      *> ap-debit-day 00 debits on each row's own due date; 01-28
      *> debits on that day of the month the row falls due instead,
      *> for a borrower whose pay day sits ahead of the due date.
      *> A debit date that lands on a weekend or a holidays.dat day
      *> rolls forward to the next business day. The enrollment is
      *> live from ap-start-date through ap-stop-date (spaces: no
      *> stop) while ap-status is "A".
      *>
      *> ap-last-payment-num is the schedule row last originated, so
      *> a row is never pulled twice however the nights fall.
      *> ***********************************************************
       01 autopay-record.
           02 ap-loan-number       PIC 9(6).
           02 ap-routing           PIC 9(9).
           02 ap-account           PIC X(17).
           02 ap-account-type      PIC X(01).
               88 ap-is-checking     VALUE "C".
               88 ap-is-savings      VALUE "S".
           02 ap-debit-day         PIC 99.
           02 ap-start-date        PIC X(08).
           02 ap-stop-date         PIC X(08).
           02 ap-status            PIC X(01).
               88 ap-is-active       VALUE "A".
               88 ap-is-stopped      VALUE "S".
               88 ap-is-suspended    VALUE "R".
           02 ap-last-payment-num  PIC 999.
           02 ap-last-return       PIC X(03).
           02 ap-enrolled-by       PIC X(10).
           02 ap-updated           PIC X(08).
