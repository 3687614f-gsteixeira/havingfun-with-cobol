      *> ***********************************************************
      *> FRAUDQ - one account-takeover red flag on fraudq.dat, the
      *> fraud review queue keyed on user_id, the rule that fired
      *> and the timestamp of the event that fired it. redflag.cob
      *> raises the flag nightly with the events behind it;
      *> fraudrev.cob lists and clears them, and custinq.cob shows
      *> the customer as under review while any row is open.
      *>
      *>    fq-rule    ADPQ  address change, then a payoff quote
      *>               ADRV  address change, then a payment
      *>                     reversal or a refund check
      *>               MCHG  several name or address changes in a
      *>                     short period
      *>               OBRM  maintenance by an operator outside the
      *>                     customer's branch
      *>    fq-status  O open - the customer is under review
      *>               C cleared by a supervisor
      *>    fq-event   the supporting events, oldest first, as
      *>               redflag worded them
      *> ***********************************************************
       01 fraud-flag-record.
           02 fq-key.
               03 fq-user-id         PIC 9(4).
               03 fq-rule            PIC X(04).
               03 fq-trigger         PIC X(14).
           02 fq-status              PIC X(01).
               88 fq-is-open             VALUE "O".
               88 fq-is-cleared          VALUE "C".
           02 fq-found-date          PIC X(08).
           02 fq-event-count         PIC 9(01).
           02 fq-event               PIC X(60) OCCURS 5 TIMES.
           02 fq-cleared-by          PIC X(10).
           02 fq-cleared-date        PIC X(08).
           02 FILLER                 PIC X(20).
