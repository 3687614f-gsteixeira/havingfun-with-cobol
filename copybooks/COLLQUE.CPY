      *> ***********************************************************
      *> COLLQUE - one account on the collections work queue,
      *> collqueue.dat, the indexed queue file keyed on collector +
      *> rank, with the loan-number as an alternate key. collque.cob
      *> rebuilds the whole queue every night from delinq.dat, each
      *> delinquent loan scored for behavior risk and handed to a
      *> collector of the borrower's branch; rank 1 is the account
      *> that collector should call first. collmnt.cob opens on the
      *> collector's next unworked account and records the
      *> disposition here (and a note on collect.dat); collqrpt.cob
      *> reports coverage and the accounts nobody has touched.
      *>
      *> cq-collector is spaces on an account no collector of its
      *> branch had room for - the unassigned pool any collector
      *> may work once their own queue is done.
      *>
      *> cq-disposition is spaces until the account is worked:
      *>      PP promise to pay      LM left a message
      *>      NA no answer           WN wrong number
      *>      CB call back           RP refused to pay
      *>      PD says already paid   DS disputes the debt
      *> cq-last-touched is the newest collect.dat entry on the loan
      *> when the queue was built, spaces when there has never been
      *> one.
      *> ***********************************************************
       01 collection-queue-record.
           02 cq-key.
               03 cq-collector       PIC X(10).
               03 cq-rank            PIC 9(4).
           02 cq-loan-number         PIC 9(6).
           02 cq-borrower-id         PIC 9(4).
           02 cq-branch              PIC X(03).
           02 cq-score               PIC 9(3).
           02 cq-days-past           PIC 9(5).
           02 cq-overdue-amt         PIC 9(9)V99.
           02 cq-balance-at-risk     PIC 9(9)V99.
           02 cq-late-payments       PIC 9(3).
           02 cq-broken-promises     PIC 9(3).
           02 cq-last-touched        PIC X(08).
           02 cq-built-date          PIC X(08).
           02 cq-disposition         PIC X(02).
               88 cq-not-worked          VALUE SPACES.
           02 cq-worked-date         PIC X(08).
           02 cq-worked-by           PIC X(10).
           02 FILLER                 PIC X(20).
