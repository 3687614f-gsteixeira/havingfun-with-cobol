      *> ***********************************************************
      *> REFUNDQ - one refund waiting on refundq.dat, the line-
      *> sequential refund queue. A credit balance that does not sit
      *> on the cash suspense is queued here by the job that finds
      *> it - escranl.cob queues an escrow surplus of 50.00 or more -
      *> and the nightly refund run (refund.cob) cuts the check and
      *> takes the entry off the queue.
      *>
      *>    rq-source        where the money is held, and so what the
      *>                     refund run draws it from
      *>    rq-amount        the refund due
      *>    rq-queued-date   the business date it was queued
      *>    rq-queued-by     the program or operator that queued it
      *> ***********************************************************
       01 refund-queue-record.
           02 rq-loan-number         PIC 9(6).
           02 rq-source              PIC X(01).
               88 rq-from-escrow       VALUE "E".
           02 rq-amount              PIC 9(9)V99.
           02 rq-queued-date         PIC X(08).
           02 rq-queued-by           PIC X(10).
