      *> ***********************************************************
      *> SANCHIT - one potential sanctions match on sancrev.dat, the
      *> compliance review queue keyed on user_id plus the watch-list
      *> entry the customer scored against. sancscrn.cob queues the
      *> hit when a customer is added (custmnt, custbat, custload)
      *> and on the nightly rescreen (sancnite.cob); the compliance
      *> officer works it through sancrev.cob.
      *>
      *>    sr-status  P  pending review - the customer is blocked
      *>               T  confirmed a true match - blocked
      *>               C  cleared, a false positive - not blocked,
      *>                  and not raised again while the customer's
      *>                  name and address stay as they were cleared
      *>
      *> While any of a customer's rows is P or T, loanadd.cob books
      *> them no new loan and refund.cob and escrdisb.cob pay out
      *> nothing on their loans.
      *> ***********************************************************
       01 sanction-hit-record.
           02 sr-key.
               03 sr-user-id         PIC 9(4).
               03 sr-entry           PIC 9(8).
           02 sr-status              PIC X(01).
               88 sr-is-pending          VALUE "P".
               88 sr-is-confirmed        VALUE "T".
               88 sr-is-cleared          VALUE "C".
               88 sr-is-blocking         VALUE "P" "T".
           02 sr-score               PIC 9(3).
           02 sr-source              PIC X(10).
           02 sr-found-date          PIC X(08).
           02 sr-screened-name       PIC X(50).
           02 sr-screened-address    PIC X(60).
           02 sr-list-name           PIC X(60).
           02 sr-list-program        PIC X(12).
           02 sr-decided-by          PIC X(10).
           02 sr-decided-date        PIC X(08).
           02 FILLER                 PIC X(20).
