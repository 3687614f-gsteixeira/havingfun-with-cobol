      *> ***********************************************************
      *> POSIPAY - one check on a positive-pay file to the bank. The
      *> bank pays a refund check presented against our account only
      *> if it matches an issue record here on number, amount and
      *> payee, and refuses one carrying a void record.
      *>
      *>    posipay.dat   the night's issues, rebuilt by refund.cob
      *>    posipayx.dat  the follow-up file refchk.cob adds its voids
      *>                  and reissues to between transmissions
      *>
      *>    pp-action     I issue, V void
      *> ***********************************************************
       01 positive-pay-record.
           02 pp-action              PIC X(01).
               88 pp-is-issue          VALUE "I".
               88 pp-is-void           VALUE "V".
           02 pp-check-number        PIC 9(10).
           02 pp-amount              PIC 9(10)V99.
           02 pp-issue-date          PIC X(08).
           02 pp-payee               PIC X(40).
