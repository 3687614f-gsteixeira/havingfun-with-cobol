      *> ***********************************************************
      *> RETHOLD - one customer's returned-mail hold on rethold.dat,
      *> the indexed file keyed on user_id that retmail.cob keeps
      *> beside the cust-mail-hold byte (R) it sets on the master:
      *> when the hold began, how many pieces have come back since,
      *> the last reason and the address they came back from. The
      *> weekly aging run reports the holds still standing with no
      *> address fix, and drops the row once the hold has been lifted
      *> - a new address keyed at custmnt or custbat, loaded by
      *> custload, or a forwarding address approved off the review
      *> list.
      *>
      *>    rh-reason  the carrier's return reason - see retmail.cob
      *> ***********************************************************
       01 returned-hold-record.
           02 rh-user-id             PIC 9(4).
           02 rh-held-date           PIC X(08).
           02 rh-last-return         PIC X(08).
           02 rh-returns             PIC 9(3).
           02 rh-reason              PIC X(02).
           02 rh-address             PIC X(60).
           02 FILLER                 PIC X(20).
