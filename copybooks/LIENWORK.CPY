      *> ***********************************************************
      *> LIENWORK - one lien to be released on lienwork.dat, the
      *> indexed lien release worklist keyed on loan-number + the
      *> collateral sequence on collat.dat (COLLATRL). paidfull.cob
      *> opens an item for every item of collateral on a loan the
      *> night the loan is found paid off; it stays open until the
      *> desk confirms the release was filed with the titling or
      *> recording office through lienconf.cob. paidfull ages the
      *> open items every night against lr-release-due.
      *>
      *>    lr-lienholder     the lienholder of record being released
      *>    lr-paid-off-date  the date the loan paid off
      *>    lr-release-due    paid-off date + the statutory days on
      *>                      paidfull.ctl
      *>    lr-status         O open, F filed
      *>    lr-filed-date / lr-filed-by
      *>                      the filing date the desk confirmed and
      *>                      the operator who confirmed it
      *> ***********************************************************
       01 lien-release-record.
           02 lr-key.
               03 lr-loan-number     PIC 9(6).
               03 lr-coll-seq        PIC 9(3).
           02 lr-borrower-id         PIC 9(4).
           02 lr-coll-type           PIC X(01).
           02 lr-description         PIC X(40).
           02 lr-ident               PIC X(20).
           02 lr-lien-position       PIC 9(01).
           02 lr-lienholder          PIC X(30).
           02 lr-paid-off-date       PIC X(08).
           02 lr-release-due         PIC X(08).
           02 lr-status              PIC X(01).
               88 lr-is-open           VALUE "O".
               88 lr-is-filed          VALUE "F".
           02 lr-filed-date          PIC X(08).
           02 lr-filed-by            PIC X(10).
           02 lr-opened-date         PIC X(08).
           02 FILLER                 PIC X(20).
