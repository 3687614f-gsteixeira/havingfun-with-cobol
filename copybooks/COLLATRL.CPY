      *> ***********************************************************
      *> COLLATRL - one item of collateral on collat.dat, the indexed
      *> collateral register keyed on loan-number + sequence. What
      *> secures a loan - the vehicle, the property, the equipment -
      *> lived only in the paper file; each item is a row here,
      *> maintained through collatmnt.cob. A loan may pledge more
      *> than one item, numbered 001 upward.
      *>
      *>    coll-type        V vehicle, R real property, E equipment,
      *>                     O anything else
      *>    coll-ident       the VIN for a vehicle, the parcel id for
      *>                     property, the serial number otherwise
      *>    coll-appraised-value / -date
      *>                     the latest appraisal - the loan-to-value
      *>                     bands on loanrpt.cob are figured from it
      *>    coll-lien-position  1 first lien, 2 second ...
      *>    coll-insurer / coll-policy-number / coll-coverage-expiry
      *>                     the hazard or physical-damage policy the
      *>                     borrower must keep in force; inssweep.cob
      *>                     reports a coverage that has lapsed or
      *>                     lapses inside its window and mails the
      *>                     borrower. coll-notice-kind/-date remember
      *>                     the notice already mailed for the expiry
      *>                     on file (E expiring, L lapsed), so one
      *>                     lapse draws one letter per stage, not one
      *>                     a night; collatmnt clears them whenever
      *>                     the coverage expiry changes.
      *> ***********************************************************
       01 collateral-record.
           02 coll-key.
               03 coll-loan-number     PIC 9(6).
               03 coll-seq             PIC 9(3).
           02 coll-type                PIC X(01).
               88 coll-is-vehicle        VALUE "V".
               88 coll-is-real-property  VALUE "R".
               88 coll-is-equipment      VALUE "E".
               88 coll-is-other          VALUE "O".
           02 coll-description         PIC X(40).
           02 coll-ident               PIC X(20).
           02 coll-appraised-value     PIC 9(9)V99.
           02 coll-appraised-date      PIC X(08).
           02 coll-lien-position       PIC 9(01).
           02 coll-insurer             PIC X(30).
           02 coll-policy-number       PIC X(20).
           02 coll-coverage-expiry     PIC X(08).
           02 coll-notice-kind         PIC X(01).
               88 coll-notice-none       VALUE " ".
               88 coll-noticed-expiring  VALUE "E".
               88 coll-noticed-lapsed    VALUE "L".
           02 coll-notice-date         PIC X(08).
           02 coll-updated             PIC X(08).
           02 coll-updated-by          PIC X(10).
