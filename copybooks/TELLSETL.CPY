      *> ***********************************************************
      *> TELLSETL - one teller's end-of-day drawer settlement on
      *> tellsetl.dat, appended by tellsetl.cob: what the teller's
      *> tellcap.dat captures say the drawer should hold, what the
      *> teller counted, and the over or short between them. A
      *> difference past the tolerance carries the supervisor who
      *> signed it off. glfeed.cob posts the cycle's net over/short
      *> as event OVRSHRT.
      *>
      *>    ts-checks-*      checks and money orders together - the
      *>                     non-cash instruments the drawer holds
      *>    ts-over-short    counted less captured; ts-os-sign "-"
      *>                     for a short
      *> ***********************************************************
       01 teller-settlement-record.
           02 ts-cycle-date          PIC X(08).
           02 ts-teller              PIC X(10).
           02 ts-captures            PIC 9(5).
           02 ts-captured-cash       PIC 9(9)V99.
           02 ts-captured-checks     PIC 9(9)V99.
           02 ts-counted-cash        PIC 9(9)V99.
           02 ts-counted-checks      PIC 9(9)V99.
           02 ts-os-sign             PIC X(01).
           02 ts-over-short          PIC 9(9)V99.
           02 ts-approved-by         PIC X(10).
           02 ts-settled-at          PIC X(14).
           02 FILLER                 PIC X(10).
