      *> ***********************************************************
      *> WATCHLST - one name on watchlst.dat, the sanctions watch
      *> list as sancload.cob builds it from the published list: every
      *> listed party's primary name and each of its aliases, one row
      *> apiece, carrying the party's list entry number, sanctions
      *> program and first listed address. Names and addresses are
      *> already folded for matching - upper case, punctuation to
      *> spaces, one blank between words - so sancscrn.cob compares
      *> like with like.
      *>
      *>    wl-kind  P  the party's primary name
      *>             A  an alias (a.k.a., f.k.a.)
      *> ***********************************************************
       01 watch-list-record.
           02 wl-entry               PIC 9(8).
           02 wl-kind                PIC X(01).
               88 wl-is-primary          VALUE "P".
               88 wl-is-alias            VALUE "A".
           02 wl-name                PIC X(60).
           02 wl-program             PIC X(12).
           02 wl-address             PIC X(40).
