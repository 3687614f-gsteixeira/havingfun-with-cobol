      *> ***********************************************************
      *> CHAINSEAL - one row of chainseal.dat, the register of every
      *> time a chained log had its hashes recomputed on purpose.
      *> The right-to-erasure sweep (erasure.cob) tombstones
      *> corrections.jnl rows, which breaks their chain hashes by
      *> design; it re-chains the journal from the first row it
      *> changed and records that here, so chainver.cob can tell a
      *> sanctioned reseal from an edit nobody accounts for.
      *>
      *>    cs-from-row   the first row whose hash changed
      *>    cs-rows       how many rows were re-chained
      *>    cs-program    who resealed it
      *>    cs-reason     why, in words
      *> ***********************************************************
       01 chain-seal-record.
           02 cs-sealed-at           PIC X(14).
           02 cs-file                PIC X(20).
           02 cs-from-row            PIC 9(09).
           02 cs-rows                PIC 9(09).
           02 cs-program             PIC X(10).
           02 cs-reason              PIC X(40).
