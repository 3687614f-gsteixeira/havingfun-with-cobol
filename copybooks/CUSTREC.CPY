               88 cust-status-active   VALUE "A".
               88 cust-status-inactive VALUE "I".
      *> set by the addrqual.cob hygiene sweep when the address fails
      *> its format rules (H), or by retmail.cob when mail to a well-
      *> formed address comes back undeliverable (R): letters and
      *> statements hold mail for the record until the address is
      *> corrected. addrqual lifts only its own H holds - a returned
      *> address passes every format rule. Space means mail moves
      *> normally - the state mastcvt.cob's one-time conversion lays
      *> down for every record that predates the sweep.
           02 cust-mail-hold PIC X(01) VALUE SPACE.
               88 cust-mail-held     VALUE "H" "R".
               88 cust-mail-bad-format VALUE "H".
               88 cust-mail-returned VALUE "R".
               88 cust-mail-clear    VALUE " ".
      *> set by the maintenance programs whenever a clerk changes this
      *> record between extracts. The nightly load treats a marked row
      *> that disagrees with the extract as a collision: the clerk's
      *> fields are held, both versions go to the loadrev.dat review
      *> file, and the marker stands until the extract catches up -
      *> see custload.cob - or custpub.cob has published the change
      *> to Postgres. Space means the extract may load freely.
           02 cust-maint-flag PIC X(01) VALUE SPACE.
               88 cust-maint-was-keyed VALUE "M".
               88 cust-maint-settled   VALUE " ".
