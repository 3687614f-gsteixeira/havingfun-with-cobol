      *> ***********************************************************
      *> INBOUND - one partner file as it arrived, on inbound.dat,
      *> the inbound-file registry keyed on the feed (the job that
      *> takes the file in) and the moment it was presented.
      *> inbreg.cob fingerprints every file payremit, bankrecon,
      *> csvload, custbat and ackproc are handed before they touch
      *> it, refuses one already taken in, and records how the job
      *> got on; inbound.cob lists the registry and lets a
      *> supervisor release a file the partner resent on purpose.
      *>
      *>    ir-size / ir-records / ir-header / ir-hash
      *>                  the fingerprint: bytes on disk, lines,
      *>                  the header sequence or date inbound.ctl
      *>                  names for the feed (spaces where it names
      *>                  none), and a two-part checksum of every
      *>                  byte of every line
      *>    ir-status     A accepted, the job at work on it
      *>                  P processed, the job ran to the end
      *>                  F failed - the job rejected the file, so
      *>                    it was never taken in
      *>                  D refused as a duplicate of ir-match-of
      *>                  R a refused file a supervisor released -
      *>                    the next presentation is let through
      *>                  U a release that has been used
      *>    ir-gap-note   what the sequence check found, spaces
      *>                  when the header follows on
      *> ***********************************************************
       01 inbound-record.
           02 ir-key.
               03 ir-feed            PIC X(10).
               03 ir-arrival         PIC X(16).
           02 ir-file-name           PIC X(60).
           02 ir-size                PIC 9(12).
           02 ir-records             PIC 9(09).
           02 ir-header              PIC X(20).
           02 ir-hash                PIC X(18).
           02 ir-status              PIC X(01).
               88 ir-is-accepted         VALUE "A".
               88 ir-is-processed        VALUE "P".
               88 ir-is-failed           VALUE "F".
               88 ir-is-refused          VALUE "D".
               88 ir-is-released         VALUE "R".
               88 ir-release-used        VALUE "U".
               88 ir-was-taken-in        VALUE "A" "P".
           02 ir-match-of            PIC X(16).
           02 ir-gap-note            PIC X(40).
           02 ir-job-count           PIC 9(09).
           02 ir-finished-at         PIC X(16).
           02 ir-released-by         PIC X(10).
           02 ir-released-date       PIC X(08).
           02 FILLER                 PIC X(20).
