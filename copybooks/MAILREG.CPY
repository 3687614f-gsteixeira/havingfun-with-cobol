      *> ***********************************************************
      *> MAILREG - one mailed piece on mailreg.dat, the indexed
      *> piece register keyed on the piece id printed on the
      *> envelope: the cycle's business date and the piece's number
      *> in that cycle's vendor file (mailvend.dat, see
      *> mailprep.cob). mailprep writes a row for every piece it
      *> hands the print vendor; retmail.cob looks a scanned return
      *> up by its piece id to learn whose mail it was and the
      *> address it was sent to. A rerun of mailprep for the same
      *> cycle rewrites the cycle's rows.
      *> ***********************************************************
       01 mail-register-record.
           02 mr-piece-id.
               03 mr-cycle-date      PIC X(08).
               03 mr-piece           PIC 9(6).
           02 mr-user-id             PIC 9(4).
           02 mr-loan-number         PIC 9(6).
           02 mr-doc-type            PIC X(02).
           02 mr-address             PIC X(60).
           02 FILLER                 PIC X(20).
