      *> ***********************************************************
      *> BOARDREG - one acquired loan on boardreg.dat, the indexed
      *> boarding register keyed on the loan number it was boarded
      *> under. Written by loanboard.cob as the last step of boarding
      *> a seller's loan, after the master record, the schedule rows
      *> and the BORD ledger event - a loan on the register boarded
      *> completely, which is how a restarted boarding run tells a
      *> finished loan from one the interrupted run left half-built.
      *>
      *> it is also the crosswalk from our loan number back to the
      *> seller's own reference, and keeps the position the loan
      *> came across at: the seller's original balance is on the
      *> master as loan-principal, the balance boarded is here, so
      *> cashproof.cob can count an acquisition as new book rather
      *> than as money that arrived unexplained.
      *>
      *>    brd-seller-id         the seller named on the file header
      *>    brd-seller-ref        the seller's own loan reference
      *>    brd-borrower-ref      the seller's borrower reference, as
      *>                          mapped to loan-borrower-id
      *>    brd-original-balance  the note amount at origination
      *>    brd-boarded-balance   the current balance taken over
      *>    brd-boarded-date      the business date it was boarded
      *>    brd-cutoff-date       the seller's file cutoff date
      *> ***********************************************************
       01 boarding-register-record.
           02 brd-loan-number        PIC 9(6).
           02 brd-seller-id          PIC X(10).
           02 brd-seller-ref         PIC X(12).
           02 brd-borrower-ref       PIC X(15).
           02 brd-original-balance   PIC 9(9)V99.
           02 brd-boarded-balance    PIC 9(9)V99.
           02 brd-boarded-date       PIC X(08).
           02 brd-cutoff-date        PIC X(08).
           02 FILLER                 PIC X(20).
