      *> ***********************************************************
      *> LOANARC - one closed loan on loanmast.arc, the indexed loan
      *> archive keyed on the loan number, with the borrower as an
      *> ALTERNATE RECORD KEY WITH DUPLICATES the way loanmast.dat
      *> carries it. Written by loanarc.cob when a paid-off,
      *> written-off or transferred loan has been closed longer than
      *> the retention period; read back through loanarcq.cob, the
      *> archive lookup custinq and taxstmt fall back to.
      *>
      *>    arc-closed-date   the date the loan closed - its last
      *>                      paid or written-off row or, on a
      *>                      written-off loan, its latest
      *>                      recovery; or the transfer date
      *>    arc-archived-date the business date it left the master
      *>    arc-loan-image    the LOANREC record exactly as it stood,
      *>                      with room to spare if LOANREC grows
      *> ***********************************************************
       01 loan-archive-record.
           02 arc-loan-number        PIC 9(6).
           02 arc-borrower-id        PIC 9(4).
           02 arc-closed-date        PIC X(08).
           02 arc-archived-date      PIC X(08).
           02 arc-loan-image         PIC X(100).
