      *> ***********************************************************
      *> ESCRDISB - one bill an escrow account pays, on escrdisb.dat,
      *> the indexed disbursement schedule keyed on loan-number +
      *> sequence. Maintained through escrmnt.cob; paid by the
      *> nightly escrdisb.cob run when ed-next-due arrives, which
      *> then rolls ed-next-due forward by the frequency. escranl.cob
      *> projects the same rows a year ahead for the analysis.
      *>
      *>    ed-kind       T property tax, H hazard insurance, F flood
      *>                  insurance, M mortgage insurance, O other
      *>    ed-frequency  A annual, S semi-annual, Q quarterly,
      *>                  M monthly
      *>    ed-status     A active; S stopped - kept for the history,
      *>                  never paid or projected again
      *> ***********************************************************
       01 disbursement-record.
           02 ed-key.
               03 ed-loan-number     PIC 9(6).
               03 ed-seq             PIC 9(3).
           02 ed-kind                PIC X(01).
               88 ed-is-tax            VALUE "T".
               88 ed-is-hazard         VALUE "H".
               88 ed-is-flood          VALUE "F".
               88 ed-is-mortgage-ins   VALUE "M".
               88 ed-is-other          VALUE "O".
           02 ed-payee               PIC X(30).
           02 ed-payee-account       PIC X(20).
           02 ed-amount              PIC 9(7)V99.
           02 ed-next-due            PIC X(08).
           02 ed-frequency           PIC X(01).
               88 ed-is-annual         VALUE "A".
               88 ed-is-semi-annual    VALUE "S".
               88 ed-is-quarterly      VALUE "Q".
               88 ed-is-monthly        VALUE "M".
           02 ed-status              PIC X(01).
               88 ed-is-active         VALUE "A".
               88 ed-is-stopped        VALUE "S".
           02 ed-last-paid-date      PIC X(08).
           02 ed-last-paid-amount    PIC 9(7)V99.
           02 ed-updated             PIC X(08).
           02 ed-updated-by          PIC X(10).
