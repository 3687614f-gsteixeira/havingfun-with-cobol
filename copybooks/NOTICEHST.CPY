      *> ***********************************************************
      *> NOTICEHST - one letter about a loan on noticehst.dat, the
      *> indexed notice history keyed on user_id + sequence. Every
      *> loan or loan-list run of letters.cob - the borrower notices
      *> ntcgen.cob queues, the servicing letters loanpost, paidfull
      *> and the rest queue - records here, for each customer it
      *> mailed or would have mailed, what the letter was and what
      *> became of it, so the desk can see what we told a borrower
      *> and when. cust360.cob shows a customer's latest entries.
      *>
      *>    nh-outcome  S  sent - the letter is on letters.prt
      *>                H  held - address on the correction worklist
      *>                N  held - hold note on the customer
      *>                O  suppressed - opt-out on mailsupp.dat
      *>                L  held - loan under legal hold
      *>                K  skipped - a field the letter needs is
      *>                   missing
      *>
      *> nh-amount and nh-detail are the &AMOUNT and &DETAIL values
      *> the letter was merged with.
      *> ***********************************************************
       01 notice-history-record.
           02 nh-key.
               03 nh-user-id         PIC 9(4).
               03 nh-seq             PIC 9(6).
           02 nh-cycle-date          PIC X(08).
           02 nh-stamp               PIC X(14).
           02 nh-template            PIC X(20).
           02 nh-letter-type         PIC X(01).
           02 nh-loan-number         PIC 9(6).
           02 nh-amount              PIC X(15).
           02 nh-detail              PIC X(58).
           02 nh-outcome             PIC X(01).
               88 nh-was-sent            VALUE "S".
               88 nh-was-withheld        VALUE "H" "N" "O" "L" "K".
           02 FILLER                 PIC X(20).
