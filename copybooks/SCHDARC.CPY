      *> ***********************************************************
      *> SCHDARC - one schedule row of an archived loan on
      *> loansched.arc, the indexed schedule archive keyed the way
      *> loansched.dat is, loan-number + payment-number. Written by
      *> loanarc.cob beside the loan's LOANARC record; sa-row-image
      *> is the SCHEDREC row exactly as it stood, with room to spare
      *> if SCHEDREC grows. taxstmt.cob reads it for interest paid
      *> on a loan archived since.
      *> ***********************************************************
       01 schedule-archive-record.
           02 sa-key.
               03 sa-loan-number     PIC 9(6).
               03 sa-payment-num     PIC 999.
           02 sa-row-image           PIC X(80).
