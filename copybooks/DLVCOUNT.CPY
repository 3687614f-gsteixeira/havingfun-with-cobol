      *> ***********************************************************
      *> DLVCOUNT - one row on dlvcount.dat, the delivery tally the
      *> document jobs leave for the morning report: how many of a
      *> run's documents went on paper and how many electronically,
      *> and how many customers a bounced email put back on paper.
      *> Appended by stmtgen.cob (dc-doc-type ST), taxstmt.cob (TX)
      *> and ebounce.cob (EB, dc-reverted only); mornrpt.cob shows
      *> the cycle's rows.
      *> ***********************************************************
       01 delivery-count-record.
           02 dc-cycle-date          PIC X(08).
           02 dc-job                 PIC X(08).
           02 dc-doc-type            PIC X(02).
           02 dc-paper               PIC 9(6).
           02 dc-electronic          PIC 9(6).
           02 dc-reverted            PIC 9(6).
