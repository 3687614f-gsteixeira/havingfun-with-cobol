      *> ***********************************************************
      *> MAILPCS - one mail piece on a print file's piece index. The
      *> print files carry no customer number - the addressee is
      *> only the merged name and address on the page - so each
      *> mail job writes, beside its print file, one row per piece
      *> in the order the pieces were printed, and catalogs the
      *> index through rptstore.cob with the print file:
      *>
      *>    letters.prt  letters.pcs   letters.cob
      *>    stmt.prt     stmt.pcs      stmtgen.cob
      *>    taxstmt.prt  taxstmt.pcs   taxstmt.cob
      *>
      *> mailprep.cob walks a captured print file and its index
      *> together, mp-line-count lines to a piece, to presort the
      *> night's mail on the addressee's postal code.
      *>
      *>    mp-doc-type  LM  marketing letter
      *>                 LD  dunning letter
      *>                 LS  servicing letter
      *>                 ST  loan statement page
      *>                 TX  interest-paid tax statement
      *>
      *> mp-line-count counts every print line of the piece, the
      *> closing "-" separator line included. mp-loan-number is
      *> zero on a letter not mailed about a loan.
      *> ***********************************************************
       01 mail-piece-record.
           02 mp-doc-type            PIC X(02).
           02 mp-user-id             PIC 9(4).
           02 mp-loan-number         PIC 9(6).
           02 mp-line-count          PIC 9(5).
           02 FILLER                 PIC X(20).
