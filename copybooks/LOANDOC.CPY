      *> ***********************************************************
      *> LOANDOC - one document held for a loan on loandoc.dat, the
      *> indexed document inventory keyed on loan-number + document
      *> type. Whether we hold the signed note, the truth-in-lending
      *> disclosure, the borrower's ID or the insurance certificate
      *> used to mean pulling the paper jacket; now the desk logs
      *> each one as it comes in through docmnt.cob, and docchk.cob
      *> holds it against the documents the loan's product needs
      *> (docreq.ctl).
      *>
      *>    ld-doc-type       NOTE, TILA, BRID, INSC, or any other
      *>                      type docreq.ctl names
      *>    ld-received-date  the date the document came in
      *>    ld-reference      the imaging system's id for the scan,
      *>                      or where the paper is filed
      *>    ld-logged-by / ld-logged-at
      *>                      the operator who logged it, and when
      *> ***********************************************************
       01 loan-document-record.
           02 ld-key.
               03 ld-loan-number     PIC 9(06).
               03 ld-doc-type        PIC X(04).
           02 ld-received-date       PIC X(08).
           02 ld-reference           PIC X(20).
           02 ld-logged-by           PIC X(10).
           02 ld-logged-at           PIC X(14).
           02 FILLER                 PIC X(20).
