      *> ***********************************************************
      *> EDELIVER - the e-delivery file, the documents of the
      *> customers enrolled for paperless delivery (co-delivery E on
      *> custopt.dat, see CUSTOPT.CPY) that would otherwise have
      *> gone to the print stream. stmtgen.cob writes stmt.edl and
      *> taxstmt.cob taxstmt.edl, one line sequential record per
      *> line, each cataloged through gencatlg for the e-delivery
      *> vendor to pick up:
      *>
      *>    D  one per document, opening it: the customer, where it
      *>       is emailed, the document type (ST loan statement, TX
      *>       interest-paid tax statement, as on MAILPCS), the
      *>       period it covers (YYYYMM for a statement, YYYY for a
      *>       tax statement) and the language it is rendered in
      *>    L  one rendered print line of the document, with the
      *>       page it falls on - a statement carries one page per
      *>       loan the customer is borrower or party on
      *>    E  closing the document: its page and line counts
      *>    T  the trailer: documents and L lines on the file
      *>
      *> every customer gets one document per file; a customer
      *> enrolled but with no document that night is not on it.
      *> ***********************************************************
       01 edelivery-document.
           02 ed-type                PIC X(01).
           02 ed-user-id             PIC 9(4).
           02 ed-name                PIC X(50).
           02 ed-email               PIC X(40).
           02 ed-doc-type            PIC X(02).
           02 ed-period              PIC X(08).
           02 ed-language            PIC X(02).
       01 edelivery-line.
           02 el-type                PIC X(01).
           02 el-page                PIC 9(3).
           02 el-text                PIC X(120).
       01 edelivery-end.
           02 ee-type                PIC X(01).
           02 ee-user-id             PIC 9(4).
           02 ee-pages               PIC 9(3).
           02 ee-lines               PIC 9(5).
       01 edelivery-trailer.
           02 et-type                PIC X(01).
           02 et-documents           PIC 9(6).
           02 et-lines               PIC 9(9).
