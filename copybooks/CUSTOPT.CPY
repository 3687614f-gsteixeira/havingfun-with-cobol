      *> ***********************************************************
      *> CUSTOPT - one customer's correspondence preferences on
      *> custopt.dat, the indexed side file keyed on user_id. The
      *> customer master's layout is shared by every customer
      *> program, the postgres loaders and the extract, and changes
      *> only through a mastcvt conversion, so the per-customer
      *> choices the desk keys after onboarding live here instead -
      *> LOANOPT's arrangement for loans. Maintained on the custmnt
      *> detail panel; a customer with no record takes every
      *> default.
      *>
      *> co-language is the language the customer's mail goes out
      *> in: EN (or spaces) English, ES Spanish, FR French, PT
      *> Portuguese, VI Vietnamese, ZH Chinese, HT Haitian Creole,
      *> KO Korean. A mail job looks for the translated template
      *> under the language's directory - es/letter.tpl for
      *> letter.tpl - and sends the English one from the top level
      *> when that translation has not been written yet.
      *>
      *> co-delivery is how the customer's statements and tax
      *> statements reach them: P (or space) on paper through the
      *> print stream, E electronically to co-email - the consent
      *> behind it dated co-consent-date and taken through
      *> co-consent-source: WEB online banking, PHON the phone
      *> desk, BRCH a branch, MAIL a signed form. stmtgen and
      *> taxstmt send an E customer's documents to the e-delivery
      *> file (EDELIVER) instead of the print file; ebounce.cob
      *> puts a customer whose email bounced back on paper, the
      *> address and consent left on the record as they were.
      *> ***********************************************************
       01 customer-option-record.
           02 co-user-id             PIC 9(4).
           02 co-language            PIC X(02).
               88 co-language-english    VALUE "EN" "  ".
           02 co-updated-by          PIC X(10).
           02 co-updated             PIC X(08).
           02 co-delivery            PIC X(01).
               88 co-delivery-paper      VALUE "P" " ".
               88 co-delivery-electronic VALUE "E".
           02 co-email               PIC X(40).
           02 co-consent-date        PIC X(08).
           02 co-consent-source      PIC X(04).
           02 FILLER                 PIC X(03).
