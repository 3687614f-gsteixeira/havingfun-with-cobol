      *> ***********************************************************
      *> LOANPRTY - one additional party to a loan on loanparty.dat,
      *> the indexed loan-party file keyed on loan-number + user_id.
      *> LOANREC carries the one borrower loanadd opened the loan
      *> for; a second signer, a cosigner or a guarantor is a row
      *> here, linking the loan to that party's custmast.dat record.
      *> Maintained through prtymnt.cob. lp-user-id is also an
      *> ALTERNATE RECORD KEY (WITH DUPLICATES in every SELECT of
      *> this file), so the inquiry, statement and purge work can
      *> walk from a customer to every loan they are obligated on,
      *> the way LOANREC's loan-borrower-id serves the borrower.
      *>
      *>    lp-role  C co-borrower - jointly obligated, mailed
      *>               everything the borrower is mailed
      *>             S cosigner    - obligated, mailed likewise
      *>             G guarantor   - obligated on default, mailed
      *>               likewise
      *> ***********************************************************
       01 loan-party-record.
           02 lp-key.
               03 lp-loan-number   PIC 9(6).
               03 lp-user-id       PIC 9(4).
           02 lp-role              PIC X(01).
               88 lp-is-co-borrower  VALUE "C".
               88 lp-is-cosigner     VALUE "S".
               88 lp-is-guarantor    VALUE "G".
           02 lp-added             PIC X(08).
           02 lp-added-by          PIC X(10).
