      *> ***********************************************************
      *> COMPLNT - one complaint or dispute case on complaint.dat,
      *> the indexed case file keyed on the case number refnum.cob
      *> issues from its COMPLAINT series. cp-user-id is also an
      *> ALTERNATE RECORD KEY (WITH DUPLICATES in every SELECT of
      *> this file), so a customer's cases can be walked from the
      *> customer. Opened and worked through the cmplmnt.cob screen;
      *> every change of status, owner or resolution is a row on
      *> cmplhist.dat (COMPLHST). cmplrpt.cob ages the open cases
      *> nightly and flags those past their response due date.
      *>
      *>    cp-category  BL billing or payment dispute
      *>                 CR credit reporting dispute
      *>                 FE fees and charges
      *>                 CO collection conduct
      *>                 SV servicing
      *>                 PR privacy
      *>                 OT other
      *>    cp-status    O open - received, not yet worked
      *>                 I investigating
      *>                 R resolved - cp-resolution says how
      *>    cp-resolution (on a resolved case)
      *>                 UF upheld - found for the customer and put
      *>                    right
      *>                 PF partly upheld
      *>                 NF not upheld
      *>                 WD withdrawn by the customer
      *>                 RF referred elsewhere
      *>
      *> cp-due-date is the response due date: the category's
      *> allowance in business days past cp-received-date, weekends
      *> and holidays.dat days not counted. cp-loan-number is zero
      *> when the complaint is not about a particular loan.
      *> ***********************************************************
       01 complaint-record.
           02 cp-case-number        PIC 9(6).
           02 cp-reference          PIC X(12).
           02 cp-user-id            PIC 9(4).
           02 cp-loan-number        PIC 9(6).
           02 cp-category           PIC X(02).
           02 cp-received-date      PIC X(08).
           02 cp-due-date           PIC X(08).
           02 cp-assigned-to        PIC X(10).
           02 cp-status             PIC X(01).
               88 cp-is-received        VALUE "O".
               88 cp-is-investigating   VALUE "I".
               88 cp-is-resolved        VALUE "R".
               88 cp-is-open            VALUE "O" "I".
           02 cp-resolution         PIC X(02).
           02 cp-resolved-date      PIC X(08).
           02 cp-resolved-by        PIC X(10).
           02 cp-opened-by          PIC X(10).
           02 cp-summary            PIC X(60).
           02 FILLER                PIC X(20).
