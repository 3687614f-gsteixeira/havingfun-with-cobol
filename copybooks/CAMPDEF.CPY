      *> ***********************************************************
      *> CAMPDEF - one marketing campaign on campaign.def, the line
      *> sequential definition file marketing keeps and campaign.cob
      *> selects from - one campaign a line, in fixed columns, so
      *> "active customers in branch 02 with a loan paid off in the
      *> last year" is a line in a file instead of a one-off query.
      *>
      *>    cd-campaign-id    the campaign's name on campmem.dat and
      *>                      on the command line
      *>    cd-template       the letters.cob template the mailed
      *>                      members get (letter.tpl when blank)
      *>    cd-branch         cust-branch to select, blank any
      *>    cd-cust-status    cust-status to select, blank any
      *>    cd-loan-status    the customer must hold a loan in this
      *>                      loan-status, blank any
      *>    cd-paid-days      ... paid off (status P) with its last
      *>                      schedule payment within this many days
      *>                      of the business date, zero not asked
      *>    cd-balance-min / cd-balance-max
      *>                      ... whose balance is inside the range,
      *>                      zero not asked on either side
      *>    cd-control-pct    percent of the selection held back as
      *>                      the control group, not mailed
      *>    cd-seed           seeds randomgen.cob for the draw, so a
      *>                      campaign's control group is the same
      *>                      every time the selection is rerun
      *>    cd-response-days  how long after selection a new loan
      *>                      still counts as a response (90 when
      *>                      zero)
      *>
      *> any of the loan columns set means the customer needs at
      *> least one loan as borrower meeting all of them; none set
      *> selects on the customer alone.
      *> ***********************************************************
       01 campaign-definition.
           02 cd-campaign-id         PIC X(08).
           02 FILLER                 PIC X(01).
           02 cd-name                PIC X(30).
           02 FILLER                 PIC X(01).
           02 cd-template            PIC X(20).
           02 FILLER                 PIC X(01).
           02 cd-branch              PIC X(03).
           02 cd-cust-status         PIC X(01).
           02 cd-loan-status         PIC X(01).
           02 cd-paid-days           PIC 9(03).
           02 cd-balance-min         PIC 9(9)V99.
           02 cd-balance-max         PIC 9(9)V99.
           02 cd-control-pct         PIC 9(02).
           02 cd-seed                PIC 9(09).
           02 cd-response-days       PIC 9(03).
