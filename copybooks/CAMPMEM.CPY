      *> ***********************************************************
      *> CAMPMEM - one customer selected for a marketing campaign on
      *> campmem.dat, the indexed membership file keyed on campaign
      *> id + user_id. Written by campaign.cob's selection, one row
      *> per customer who qualified and could be mailed - mailed or
      *> held back as control - and stamped with the first loan the
      *> customer opened afterwards by its response run, so take-up
      *> is measured the same way for both groups.
      *>
      *>    cm-group          M mailed the campaign letter, C control
      *>                      group, held back at random
      *>    cm-qualifying-loan the loan that met the loan criteria,
      *>                      zero on a customer-only campaign
      *>    cm-response-loan / cm-response-date
      *>                      the loan opened in response and its
      *>                      loan-opened date, zero until one is
      *> ***********************************************************
       01 campaign-member-record.
           02 cm-key.
               03 cm-campaign-id     PIC X(08).
               03 cm-user-id         PIC 9(04).
           02 cm-group               PIC X(01).
               88 cm-is-mailed       VALUE "M".
               88 cm-is-control      VALUE "C".
           02 cm-selected-date       PIC X(08).
           02 cm-qualifying-loan     PIC 9(06).
           02 cm-response-loan       PIC 9(06).
           02 cm-response-date       PIC X(08).
           02 FILLER                 PIC X(20).
