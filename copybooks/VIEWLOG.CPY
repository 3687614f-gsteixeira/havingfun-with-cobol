      *> ***********************************************************
      *> VIEWLOG - one row on viewlog.dat, the line-sequential read-
      *> access log viewlog.cob appends to, for every time a screen
      *> or inquiry puts a customer in front of an operator: when,
      *> who (the opersec sign-on), which program, which customer.
      *> corrections.jnl says who changed a customer; this says who
      *> looked. viewrpt.cob reports it by customer, by operator and
      *> for the exceptions.
      *>
      *>    vl-program  CUSTINQ, CUST360, CUSTFIND, CUSTMNT, COLLMNT,
      *>                ARCREST or FILEBRWS
      *>    vl-subject  what was shown when it was not a customer -
      *>                the file browser's file, record number and
      *>                key (vl-user-id zero); blank on customer rows
      *> ***********************************************************
       01 view-log-record.
           02 vl-timestamp           PIC X(14).
           02 vl-operator            PIC X(10).
           02 vl-program             PIC X(10).
           02 vl-user-id             PIC 9(4).
           02 FILLER                 PIC X(12).
           02 vl-subject             PIC X(40).
