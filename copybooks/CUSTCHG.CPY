      *> ***********************************************************
      *> CUSTCHG - one row on custchg.dat, the outbound change file
      *> of customer maintenance waiting to go back to Postgres.
      *> chgwrite.cob appends a row every time custmnt, custbat or
      *> retmail changes custmast.dat (the fields as they stand
      *> after the change); custpub.cob applies the queue to the
      *> test table and settles cust-maint-flag on the master.
      *>
      *>    cc-action   A added, C changed, I inactivated
      *>    cc-program  CUSTMNT, CUSTBAT or RETMAIL
      *> ***********************************************************
       01 customer-change-record.
           02 cc-user-id             PIC 9(4).
           02 cc-username            PIC X(50).
           02 cc-address             PIC X(60).
           02 cc-status              PIC X(1).
           02 cc-action              PIC X(1).
               88 cc-was-added       VALUE "A".
               88 cc-was-changed     VALUE "C".
               88 cc-was-inactivated VALUE "I".
           02 cc-queued              PIC X(14).
           02 cc-program             PIC X(10).
           02 FILLER                 PIC X(10).
