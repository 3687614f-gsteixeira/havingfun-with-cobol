      *> ***********************************************************
      *> LOANAPPL - one loan application on loanappl.dat, the
      *> indexed file keyed on la-app-number, with the applicant's
      *> user_id as an alternate key. applmnt.cob takes the
      *> application in and carries it to a decision; loanadd.cob
      *> books a loan only against an application here that is
      *> approved, and marks it booked; applrpt.cob reports the
      *> pipeline by status and age and the approval rate by branch.
      *>
      *>    la-status  R  received - taken in, not yet decided
      *>               P  pending documents - waiting on the
      *>                  applicant
      *>               A  approved - a supervisor's decision;
      *>                  bookable through loanadd
      *>               D  declined - by a supervisor, or at intake
      *>                  when the limits.ctl checks failed
      *>               W  withdrawn - the applicant walked away
      *>               B  booked - loanadd set the loan up;
      *>                  la-loan-number names it
      *>
      *> la-limit-result is the limits.ctl verdict evaluated at
      *> intake (Y passed, N failed) and la-limit-reason the first
      *> limit breached. la-branch is the applicant's branch at
      *> intake, so the approval rate stays with the branch that
      *> took the application. la-decision-date and la-approver are
      *> set by the approve or decline; la-note carries a decline
      *> or withdrawal reason.
      *> ***********************************************************
       01 loan-application-record.
           02 la-app-number         PIC 9(6).
           02 la-user-id            PIC 9(4).
           02 la-branch             PIC X(03).
           02 la-principal          PIC 9(9)V99.
           02 la-rate               PIC 9(3)V9999.
           02 la-term               PIC 9(3).
           02 la-status             PIC X(01).
               88 la-is-received        VALUE "R".
               88 la-is-pending-docs    VALUE "P".
               88 la-is-approved        VALUE "A".
               88 la-is-declined        VALUE "D".
               88 la-is-withdrawn       VALUE "W".
               88 la-is-booked          VALUE "B".
               88 la-is-undecided       VALUE "R" "P".
               88 la-is-open            VALUE "R" "P" "A".
           02 la-limit-result       PIC X(01).
               88 la-limits-passed      VALUE "Y".
           02 la-limit-reason       PIC X(60).
           02 la-received-date      PIC X(08).
           02 la-received-by        PIC X(10).
           02 la-decision-date      PIC X(08).
           02 la-approver           PIC X(10).
           02 la-note               PIC X(40).
           02 la-loan-number        PIC 9(6).
           02 la-booked-date        PIC X(08).
           02 la-changed-date       PIC X(08).
           02 la-changed-by         PIC X(10).
           02 FILLER                PIC X(20).
