        *>    a loan with no matching authorization row is refused, and
        *>    a used authorization is consumed - it cannot approve a
        *>    second write-off.
        *>
        *>    the write-off also lands on the loan's transaction
        *>    history, loantxn.dat, through txnwrite.cob: the balance
        *>    and fees charged off, and who approved it.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanwoff.
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "LOANWOFF".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                PERFORM journal-the-writeoff
                PERFORM close-unpaid-rows
                PERFORM emit-ledger-entry
                PERFORM record-the-writeoff
                SET loan-is-written-off TO TRUE
                REWRITE loan-record
                DISPLAY "loanwoff: loan " work-loan-number
                CLOSE writeoff-file.
                EXIT.

            *> the charge-off on the loan's ledger: the master keeps
            *> its balance as the amount written off, so the event's
            *> balance-after agrees with it.
            record-the-writeoff.
                MOVE SPACES TO loan-txn-record.
                MOVE work-loan-number TO txn-loan-number.
                SET txn-is-writeoff TO TRUE.
                COMPUTE txn-amount = loan-balance + loan-fees-due.
                MOVE loan-balance TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE loan-fees-due TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                STRING "APPROVED BY " held-approver
                        DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            journal-the-writeoff.
                MOVE SPACES TO journal-before.
                STRING "STATUS " loan-status " BAL " loan-balance
