        *>    cashsusp.dat is rewritten at the end of the run carrying
        *>    one netted record per loan still holding money, the same
        *>    copy-back suspreent.cob performs on suspense.dat.
        *>
        *>    a row paid from held cash is written to the loan's
        *>    transaction history, loantxn.dat, through txnwrite.cob,
        *>    the same way loanpost records a payment.
        *>
        *>    on a loan with an escrow account the whole installment -
        *>    principal, interest and the monthly escrow amount - must
        *>    be held before a row is paid, and the escrow share is
        *>    deposited through escrpost.cob exactly as loanpost does.
        *>
        *>    held cash on a revolving line of credit (revline.dat,
        *>    see linemnt.cob) is reported but never applied: a
        *>    line's due row is a minimum, not a principal and
        *>    interest split, and only money loanpost takes as a line
        *>    payment meets the interest billed ahead of the draws.
        *>    It stays parked for the desk to refund or resubmit.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. suspapply.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  cash-suspense.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  line-file.
                    COPY REVLINE.
            WORKING-STORAGE SECTION.
                01 cash-suspense-status PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 line-file-status     PIC X(02) VALUE "00".
                01 loan-master-open     PIC 9 VALUE ZERO.
                01 schedule-open        PIC 9 VALUE ZERO.
                01 lines-open           PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 current-loan     PIC 9(6) VALUE ZEROS.
                01 net-held         PIC S9(9)V99 VALUE ZEROS.
                01 expected-amount  PIC 9(9)V99 VALUE ZEROS.
                01 applying-done    PIC 9 VALUE ZERO.
                *> the escrow share of the installment - see
                *> escrpost.cob.
                01 escrow-due       PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                    88 loan-has-escrow VALUE 1.
                01 loan-on-master   PIC 9 VALUE ZERO.
                    88 loan-was-on-master VALUE 1.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 amount-applied   PIC 9(9)V99 VALUE ZEROS.
                01 copy-status      PIC 9(9) COMP VALUE ZERO.
                01 display-amount   PIC -(8)9.99.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "SUSPAPPLY".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                GIVING suspense-sorted.
            OPEN I-O loan-master.
            OPEN I-O loan-schedule.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loan-master-open
            END-IF.
            IF loan-schedule-status = "00" THEN
                MOVE 1 TO schedule-open
            END-IF.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00" THEN
                DISPLAY "suspapply: loan master/schedule not "
                        "available - suspense reported only"
            END-IF.
            OPEN INPUT line-file.
            IF line-file-status = "00" THEN
                MOVE 1 TO lines-open
            END-IF.
            OPEN INPUT suspense-sorted.
            OPEN OUTPUT retained-file.
            MOVE SPACES TO cycle-date-stamp.
            PERFORM settle-current-loan.
            CLOSE retained-file.
            CLOSE suspense-sorted.
            IF lines-open = 1 THEN
                CLOSE line-file
            END-IF.
            IF loan-master-open = 1 THEN
                CLOSE loan-master
            END-IF.
            IF schedule-open = 1 THEN
                CLOSE loan-schedule
            END-IF.
            *> the netted leftovers become the suspense file the next
                MOVE net-held TO display-amount.
                DISPLAY "  loan " current-loan " holds "
                        FUNCTION TRIM(display-amount).
                IF net-held > 0 AND loan-master-open = 1
                        AND schedule-open = 1 THEN
                    PERFORM apply-held-cash
                END-IF.
                IF net-held NOT = 0 THEN
                IF NOT loan-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                IF lines-open = 1 THEN
                    MOVE current-loan TO rl-loan-number
                    READ line-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            DISPLAY "  loan " current-loan
                                    " is a line of credit - held "
                                    "for the desk"
                            EXIT PARAGRAPH
                    END-READ
                END-IF.
                CALL "escrpost" USING "Q", current-loan,
                        escrow-due, cycle-date-stamp, escrow-outcome.
                MOVE 0 TO applying-done.
                PERFORM UNTIL applying-done = 1
                    MOVE current-loan TO sched-loan-number
                            COMPUTE expected-amount =
                                    sched-principal-amt
                                    + sched-interest-amt
                                    + escrow-due
                            IF net-held >= expected-amount THEN
                                PERFORM pay-row-from-suspense
                            ELSE
                    DISPLAY "  loan " current-loan
                            " paid off from held cash"
                END-IF.
                MOVE SPACES TO loan-txn-record.
                MOVE current-loan TO txn-loan-number.
                SET txn-is-suspense TO TRUE.
                MOVE expected-amount TO txn-amount.
                MOVE sched-principal-amt TO txn-principal.
                MOVE sched-interest-amt TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE sched-payment-num TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "SUSPAPPLY" TO txn-program.
                MOVE "PAID FROM HELD CASH" TO txn-memo.
                CALL "txnwrite" USING loan-txn-record.
                IF loan-has-escrow AND escrow-due > 0 THEN
                    CALL "escrpost" USING "D", current-loan,
                            escrow-due, cycle-date-stamp,
                            escrow-outcome
                END-IF.
                SUBTRACT expected-amount FROM net-held.
                ADD expected-amount TO amount-applied.
                ADD 1 TO rows-applied.
