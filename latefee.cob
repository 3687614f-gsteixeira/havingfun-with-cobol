        *>      fee-payment-num PIC 999     the overdue row charged
        *>      fee-amount      PIC 9(7)V99
        *>      fee-cycle-date  PIC X(8)
        *>
        *>    each fee is also written to the loan's transaction
        *>    history, loantxn.dat, through txnwrite.cob.
        *>
        *>    a loan under a legal hold on loanlegal.dat (bankruptcy,
        *>    litigation - see legalmnt.cob) is not charged: its
        *>    overdue rows stay uncharged and are counted apart.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. latefee.
                    SELECT fee-control-file ASSIGN TO "latefee.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS fee-control-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT fee-file ASSIGN TO "loanfee.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS fee-file-status.
                        02 lfc-percent     PIC 9(2)V99.
                        02 lfc-grace-days  PIC 9(3).
                        02 lfc-max-cycle   PIC 9(5)V99.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  fee-file.
                    01 fee-record.
                        02 fee-loan-number PIC 9(6).
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 fee-control-status   PIC X(02) VALUE "00".
                01 fee-file-status      PIC X(02) VALUE "00".
                01 legal-file-status    PIC X(02) VALUE "00".
                01 legal-is-open        PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                *> the published policy stands in when no control file
                *> is on this environment.
                01 current-loan     PIC 9(6) VALUE ZEROS.
                01 loan-on-master   PIC 9 VALUE ZERO.
                    88 loan-was-on-master VALUE 1.
                01 legal-hold-found PIC 9 VALUE ZERO.
                    88 loan-under-legal-hold VALUE 1.
                01 rows-held        PIC 9(6) VALUE ZEROS.
                01 fees-assessed    PIC 9(6) VALUE ZEROS.
                01 fees-total       PIC 9(9)V99 VALUE ZEROS.
                01 display-amount   PIC Z(6)9.99.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "LATEFEE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            END-IF.
            COMPUTE today-integer = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(cycle-date-stamp)).
            OPEN INPUT legal-file.
            IF legal-file-status = "00" THEN
                MOVE 1 TO legal-is-open
            END-IF.
            OPEN EXTEND fee-file.
            IF fee-file-status = "35" THEN
                OPEN OUTPUT fee-file
                        PERFORM fetch-loan-master
                    END-IF
                    IF loan-was-on-master AND loan-is-active THEN
                        IF loan-under-legal-hold THEN
                            PERFORM count-the-held-row
                        ELSE
                            PERFORM assess-one-row
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE fee-file.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            CLOSE loan-master.
            CLOSE loan-schedule.
            MOVE fees-total TO display-amount.
            DISPLAY "latefee: " fees-assessed " fee(s) assessed, "
                    FUNCTION TRIM(display-amount) " total".
            IF rows-held > 0 THEN
                DISPLAY "latefee: " rows-held " overdue row(s) not "
                        "charged - loan under legal hold"
            END-IF.
            MOVE fees-assessed TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO loan-on-master
                END-READ.
                MOVE 0 TO legal-hold-found.
                IF legal-is-open = 1 THEN
                    MOVE current-loan TO ll-loan-number
                    READ legal-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF ll-hold-in-force THEN
                                MOVE 1 TO legal-hold-found
                            END-IF
                    END-READ
                END-IF.
                EXIT.

            *> an overdue row the stay keeps us from charging - the
            *> same tests assess-one-row applies, counted not charged.
            count-the-held-row.
                IF sched-row-is-paid OR sched-late-charged THEN
                    EXIT PARAGRAPH
                END-IF.
                IF sched-due-date = SPACES
                        OR sched-due-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE sched-due-date TO due-date-num.
                COMPUTE due-date-integer =
                        FUNCTION INTEGER-OF-DATE(due-date-num).
                IF due-date-integer = 0
                        OR today-integer - due-date-integer
                            <= grace-days THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO rows-held.
                EXIT.

            *> one unpaid, uncharged row past its grace period: work
                MOVE this-fee TO fee-amount.
                MOVE cycle-date-stamp TO fee-cycle-date.
                WRITE fee-record.
                MOVE SPACES TO loan-txn-record.
                MOVE current-loan TO txn-loan-number.
                SET txn-is-late-fee TO TRUE.
                MOVE this-fee TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE this-fee TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE sched-payment-num TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "LATEFEE" TO txn-program.
                MOVE "LATE CHARGE ASSESSED" TO txn-memo.
                CALL "txnwrite" USING loan-txn-record.
                MOVE this-fee TO display-amount.
                DISPLAY "latefee: loan " current-loan " payment "
                        sched-payment-num " charged "
