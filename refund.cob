        *> **********************************************************************
        *> refund - the nightly refund check run. Credit balances owed
        *> back to borrowers were refunded by a clerk writing checks by
        *> hand, with nothing telling the bank which checks were ours.
        *> This job finds the credits, cuts the checks and tells the
        *> bank:
        *>
        *>      - a paid-off loan still holding a net credit on the
        *>        cash suspense, cashsusp.dat - the overpayment on a
        *>        payoff, or any credit parked after it - is refunded
        *>        in full, and a "-" record parked against the loan
        *>        takes the money out of the suspense
        *>      - a refund waiting on the refund queue, refundq.dat
        *>        (REFUNDQ) - an escrow surplus escranl.cob queued -
        *>        is refunded out of the escrow account through
        *>        escrpost.cob, which backs the amount out as an ESCR
        *>        event
        *>
        *>    every check draws its number from the REFUNDCHK series
        *>    on refnum.ctl (refnum.cob), is entered on the check
        *>    register refundreg.dat (REFUNDREG) and lands on the
        *>    loan's ledger through txnwrite as an RFND event - the leg
        *>    cashproof.cob proves the disbursement with. The checks
        *>    print on refund.prt, payable to the borrower's name off
        *>    custmast.dat; the register of the night's checks goes to
        *>    refund.rpt and the report repository; and posipay.dat
        *>    (POSIPAY) is rebuilt as the night's positive-pay issue
        *>    file for the bank - check number, amount, issue date and
        *>    payee.
        *>
        *>    a credit is held rather than refunded - and tried again
        *>    the next night - when the borrower is not on the
        *>    customer master, when their mail is held for a bad
        *>    address, while they have a sanctions hit pending or
        *>    confirmed on the compliance queue (sancscrn.cob), or
        *>    when no check number could be drawn. A queued
        *>    escrow refund is also held while the loan has no active
        *>    escrow account; held queue entries are kept on refundq.dat.
        *>
        *>    run order: after loanpost, suspapply, escranl and
        *>    paidfull, before the cash proof.
        *>
        *>    voids and reissues are refchk.cob's.
        *>
        *>    RETURN-CODE: 0 clean, 4 credits held or more loans in
        *>    credit than the run holds, 8 the files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. refund.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT cash-suspense ASSIGN TO "cashsusp.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cash-suspense-status.
                    SELECT refund-queue ASSIGN TO "refundq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS refund-queue-status.
                    SELECT retained-queue ASSIGN TO "refundq.new"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT check-register ASSIGN TO "refundreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rf-check-number
                        FILE STATUS IS check-register-status.
                    SELECT positive-pay ASSIGN TO "posipay.dat"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT check-file ASSIGN TO "refund.prt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file ASSIGN TO "refund.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  cash-suspense.
                    01 cash-suspense-record.
                        02 cs-loan-number PIC 9(6).
                        02 cs-sign        PIC X(1).
                        02 cs-amount      PIC 9(9)V99.
                        02 cs-date        PIC X(8).
                FD  refund-queue.
                    COPY REFUNDQ.
                FD  retained-queue.
                    01 retained-record PIC X(36).
                FD  loan-master.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  check-register.
                    COPY REFUNDREG.
                FD  positive-pay.
                    COPY POSIPAY.
                FD  check-file.
                    01 check-line PIC X(80).
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 cash-suspense-status PIC X(02) VALUE "00".
                01 refund-queue-status  PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 check-register-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 copy-status      PIC S9(9) COMP-5 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> every loan holding money on the suspense, netted.
                01 credit-table.
                    02 credit-entry OCCURS 2000 TIMES.
                        03 credit-loan    PIC 9(6).
                        03 credit-amount  PIC S9(9)V99.
                01 credit-count     PIC 9(4) VALUE ZEROS.
                01 credit-index     PIC 9(4) VALUE ZEROS.
                01 credit-overflow  PIC 9(6) VALUE ZEROS.
                *> the refund in hand.
                01 refund-loan      PIC 9(6) VALUE ZEROS.
                01 refund-amount    PIC 9(9)V99 VALUE ZEROS.
                01 refund-source    PIC X(1) VALUE SPACES.
                01 refund-outcome   PIC 9 VALUE ZERO.
                    88 refund-was-issued VALUE 1.
                01 hold-reason      PIC X(30) VALUE SPACES.
                01 payee-name       PIC X(40) VALUE SPACES.
                01 payee-address    PIC X(60) VALUE SPACES.
                01 source-text      PIC X(8) VALUE SPACES.
                *> the sanctions block query - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "B".
                01 screen-name      PIC X(50) VALUE SPACES.
                01 screen-address   PIC X(60) VALUE SPACES.
                01 screen-source    PIC X(10) VALUE "REFUND".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 sanctions-blocked VALUE "B".
                *> the check number - see refnum.cob.
                01 check-series     PIC X(10) VALUE "REFUNDCHK".
                01 check-number     PIC 9(6) VALUE ZEROS.
                01 check-reference  PIC X(12) VALUE SPACES.
                *> the escrow backout - see escrpost.cob.
                01 escrow-action    PIC X(1) VALUE "R".
                01 escrow-amount    PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                    88 escrow-was-applied VALUE 1.
                COPY LOANTXN.
                01 checks-issued    PIC 9(6) VALUE ZEROS.
                01 checks-total     PIC 9(11)V99 VALUE ZEROS.
                01 refunds-held     PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 check-amount-text PIC X(16) VALUE SPACES.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "refund.rpt".
                01 banner-job-name  PIC X(20) VALUE "REFUND".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT loan-master.
            OPEN I-O check-register.
            IF check-register-status = "35" THEN
                OPEN OUTPUT check-register
                CLOSE check-register
                OPEN I-O check-register
            END-IF.
            IF loan-master-status NOT = "00"
                    OR check-register-status NOT = "00" THEN
                DISPLAY "refund: loanmast.dat/refundreg.dat not "
                        "available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT customer-master.
            OPEN OUTPUT positive-pay.
            OPEN OUTPUT check-file.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "REFUND CHECK REGISTER - " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  CHECK  REFERENCE    LOAN   SRC       AMOUNT  "
                    "PAYEE"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            PERFORM load-the-credits.
            PERFORM refund-the-suspense.
            PERFORM refund-the-queue.
            MOVE checks-total TO display-total.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " checks-issued " check(s) issued for "
                    FUNCTION TRIM(display-total) ", " refunds-held
                    " refund(s) held"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            IF credit-overflow > 0 THEN
                MOVE SPACES TO print-text
                STRING "  " credit-overflow " suspense record(s) "
                        "beyond the run's 2000 loans - left for the "
                        "next run"
                    DELIMITED BY SIZE INTO print-text
                END-STRING
                PERFORM print-one-line
            END-IF.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE check-file.
            CLOSE positive-pay.
            IF master-file-status = "00" THEN
                CLOSE customer-master
            END-IF.
            CLOSE check-register.
            CLOSE loan-master.
            MOVE checks-issued TO banner-rec-count.
            IF refunds-held > 0 OR credit-overflow > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> each loan's net position on the suspense - credits
            *> parked "+", shorts and earlier refunds "-".
            load-the-credits.
                MOVE 0 TO credit-count.
                OPEN INPUT cash-suspense.
                IF cash-suspense-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ cash-suspense
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND cs-amount NUMERIC THEN
                        PERFORM net-one-suspense-record
                    END-IF
                END-PERFORM.
                CLOSE cash-suspense.
                EXIT.

            net-one-suspense-record.
                PERFORM VARYING credit-index FROM 1 BY 1
                        UNTIL credit-index > credit-count
                    IF credit-loan(credit-index) = cs-loan-number THEN
                        EXIT PERFORM
                    END-IF
                END-PERFORM.
                IF credit-index > credit-count THEN
                    IF credit-count >= 2000 THEN
                        ADD 1 TO credit-overflow
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO credit-count
                    MOVE credit-count TO credit-index
                    MOVE cs-loan-number TO credit-loan(credit-index)
                    MOVE 0 TO credit-amount(credit-index)
                END-IF.
                IF cs-sign = "-" THEN
                    SUBTRACT cs-amount FROM credit-amount(credit-index)
                ELSE
                    ADD cs-amount TO credit-amount(credit-index)
                END-IF.
                EXIT.

            *> a paid-off loan's credit goes back whole; the "-"
            *> record takes it off the suspense once the check is
            *> cut. A live loan's credit is suspapply's to apply.
            refund-the-suspense.
                IF credit-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND cash-suspense.
                IF cash-suspense-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING credit-index FROM 1 BY 1
                        UNTIL credit-index > credit-count
                    IF credit-amount(credit-index) > 0 THEN
                        PERFORM refund-one-credit
                    END-IF
                END-PERFORM.
                CLOSE cash-suspense.
                EXIT.

            refund-one-credit.
                MOVE credit-loan(credit-index) TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT loan-is-paid-off THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO refund-loan.
                MOVE credit-amount(credit-index) TO refund-amount.
                MOVE "S" TO refund-source.
                PERFORM issue-the-check.
                IF NOT refund-was-issued THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO cash-suspense-record.
                MOVE refund-loan TO cs-loan-number.
                MOVE "-" TO cs-sign.
                MOVE refund-amount TO cs-amount.
                MOVE cycle-date-stamp TO cs-date.
                WRITE cash-suspense-record.
                EXIT.

            *> the queued refunds; whatever cannot be cut tonight is
            *> copied back onto the queue for the next run.
            refund-the-queue.
                OPEN INPUT refund-queue.
                IF refund-queue-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT retained-queue.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ refund-queue
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        PERFORM refund-one-queued
                        IF NOT refund-was-issued THEN
                            MOVE refund-queue-record
                                    TO retained-record
                            WRITE retained-record
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE retained-queue.
                CLOSE refund-queue.
                CALL "CBL_COPY_FILE"
                        USING "refundq.new", "refundq.dat"
                        RETURNING copy-status.
                CALL "CBL_DELETE_FILE" USING "refundq.new"
                        RETURNING copy-status.
                EXIT.

            refund-one-queued.
                MOVE 0 TO refund-outcome.
                MOVE rq-source TO refund-source.
                IF NOT rq-from-escrow OR rq-amount NOT NUMERIC
                        OR rq-amount = 0 THEN
                    MOVE "UNRECOGNIZED QUEUE ENTRY" TO hold-reason
                    MOVE rq-loan-number TO refund-loan
                    MOVE 0 TO refund-amount
                    PERFORM report-the-hold
                    EXIT PARAGRAPH
                END-IF.
                MOVE rq-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        MOVE "LOAN NOT ON MASTER" TO hold-reason
                        MOVE rq-loan-number TO refund-loan
                        MOVE rq-amount TO refund-amount
                        PERFORM report-the-hold
                        EXIT PARAGRAPH
                END-READ.
                MOVE loan-number TO refund-loan.
                MOVE rq-amount TO refund-amount.
                PERFORM issue-the-check.
                EXIT.

            *> a check for refund-amount on refund-loan, drawn from
            *> refund-source: payee, number, the money out of its
            *> store, then the register, print, positive pay and
            *> ledger.
            issue-the-check.
                MOVE 0 TO refund-outcome.
                PERFORM fetch-the-payee.
                IF hold-reason NOT = SPACES THEN
                    PERFORM report-the-hold
                    EXIT PARAGRAPH
                END-IF.
                *> the escrow account is asked for first, so no
                *> check number is burned on a refund that must wait.
                IF refund-source = "E" THEN
                    MOVE "Q" TO escrow-action
                    CALL "escrpost" USING escrow-action, refund-loan,
                            escrow-amount, cycle-date-stamp,
                            escrow-outcome
                    IF NOT escrow-was-applied THEN
                        MOVE "NO ACTIVE ESCROW ACCOUNT" TO hold-reason
                        PERFORM report-the-hold
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE 0 TO check-number.
                MOVE SPACES TO check-reference.
                CALL "refnum" USING check-series, check-number,
                        check-reference.
                IF check-number = 0 THEN
                    MOVE "NO CHECK NUMBER DRAWN" TO hold-reason
                    PERFORM report-the-hold
                    EXIT PARAGRAPH
                END-IF.
                IF refund-source = "E" THEN
                    MOVE "R" TO escrow-action
                    MOVE refund-amount TO escrow-amount
                    CALL "escrpost" USING escrow-action, refund-loan,
                            escrow-amount, cycle-date-stamp,
                            escrow-outcome
                    MOVE "ESCROW" TO source-text
                ELSE
                    MOVE "SUSPENSE" TO source-text
                END-IF.
                MOVE SPACES TO refund-check-record.
                MOVE check-number TO rf-check-number.
                MOVE check-reference TO rf-reference.
                MOVE refund-loan TO rf-loan-number.
                MOVE loan-borrower-id TO rf-borrower-id.
                MOVE payee-name TO rf-payee.
                MOVE refund-amount TO rf-amount.
                MOVE refund-source TO rf-source.
                MOVE cycle-date-stamp TO rf-issue-date.
                SET rf-is-issued TO TRUE.
                MOVE 0 TO rf-reissue-of.
                MOVE 0 TO rf-reissued-as.
                WRITE refund-check-record
                    INVALID KEY
                        DISPLAY "refund: check " check-number
                                " already on the register - "
                                "refnum.ctl REFUNDCHK series needs "
                                "attention"
                END-WRITE.
                MOVE 1 TO refund-outcome.
                ADD 1 TO checks-issued.
                ADD refund-amount TO checks-total.
                PERFORM print-the-check.
                MOVE SPACES TO positive-pay-record.
                SET pp-is-issue TO TRUE.
                MOVE check-number TO pp-check-number.
                MOVE refund-amount TO pp-amount.
                MOVE cycle-date-stamp TO pp-issue-date.
                MOVE payee-name TO pp-payee.
                WRITE positive-pay-record.
                PERFORM record-the-refund.
                MOVE refund-amount TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  " check-number " " check-reference " "
                        refund-loan " " refund-source " "
                        display-amount "  " payee-name
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> no check goes out without a name to pay, or to an
            *> address the mail room is holding.
            fetch-the-payee.
                MOVE SPACES TO hold-reason.
                MOVE SPACES TO payee-name.
                MOVE SPACES TO payee-address.
                IF master-file-status NOT = "00" THEN
                    MOVE "NO CUSTOMER MASTER" TO hold-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "BORROWER NOT ON MASTER" TO hold-reason
                    NOT INVALID KEY
                        MOVE username TO payee-name
                        MOVE cust-address TO payee-address
                        IF cust-mail-held THEN
                            MOVE "MAIL HELD - BAD ADDRESS"
                                    TO hold-reason
                        END-IF
                END-READ.
                IF hold-reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                CALL "sancscrn" USING screen-mode, loan-borrower-id,
                        screen-name, screen-address, screen-source,
                        screen-score, screen-outcome.
                IF sanctions-blocked THEN
                    MOVE "SANCTIONS REVIEW - BLOCKED" TO hold-reason
                END-IF.
                EXIT.

            report-the-hold.
                ADD 1 TO refunds-held.
                MOVE refund-amount TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  HELD                " refund-loan " "
                        refund-source " " display-amount "  "
                        hold-reason
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-the-check.
                MOVE refund-amount TO display-amount.
                MOVE SPACES TO check-amount-text.
                STRING "***" FUNCTION TRIM(display-amount)
                    DELIMITED BY SIZE INTO check-amount-text
                END-STRING.
                MOVE ALL "=" TO check-line.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  LOAN SERVICING - REFUND            CHECK NO "
                        check-number
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "                                     DATE     "
                        cycle-date-stamp
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  PAY TO THE ORDER OF " payee-name
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "                      " payee-address(1:50)
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  THE SUM OF " check-amount-text
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  MEMO: REFUND OF CREDIT BALANCE - LOAN "
                        refund-loan " (" FUNCTION TRIM(source-text)
                        ")"
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  REF " check-reference
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                EXIT.

            *> the disbursement on the loan's ledger; txnwrite fills
            *> in the sequence, stamp and operator.
            record-the-refund.
                MOVE SPACES TO loan-txn-record.
                MOVE refund-loan TO txn-loan-number.
                SET txn-is-refund TO TRUE.
                MOVE refund-amount TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE 0 TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "REFUND" TO txn-program.
                STRING "REFUND CHECK " check-number " "
                        source-text
                    DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            print-one-line.
                DISPLAY "refund: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM refund.
