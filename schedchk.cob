        *> **********************************************************************
        *> schedchk - the schedule's numbers proved against the loan.
        *> integchk.cob proves every schedule row belongs to a loan;
        *> nothing proved the amounts. A restructure, reprice or
        *> reversal that went wrong left rows whose principal and
        *> interest no longer tie to loan-balance, and nobody knew
        *> until a payoff came out wrong. For every active loan this
        *> job checks:
        *>
        *>      paid rows     every row up to loan-payments-made is
        *>                    on file and paid, and none after it is
        *>                    - a boarded loan (boardreg.dat, see
        *>                    loanboard.cob) starts at its anchor row,
        *>                    the seller's payments before it having
        *>                    no rows of ours
        *>      payment       loancalc's payment over the balance,
        *>                    rate, day-count and months left (the
        *>                    product on loanopt.dat counted the way
        *>                    reprice counts it) must not exceed
        *>                    loan-payment - a lower loancalc figure is
        *>                    a curtailment that kept the payment and
        *>                    shortened the term
        *>      unpaid rows   regenerated from loan-balance the way
        *>                    loanadd, reprice and loanpost's recast
        *>                    lay them down - interest on the running
        *>                    balance at the monthly rate, the payment
        *>                    less the interest off the balance,
        *>                    interest-only rows taking none, the row
        *>                    at loan-term-months taking what is left -
        *>                    each row's principal, interest and
        *>                    sched-balance-after must match, no row may
        *>                    be missing and none may lie past the term
        *>      final row     lands on zero, and - unless the loan is
        *>                    a balloon - asks no more than the payment
        *>
        *>    a revolving line of credit (product L on loanopt.dat) has
        *>    no amortized schedule to regenerate - its rows are the
        *>    minimum payments linebill.cob writes a cycle at a time -
        *>    so a line is passed over and counted apart.
        *>
        *>    a difference of up to the tolerance is rounding, not a
        *>    discrepancy: schedchk.ctl, one field, 9(3)V99, the
        *>    default being a penny (0.01).
        *>
        *>    every loan with a discrepancy goes on schedchk.rpt
        *>    (through rptstore) with each failed check, the row, and
        *>    the figure expected against the figure on file; a clean
        *>    loan prints nothing. RC 4 when any loan is reported, 8
        *>    when the loan master or schedule could not be read.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. schedchk.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT register-file ASSIGN TO "boardreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS brd-loan-number
                        FILE STATUS IS register-file-status.
                    SELECT tolerance-control ASSIGN TO "schedchk.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tolerance-control-status.
                    SELECT report-file ASSIGN TO "schedchk.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  option-file.
                    COPY LOANOPT.
                FD  register-file.
                    COPY BOARDREG.
                FD  tolerance-control.
                    01 tolerance-control-record.
                        02 tc-tolerance PIC 9(3)V99.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status       PIC X(02) VALUE "00".
                01 loan-schedule-status     PIC X(02) VALUE "00".
                01 option-file-status       PIC X(02) VALUE "00".
                01 options-open             PIC 9 VALUE ZERO.
                01 register-file-status     PIC X(02) VALUE "00".
                01 register-open            PIC 9 VALUE ZERO.
                01 tolerance-control-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 tolerance        PIC 9(3)V99 VALUE 0.01.
                *> the loan in hand.
                01 loan-is-boarded  PIC 9 VALUE ZERO.
                01 first-own-row    PIC 999 VALUE ZEROS.
                01 remaining-term   PIC 999 VALUE ZEROS.
                01 amort-months     PIC 999 VALUE ZEROS.
                01 expected-payment PIC 9(9)V99 VALUE ZEROS.
                01 work-total-int   PIC 9(9)V99 VALUE ZEROS.
                01 monthly-rate     PIC 9(3)V9(8) VALUE ZEROS.
                01 running-balance  PIC 9(9)V99 VALUE ZEROS.
                01 interest-amt     PIC 9(9)V99 VALUE ZEROS.
                01 principal-amt    PIC 9(9)V99 VALUE ZEROS.
                01 final-row-total  PIC 9(9)V99 VALUE ZEROS.
                01 check-row        PIC 999 VALUE ZEROS.
                01 loan-findings    PIC 9(4) VALUE ZEROS.
                01 amount-gap       PIC S9(9)V99 VALUE ZEROS.
                *> one finding handed to report-one-finding.
                01 finding-row      PIC 999 VALUE ZEROS.
                01 finding-text     PIC X(30) VALUE SPACES.
                01 finding-expected PIC S9(9)V99 VALUE ZEROS.
                01 finding-on-file  PIC S9(9)V99 VALUE ZEROS.
                01 finding-amounts  PIC 9 VALUE ZERO.
                *> the run's totals.
                01 loans-checked    PIC 9(6) VALUE ZEROS.
                01 loans-reported   PIC 9(6) VALUE ZEROS.
                01 lines-passed     PIC 9(6) VALUE ZEROS.
                01 findings-total   PIC 9(6) VALUE ZEROS.
                01 display-row      PIC ZZ9.
                01 display-balance  PIC Z(8)9.99.
                01 display-payment  PIC Z(8)9.99.
                01 display-rate     PIC ZZ9.9999.
                01 display-expected PIC -(8)9.99.
                01 display-on-file  PIC -(8)9.99.
                01 display-tolerance PIC ZZ9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "schedchk.rpt".
                01 banner-job-name  PIC X(20) VALUE "SCHEDCHK".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            PERFORM load-the-tolerance.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00" THEN
                DISPLAY "schedchk: loan master/schedule not available"
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            OPEN INPUT option-file.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-open
            END-IF.
            OPEN INPUT register-file.
            IF register-file-status = "00" THEN
                MOVE 1 TO register-open
            END-IF.
            OPEN OUTPUT report-file.
            MOVE tolerance TO display-tolerance.
            MOVE SPACES TO print-text.
            STRING "SCHEDULE INTEGRITY - as of " cycle-date-stamp
                    "  tolerance " FUNCTION TRIM(display-tolerance)
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND loan-is-active THEN
                    PERFORM check-one-loan
                END-IF
            END-PERFORM.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " loans-checked " active loan(s) checked, "
                    loans-reported " with discrepancies, "
                    findings-total " finding(s)"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            IF lines-passed > 0 THEN
                MOVE SPACES TO print-text
                STRING "        " lines-passed " line(s) of credit "
                        "passed over - no amortized schedule"
                    DELIMITED BY SIZE INTO print-text
                END-STRING
                PERFORM print-one-line
            END-IF.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF register-open = 1 THEN
                CLOSE register-file
            END-IF.
            IF options-open = 1 THEN
                CLOSE option-file
            END-IF.
            CLOSE loan-schedule.
            CLOSE loan-master.
            IF loans-reported > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE loans-checked TO banner-rec-count.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            load-the-tolerance.
                OPEN INPUT tolerance-control.
                IF tolerance-control-status = "00" THEN
                    READ tolerance-control
                        AT END CONTINUE
                        NOT AT END
                            IF tc-tolerance NUMERIC THEN
                                MOVE tc-tolerance TO tolerance
                            END-IF
                    END-READ
                    CLOSE tolerance-control
                END-IF.
                EXIT.

            check-one-loan.
                MOVE 0 TO loan-findings.
                PERFORM fetch-the-product.
                IF lo-line-of-credit THEN
                    ADD 1 TO lines-passed
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO loans-checked.
                PERFORM find-the-boarding.
                PERFORM check-the-paid-rows.
                PERFORM check-the-payment.
                PERFORM check-the-unpaid-rows.
                PERFORM check-past-the-term.
                EXIT.

            *> the months reprice would spread the balance over: the
            *> remaining term, unless the product says otherwise.
            fetch-the-product.
                COMPUTE remaining-term =
                        loan-term-months - loan-payments-made.
                MOVE remaining-term TO amort-months.
                MOVE SPACES TO loan-option-record.
                IF options-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY
                        MOVE SPACES TO loan-option-record
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE TRUE
                    WHEN lo-interest-only
                            AND lo-io-months > loan-payments-made
                            AND lo-io-months < loan-term-months
                        COMPUTE amort-months =
                                loan-term-months - lo-io-months
                    WHEN lo-balloon
                            AND lo-amort-term > loan-term-months
                        COMPUTE amort-months =
                                lo-amort-term - loan-payments-made
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> a boarded loan's first row of ours is the anchor row
            *> loanboard wrote for the seller's last payment.
            find-the-boarding.
                MOVE 0 TO loan-is-boarded.
                MOVE 1 TO first-own-row.
                IF register-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO brd-loan-number.
                READ register-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE 1 TO loan-is-boarded.
                IF loan-payments-made > 0 THEN
                    MOVE loan-payments-made TO first-own-row
                END-IF.
                EXIT.

            *> rows 1 to loan-payments-made on file and paid; a paid
            *> row beyond them is a payment the master never counted.
            check-the-paid-rows.
                PERFORM VARYING check-row FROM first-own-row BY 1
                        UNTIL check-row > loan-payments-made
                    MOVE loan-number TO sched-loan-number
                    MOVE check-row TO sched-payment-num
                    READ loan-schedule
                        INVALID KEY
                            MOVE check-row TO finding-row
                            MOVE "paid row missing" TO finding-text
                            MOVE 0 TO finding-amounts
                            PERFORM report-one-finding
                        NOT INVALID KEY
                            IF NOT sched-row-is-paid THEN
                                MOVE check-row TO finding-row
                                MOVE "row counted paid, not paid"
                                    TO finding-text
                                MOVE 0 TO finding-amounts
                                PERFORM report-one-finding
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> a payment below loancalc's leaves balance behind at the
            *> end of the term.
            check-the-payment.
                IF remaining-term = 0 OR amort-months = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                CALL "loancalc" USING loan-balance, loan-annual-rate,
                        amort-months, expected-payment,
                        work-total-int, loan-day-count.
                COMPUTE amount-gap = expected-payment - loan-payment.
                IF amount-gap > tolerance THEN
                    MOVE 0 TO finding-row
                    MOVE "payment below loancalc's"
                        TO finding-text
                    MOVE expected-payment TO finding-expected
                    MOVE loan-payment TO finding-on-file
                    MOVE 1 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                EXIT.

            *> the rows still to come, regenerated from the balance
            *> and set against the rows on file.
            check-the-unpaid-rows.
                IF loan-accrues-act-365 THEN
                    COMPUTE monthly-rate =
                            loan-annual-rate * 30 / 36500
                ELSE
                    COMPUTE monthly-rate = loan-annual-rate / 1200
                END-IF.
                MOVE loan-balance TO running-balance.
                MOVE 0 TO final-row-total.
                COMPUTE check-row = loan-payments-made + 1.
                PERFORM UNTIL check-row > loan-term-months
                    PERFORM check-one-unpaid-row
                    ADD 1 TO check-row
                END-PERFORM.
                IF remaining-term = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE amount-gap = final-row-total - loan-payment.
                IF amount-gap > tolerance AND NOT lo-balloon THEN
                    MOVE loan-term-months TO finding-row
                    MOVE "final row exceeds the payment"
                        TO finding-text
                    MOVE loan-payment TO finding-expected
                    MOVE final-row-total TO finding-on-file
                    MOVE 1 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                EXIT.

            check-one-unpaid-row.
                COMPUTE interest-amt ROUNDED =
                        running-balance * monthly-rate.
                IF loan-payment > interest-amt THEN
                    COMPUTE principal-amt = loan-payment - interest-amt
                ELSE
                    MOVE 0 TO principal-amt
                END-IF.
                IF principal-amt > running-balance
                        OR check-row = loan-term-months THEN
                    MOVE running-balance TO principal-amt
                END-IF.
                IF lo-interest-only
                        AND check-row <= lo-io-months
                        AND check-row < loan-term-months THEN
                    MOVE 0 TO principal-amt
                END-IF.
                SUBTRACT principal-amt FROM running-balance.
                IF check-row = loan-term-months THEN
                    COMPUTE final-row-total =
                            principal-amt + interest-amt
                END-IF.
                MOVE loan-number TO sched-loan-number.
                MOVE check-row TO sched-payment-num.
                READ loan-schedule
                    INVALID KEY
                        MOVE check-row TO finding-row
                        MOVE "unpaid row missing" TO finding-text
                        MOVE 0 TO finding-amounts
                        PERFORM report-one-finding
                        EXIT PARAGRAPH
                END-READ.
                IF sched-row-is-paid THEN
                    MOVE check-row TO finding-row
                    MOVE "row paid past payments-made"
                        TO finding-text
                    MOVE 0 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                COMPUTE amount-gap =
                        sched-principal-amt - principal-amt.
                IF FUNCTION ABS(amount-gap) > tolerance THEN
                    MOVE check-row TO finding-row
                    MOVE "principal does not tie" TO finding-text
                    MOVE principal-amt TO finding-expected
                    MOVE sched-principal-amt TO finding-on-file
                    MOVE 1 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                COMPUTE amount-gap = sched-interest-amt - interest-amt.
                IF FUNCTION ABS(amount-gap) > tolerance THEN
                    MOVE check-row TO finding-row
                    MOVE "interest does not tie" TO finding-text
                    MOVE interest-amt TO finding-expected
                    MOVE sched-interest-amt TO finding-on-file
                    MOVE 1 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                COMPUTE amount-gap =
                        sched-balance-after - running-balance.
                IF FUNCTION ABS(amount-gap) > tolerance THEN
                    MOVE check-row TO finding-row
                    MOVE "balance-after does not tie"
                        TO finding-text
                    MOVE running-balance TO finding-expected
                    MOVE sched-balance-after TO finding-on-file
                    MOVE 1 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                IF check-row = loan-term-months
                        AND sched-balance-after NOT = 0 THEN
                    MOVE check-row TO finding-row
                    MOVE "last row does not land on 0"
                        TO finding-text
                    MOVE 0 TO finding-expected
                    MOVE sched-balance-after TO finding-on-file
                    MOVE 1 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                EXIT.

            *> the row after loan-term-months should not exist - a
            *> shortened term that left its old rows behind.
            check-past-the-term.
                MOVE loan-number TO sched-loan-number.
                COMPUTE sched-payment-num = loan-term-months + 1.
                START loan-schedule KEY IS >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                READ loan-schedule NEXT RECORD
                    AT END EXIT PARAGRAPH
                END-READ.
                IF sched-loan-number = loan-number THEN
                    MOVE sched-payment-num TO finding-row
                    MOVE "row past loan-term-months" TO finding-text
                    MOVE 0 TO finding-amounts
                    PERFORM report-one-finding
                END-IF.
                EXIT.

            *> the loan's heading goes out with its first finding.
            report-one-finding.
                IF loan-findings = 0 THEN
                    ADD 1 TO loans-reported
                    MOVE SPACES TO print-text
                    PERFORM print-one-line
                    MOVE SPACES TO print-text
                    MOVE loan-balance TO display-balance
                    MOVE loan-annual-rate TO display-rate
                    MOVE loan-payment TO display-payment
                    STRING "LOAN " loan-number "  balance "
                            FUNCTION TRIM(display-balance) "  rate "
                            FUNCTION TRIM(display-rate) "  payment "
                            FUNCTION TRIM(display-payment) "  term "
                            loan-term-months "  made "
                            loan-payments-made
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    IF loan-is-boarded = 1 THEN
                        MOVE SPACES TO print-text
                        STRING "    boarded " brd-boarded-date
                                " - checked from anchor row "
                                first-own-row
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-IF.
                ADD 1 TO loan-findings.
                ADD 1 TO findings-total.
                MOVE finding-row TO display-row.
                MOVE SPACES TO print-text.
                IF finding-amounts = 1 THEN
                    MOVE finding-expected TO display-expected
                    MOVE finding-on-file TO display-on-file
                    STRING "    row " display-row "  " finding-text
                            " expected " display-expected
                            " on file " display-on-file
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING "    row " display-row "  " finding-text
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "schedchk: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM schedchk.
