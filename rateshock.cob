        *> **********************************************************************
        *> rateshock - what a move in rates would do to the variable-rate
        *> book, for the board pack. reprice.cob moves the book onto the
        *> rate ratetab.dat has in force; this job asks what-if instead.
        *> Every active variable-rate loan is priced again under each
        *> shock scenario - its own rate moved up or down by the
        *> scenario's basis points - with loancalc's payment math over
        *> the balance and the months reprice would spread it over
        *> (the loan's product on loanopt.dat included). Nothing is
        *> written back: loanmast.dat and loansched.dat are only read.
        *>
        *>    scenarios come from rateshock.ctl, one line each:
        *>      sc-direction  X(1)       + up, - down
        *>      sc-bps        9(4)       the move in basis points
        *>      sc-threshold  9(3)V99    a payment rising by more than
        *>                               this percent is counted;
        *>                               zero takes 10%
        *>    with no rateshock.ctl the job runs +100, +200 and -100,
        *>    each at 10%. A move down stops at a zero rate.
        *>
        *>    for each scenario, to rateshock.rpt through rptstore:
        *>      - per loan, the payment today and shocked, the change
        *>        and the change as a percent of today's payment
        *>      - how many borrowers' payments rise past the threshold
        *>      - the next twelve months' interest income as the
        *>        schedule would earn it at today's rate and payment,
        *>        and at the shocked ones, and the change
        *>      - the loans whose shocked rate would sit above
        *>        limits.ctl's lim-rate-ceiling (30% with no limits.ctl
        *>        or a zero ceiling, loanadd's house default)
        *>
        *>    RC 4 when a scenario puts any loan above the ceiling, 8
        *>    when the loan master could not be read.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. rateshock.
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
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT scenario-control ASSIGN TO "rateshock.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS scenario-control-status.
                    SELECT limits-control ASSIGN TO "limits.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS limits-control-status.
                    SELECT report-file ASSIGN TO "rateshock.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  option-file.
                    COPY LOANOPT.
                FD  scenario-control.
                    01 scenario-control-record.
                        02 sc-direction PIC X(01).
                        02 sc-bps       PIC 9(4).
                        02 sc-threshold PIC 9(3)V99.
                FD  limits-control.
                    01 limits-control-record.
                        02 lim-max-principal PIC 9(9)V99.
                        02 lim-rate-floor    PIC 9(3)V9999.
                        02 lim-rate-ceiling  PIC 9(3)V9999.
                        02 lim-term-min      PIC 9(3).
                        02 lim-term-max      PIC 9(3).
                        02 lim-max-open      PIC 9(2).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status      PIC X(02) VALUE "00".
                01 option-file-status      PIC X(02) VALUE "00".
                01 options-open            PIC 9 VALUE ZERO.
                01 scenario-control-status PIC X(02) VALUE "00".
                01 limits-control-status   PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 rate-ceiling     PIC 9(3)V9999 VALUE 30.0000.
                *> the scenarios the run prices.
                01 scenario-table.
                    02 scenario-entry OCCURS 20 TIMES.
                        03 st-direction PIC X(01).
                        03 st-bps       PIC 9(4).
                        03 st-threshold PIC 9(3)V99.
                01 scenario-count   PIC 9(2) VALUE ZEROS.
                01 scenario-idx     PIC 9(2) VALUE ZEROS.
                *> the loan in hand.
                01 remaining-term   PIC 999 VALUE ZEROS.
                01 amort-months     PIC 999 VALUE ZEROS.
                01 shock-move       PIC 9(3)V9999 VALUE ZEROS.
                01 shocked-rate     PIC 9(3)V9999 VALUE ZEROS.
                01 shocked-payment  PIC 9(9)V99 VALUE ZEROS.
                01 work-total-int   PIC 9(9)V99 VALUE ZEROS.
                01 payment-change   PIC S9(9)V99 VALUE ZEROS.
                01 payment-change-pct PIC S9(5)V99 VALUE ZEROS.
                *> the twelve-month income walk.
                01 walk-rate        PIC 9(3)V9999 VALUE ZEROS.
                01 walk-payment     PIC 9(9)V99 VALUE ZEROS.
                01 walk-interest    PIC 9(11)V99 VALUE ZEROS.
                01 walk-balance     PIC 9(9)V99 VALUE ZEROS.
                01 walk-month       PIC 999 VALUE ZEROS.
                01 walk-row         PIC 999 VALUE ZEROS.
                01 monthly-rate     PIC 9(3)V9(8) VALUE ZEROS.
                01 interest-amt     PIC 9(9)V99 VALUE ZEROS.
                01 principal-amt    PIC 9(9)V99 VALUE ZEROS.
                01 base-interest    PIC 9(11)V99 VALUE ZEROS.
                01 shocked-interest PIC 9(11)V99 VALUE ZEROS.
                *> the scenario's totals.
                01 loans-priced     PIC 9(6) VALUE ZEROS.
                01 loans-over-threshold PIC 9(6) VALUE ZEROS.
                01 loans-over-ceiling   PIC 9(6) VALUE ZEROS.
                01 total-base-interest    PIC 9(11)V99 VALUE ZEROS.
                01 total-shocked-interest PIC 9(11)V99 VALUE ZEROS.
                01 total-income-change    PIC S9(11)V99 VALUE ZEROS.
                01 total-payment-change   PIC S9(11)V99 VALUE ZEROS.
                01 scenario-name    PIC X(10) VALUE SPACES.
                01 line-flags       PIC X(12) VALUE SPACES.
                01 display-bps      PIC Z(3)9.
                01 display-rate     PIC ZZ9.9999.
                01 display-rate-2   PIC ZZ9.9999.
                01 display-amount   PIC Z(8)9.99.
                01 display-amount-2 PIC Z(8)9.99.
                01 display-signed   PIC -(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 display-total-signed PIC -(10)9.99.
                01 display-pct      PIC -(4)9.99.
                01 display-count    PIC Z(5)9.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "rateshock.rpt".
                01 banner-job-name  PIC X(20) VALUE "RATESHOCK".
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
            PERFORM load-the-scenarios.
            PERFORM load-the-ceiling.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "rateshock: loanmast.dat not available "
                        "(status " loan-master-status ")"
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            OPEN INPUT option-file.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-open
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "INTEREST-RATE SHOCK - VARIABLE-RATE BOOK - as of "
                    cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE rate-ceiling TO display-rate.
            MOVE SPACES TO print-text.
            STRING "  what-if only - no loan is changed; rate ceiling "
                    display-rate "%"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            PERFORM VARYING scenario-idx FROM 1 BY 1
                    UNTIL scenario-idx > scenario-count
                PERFORM run-one-scenario
            END-PERFORM.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF options-open = 1 THEN
                CLOSE option-file
            END-IF.
            CLOSE loan-master.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            *> a line with a direction other than + or - is skipped.
            load-the-scenarios.
                MOVE 0 TO scenario-count.
                OPEN INPUT scenario-control.
                IF scenario-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ scenario-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND scenario-count < 20
                                AND (sc-direction = "+"
                                    OR sc-direction = "-")
                                AND sc-bps NUMERIC THEN
                            ADD 1 TO scenario-count
                            MOVE sc-direction
                                TO st-direction(scenario-count)
                            MOVE sc-bps TO st-bps(scenario-count)
                            MOVE 10 TO st-threshold(scenario-count)
                            IF sc-threshold NUMERIC
                                    AND sc-threshold > 0 THEN
                                MOVE sc-threshold
                                    TO st-threshold(scenario-count)
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE scenario-control
                END-IF.
                IF scenario-count > 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 3 TO scenario-count.
                MOVE "+" TO st-direction(1).
                MOVE 100 TO st-bps(1).
                MOVE "+" TO st-direction(2).
                MOVE 200 TO st-bps(2).
                MOVE "-" TO st-direction(3).
                MOVE 100 TO st-bps(3).
                PERFORM VARYING scenario-idx FROM 1 BY 1
                        UNTIL scenario-idx > 3
                    MOVE 10 TO st-threshold(scenario-idx)
                END-PERFORM.
                EXIT.

            *> the ceiling loanadd underwrites to, off the same
            *> one-record limits.ctl.
            load-the-ceiling.
                OPEN INPUT limits-control.
                IF limits-control-status = "00" THEN
                    READ limits-control
                        AT END CONTINUE
                        NOT AT END
                            IF lim-rate-ceiling > 0 THEN
                                MOVE lim-rate-ceiling TO rate-ceiling
                            END-IF
                    END-READ
                    CLOSE limits-control
                END-IF.
                EXIT.

            run-one-scenario.
                MOVE 0 TO loans-priced.
                MOVE 0 TO loans-over-threshold.
                MOVE 0 TO loans-over-ceiling.
                MOVE 0 TO total-base-interest.
                MOVE 0 TO total-shocked-interest.
                MOVE 0 TO total-payment-change.
                COMPUTE shock-move = st-bps(scenario-idx) / 100.
                MOVE st-bps(scenario-idx) TO display-bps.
                MOVE SPACES TO scenario-name.
                STRING st-direction(scenario-idx)
                        FUNCTION TRIM(display-bps) " bp"
                    DELIMITED BY SIZE INTO scenario-name
                END-STRING.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE st-threshold(scenario-idx) TO display-pct.
                MOVE SPACES TO print-text.
                STRING "SCENARIO " scenario-name
                        "  payment-rise threshold "
                        FUNCTION TRIM(display-pct) "%"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  loan     rate    shocked   payment now"
                        "    shocked      change     pct"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE 0 TO loan-number.
                MOVE 0 TO end_of_file.
                START loan-master KEY IS >= loan-number
                    INVALID KEY MOVE 1 TO end_of_file
                END-START.
                PERFORM UNTIL end_of_file = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND loan-rate-variable
                            AND loan-is-active THEN
                        PERFORM shock-one-loan
                    END-IF
                END-PERFORM.
                PERFORM print-scenario-totals.
                IF loans-over-ceiling > 0 AND RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            *> the loan priced again the way reprice would price it
            *> on the shocked rate.
            shock-one-loan.
                COMPUTE remaining-term =
                        loan-term-months - loan-payments-made.
                IF remaining-term = 0 OR loan-balance = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF st-direction(scenario-idx) = "+" THEN
                    COMPUTE shocked-rate = loan-annual-rate + shock-move
                ELSE
                    IF shock-move >= loan-annual-rate THEN
                        MOVE 0 TO shocked-rate
                    ELSE
                        COMPUTE shocked-rate =
                                loan-annual-rate - shock-move
                    END-IF
                END-IF.
                PERFORM fetch-the-product.
                CALL "loancalc" USING loan-balance, shocked-rate,
                        amort-months, shocked-payment,
                        work-total-int, loan-day-count.
                ADD 1 TO loans-priced.
                ADD 1 TO banner-rec-count.
                COMPUTE payment-change = shocked-payment - loan-payment.
                ADD payment-change TO total-payment-change.
                MOVE 0 TO payment-change-pct.
                IF loan-payment > 0 THEN
                    COMPUTE payment-change-pct ROUNDED =
                            payment-change * 100 / loan-payment
                END-IF.
                MOVE SPACES TO line-flags.
                IF payment-change-pct > st-threshold(scenario-idx) THEN
                    ADD 1 TO loans-over-threshold
                    MOVE "RISE" TO line-flags(1:4)
                END-IF.
                IF shocked-rate > rate-ceiling THEN
                    ADD 1 TO loans-over-ceiling
                    MOVE "CEILING" TO line-flags(6:7)
                END-IF.
                MOVE loan-annual-rate TO walk-rate.
                MOVE loan-payment TO walk-payment.
                PERFORM walk-twelve-months.
                MOVE walk-interest TO base-interest.
                MOVE shocked-rate TO walk-rate.
                MOVE shocked-payment TO walk-payment.
                PERFORM walk-twelve-months.
                MOVE walk-interest TO shocked-interest.
                ADD base-interest TO total-base-interest.
                ADD shocked-interest TO total-shocked-interest.
                MOVE loan-annual-rate TO display-rate.
                MOVE shocked-rate TO display-rate-2.
                MOVE loan-payment TO display-amount.
                MOVE shocked-payment TO display-amount-2.
                MOVE payment-change TO display-signed.
                MOVE payment-change-pct TO display-pct.
                MOVE SPACES TO print-text.
                STRING "  " loan-number " " display-rate " "
                        display-rate-2 " " display-amount " "
                        display-amount-2 " " display-signed " "
                        display-pct " " line-flags
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the months reprice's recast spreads the balance over:
            *> the remaining term, unless the product says otherwise.
            fetch-the-product.
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

            *> the interest the next twelve rows (or what is left of
            *> the term) would earn at walk-rate and walk-payment -
            *> the same balance walk reprice regenerates the schedule
            *> with, interest-only rows included.
            walk-twelve-months.
                MOVE 0 TO walk-interest.
                MOVE loan-balance TO walk-balance.
                IF loan-accrues-act-365 THEN
                    COMPUTE monthly-rate = walk-rate * 30 / 36500
                ELSE
                    COMPUTE monthly-rate = walk-rate / 1200
                END-IF.
                PERFORM VARYING walk-month FROM 1 BY 1
                        UNTIL walk-month > 12
                            OR walk-month > remaining-term
                            OR walk-balance = 0
                    COMPUTE walk-row = loan-payments-made + walk-month
                    COMPUTE interest-amt ROUNDED =
                            walk-balance * monthly-rate
                    ADD interest-amt TO walk-interest
                    IF walk-payment > interest-amt THEN
                        COMPUTE principal-amt =
                                walk-payment - interest-amt
                    ELSE
                        MOVE 0 TO principal-amt
                    END-IF
                    IF principal-amt > walk-balance
                            OR walk-row = loan-term-months THEN
                        MOVE walk-balance TO principal-amt
                    END-IF
                    IF lo-interest-only
                            AND walk-row <= lo-io-months
                            AND walk-row < loan-term-months THEN
                        MOVE 0 TO principal-amt
                    END-IF
                    SUBTRACT principal-amt FROM walk-balance
                END-PERFORM.
                EXIT.

            print-scenario-totals.
                COMPUTE total-income-change =
                        total-shocked-interest - total-base-interest.
                MOVE loans-priced TO display-count.
                MOVE total-payment-change TO display-total-signed.
                MOVE SPACES TO print-text.
                STRING "  " display-count " loan(s) priced; monthly "
                        "payments change by " display-total-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE loans-over-threshold TO display-count.
                MOVE st-threshold(scenario-idx) TO display-pct.
                MOVE SPACES TO print-text.
                STRING "  " display-count " borrower payment(s) rise "
                        "more than " FUNCTION TRIM(display-pct) "%"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE total-base-interest TO display-total.
                MOVE SPACES TO print-text.
                STRING "  12-month interest income at today's rates "
                        display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE total-shocked-interest TO display-total.
                MOVE SPACES TO print-text.
                STRING "  12-month interest income shocked          "
                        display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE total-income-change TO display-total-signed.
                MOVE SPACES TO print-text.
                STRING "  change in 12-month interest income        "
                        display-total-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE loans-over-ceiling TO display-count.
                MOVE SPACES TO print-text.
                STRING "  " display-count " loan(s) shocked above the "
                        "rate ceiling (flagged CEILING)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "rateshock: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM rateshock.
