        *> loansched.dat, both keyed so loanpost.cob can apply payments
        *> against the scheduled split.
        *>
        *>    usage: loanadd <application> <loan-number> [start-date]
        *>                   [rate-type] [day-count]
        *>                   [product] [product-months]
        *>      e.g. loanadd 000014 100001 20260901 V A
        *>           loanadd 000015 100002 20260901 F 3 B 360
        *>           loanadd 000016 100003 20260915 F 3 L
        *>
        *>    a loan is booked only against an application on
        *>    loanappl.dat (LOANAPPL - see applmnt.cob) that a
        *>    supervisor has approved: the borrower, principal, rate
        *>    and term are the application's, not retyped, and once the
        *>    loan is set up the application is marked booked with the
        *>    loan number and date, so it cannot be booked twice. An
        *>    application received, pending, declined, withdrawn or
        *>    already booked is refused.
        *>
        *>    rate-type is F (fixed, the default) or V (variable - the
        *>    loan reprices with the ratetab.dat table; see
        *>    interest a commercial borrower sees matches their note
        *>    instead of being adjusted by hand each quarter.
        *>
        *>    product is the repayment shape (LOANOPT lo-product-type):
        *>      F  fully amortizing, the default - product-months unused
        *>      I  interest-only for product-months rows, then the
        *>         balance amortizes over what is left of the term;
        *>         product-months must be at least 1 and short of the
        *>         term
        *>      B  balloon - the payment amortizes over product-months
        *>         (longer than the term, no longer than the term
        *>         limit) and the final row, at term-months, carries
        *>         every penny still owing
        *>      L  a revolving line of credit - the application's
        *>         principal is the credit limit; see below
        *>    loan-payment on the master is always the amortizing
        *>    payment; the interest-only rows carry their own smaller
        *>    amount on the schedule. A product other than F is written
        *>    to loanopt.dat, where payoff, stmtgen, loanaging, the
        *>    recasts and balloonrpt read it.
        *>
        *>    a line of credit (product L) is booked with nothing
        *>    drawn: loan-principal is the limit, loan-balance and
        *>    loan-payment zero, loan-term-months 999 and no schedule
        *>    rows - linebill.cob writes one due row a cycle as the
        *>    line bills. The line's own record goes on revline.dat
        *>    (REVLINE), open, billing on the start date's day of the
        *>    month (the booking date's when none is given; a day
        *>    past the 28th bills on the 28th). A line is fixed rate -
        *>    rate-type V is refused for one. Draws are taken through
        *>    linemnt.cob.
        *>
        *>    the payment amount comes from the shared loancalc routine -
        *>    the same formula amortize prints and the Python bindings
        *>    quote - and the due dates, when a start date is given, roll
        *>    active CUSTREC record on custmast.dat, and it is carried on
        *>    the master as loan-borrower-id - the alternate key the
        *>    statement, collections and inquiry work walk from a
        *>    customer to their loans by. A customer with a sanctions
        *>    hit pending or confirmed on the compliance queue
        *>    (sancrev.dat - see sancscrn.cob) is refused.
        *>    loanadd books the one borrower; co-borrowers, cosigners
        *>    and guarantors are added to the loan afterwards through
        *>    prtymnt.cob, on loanparty.dat.
        *>
        *>    underwriting limits come from limits.ctl, one line:
        *>      lim-max-principal PIC 9(9)V99
                    SELECT reject-file ASSIGN TO "loanrej.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS reject-file-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
                    SELECT application-file ASSIGN TO "loanappl.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS la-app-number
                        ALTERNATE RECORD KEY IS la-user-id
                            WITH DUPLICATES
                        FILE STATUS IS application-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                        02 rej-term        PIC 9(3).
                        02 rej-reason      PIC X(60).
                        02 rej-date        PIC X(8).
                FD  option-file.
                    COPY LOANOPT.
                FD  line-file.
                    COPY REVLINE.
                FD  application-file.
                    COPY LOANAPPL.
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 holiday-file-status  PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 cmd-line-args   PIC X(100) VALUE SPACES.
                01 arg-application PIC X(15) VALUE SPACES.
                01 arg-loan-number PIC X(15) VALUE SPACES.
                01 arg-start-date  PIC X(15) VALUE SPACES.
                01 arg-rate-type   PIC X(15) VALUE SPACES.
                01 arg-day-count   PIC X(15) VALUE SPACES.
                01 arg-product     PIC X(15) VALUE SPACES.
                01 arg-product-months PIC X(15) VALUE SPACES.
                01 work-day-count  PIC X(01) VALUE "3".
                *> the repayment shape - see the header.
                01 work-product    PIC X(01) VALUE "F".
                    88 product-is-amortizing   VALUE "F".
                    88 product-is-interest-only VALUE "I".
                    88 product-is-balloon      VALUE "B".
                    88 product-is-line         VALUE "L".
                01 product-months  PIC 999 VALUE ZEROS.
                01 line-file-status PIC X(02) VALUE "00".
                01 line-cycle-day  PIC 99 VALUE ZEROS.
                01 amort-term      PIC 999 VALUE ZEROS.
                01 option-file-status PIC X(02) VALUE "00".
                01 option-found    PIC 9 VALUE ZERO.
                    88 options-on-file VALUE 1.
                *> the approved application being booked - see
                *> applmnt.cob.
                01 application-file-status PIC X(02) VALUE "00".
                01 application-number PIC 9(6) VALUE ZEROS.
                01 application-good PIC 9 VALUE ZERO.
                    88 application-is-approved VALUE 1.
                01 new-loan-number PIC 9(6) VALUE ZEROS.
                01 new-borrower-id PIC 9(4) VALUE ZEROS.
                01 borrower-good   PIC 9 VALUE ZERO.
                    88 borrower-is-good VALUE 1.
                *> the sanctions block query - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "B".
                01 screen-name      PIC X(50) VALUE SPACES.
                01 screen-address   PIC X(60) VALUE SPACES.
                01 screen-source    PIC X(10) VALUE "LOANADD".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 sanctions-blocked VALUE "B".
                01 limits-control-status PIC X(02) VALUE "00".
                01 reject-file-status    PIC X(02) VALUE "00".
                *> the house defaults, standing until limits.ctl says
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            UNSTRING cmd-line-args DELIMITED BY SPACE
                INTO arg-application, arg-loan-number,
                     arg-start-date, arg-rate-type, arg-day-count,
                     arg-product, arg-product-months
            END-UNSTRING.
            IF arg-application = SPACES OR arg-loan-number = SPACES
                    OR FUNCTION TRIM(arg-application) NOT NUMERIC THEN
                DISPLAY "usage: loanadd <application> <loan-number> "
                        "[start-date]"
                DISPLAY "               [rate-type] [day-count] "
                        "[product F|I|B|L] [product-months]"
                MOVE 16 TO RETURN-CODE
                MOVE 16 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE FUNCTION NUMVAL(arg-application)
                    TO application-number.
            MOVE FUNCTION NUMVAL(arg-loan-number) TO new-loan-number.
            PERFORM read-the-application.
            IF NOT application-is-approved THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM verify-the-borrower.
            IF NOT borrower-is-good THEN
                MOVE 8 TO RETURN-CODE
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            IF arg-product NOT = SPACES THEN
                MOVE FUNCTION UPPER-CASE(arg-product(1:1))
                        TO work-product
            END-IF.
            IF arg-product-months NOT = SPACES
                    AND FUNCTION TRIM(arg-product-months) NUMERIC THEN
                MOVE FUNCTION NUMVAL(arg-product-months)
                        TO product-months
            END-IF.
            IF arg-start-date NOT = SPACES THEN
                MOVE 1 TO have-dates
                MOVE arg-start-date(1:4) TO due-year
            IF FUNCTION UPPER-CASE(arg-day-count(1:1)) = "A" THEN
                MOVE "A" TO work-day-count
            END-IF.
            *> the payment amortizes over the months that actually
            *> repay principal: the whole term, the term less the
            *> interest-only months, or the balloon's longer schedule.
            EVALUATE TRUE
                WHEN product-is-interest-only
                    COMPUTE amort-term = work-term - product-months
                WHEN product-is-balloon
                    MOVE product-months TO amort-term
                WHEN OTHER
                    MOVE work-term TO amort-term
            END-EVALUATE.
            IF product-is-line THEN
                MOVE 0 TO work-payment
                MOVE 0 TO work-total-int
            ELSE
                CALL "loancalc" USING work-principal, work-rate,
                        amort-term, work-payment, work-total-int,
                        work-day-count
            END-IF.
            PERFORM write-master-record.
            IF RETURN-CODE = 0 AND NOT product-is-line THEN
                PERFORM generate-schedule
            END-IF.
            IF RETURN-CODE = 0
                    AND NOT product-is-amortizing THEN
                PERFORM write-product-option
            END-IF.
            IF RETURN-CODE < 8 AND product-is-line THEN
                PERFORM write-the-line
            END-IF.
            CLOSE loan-master.
            CLOSE loan-schedule.
            IF RETURN-CODE < 8 THEN
                PERFORM mark-application-booked
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> no approval, no loan: the application must be on file
            *> and approved. Its borrower and terms are the loan's.
            read-the-application.
                MOVE 0 TO application-good.
                OPEN INPUT application-file.
                IF application-file-status NOT = "00" THEN
                    DISPLAY "loanadd: loanappl.dat not available "
                            "(status " application-file-status ") - "
                            "no approved application to book"
                    EXIT PARAGRAPH
                END-IF.
                MOVE application-number TO la-app-number.
                READ application-file
                    INVALID KEY
                        DISPLAY "loanadd: application "
                                application-number " is not on file"
                                " - loan refused"
                    NOT INVALID KEY
                        IF la-is-approved THEN
                            MOVE 1 TO application-good
                        ELSE
                            DISPLAY "loanadd: application "
                                    application-number " is status "
                                    la-status ", not approved - "
                                    "loan refused"
                        END-IF
                END-READ.
                CLOSE application-file.
                IF application-is-approved THEN
                    MOVE la-user-id TO new-borrower-id
                    MOVE la-principal TO work-principal
                    MOVE la-rate TO work-rate
                    MOVE la-term TO work-term
                END-IF.
                EXIT.

            *> the application closes as booked, naming the loan.
            mark-application-booked.
                OPEN I-O application-file.
                IF application-file-status NOT = "00" THEN
                    DISPLAY "loanadd: cannot reopen loanappl.dat, "
                            "status " application-file-status
                            " - application not marked booked"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE application-number TO la-app-number.
                READ application-file
                    INVALID KEY
                        CLOSE application-file
                        EXIT PARAGRAPH
                END-READ.
                SET la-is-booked TO TRUE.
                MOVE new-loan-number TO la-loan-number.
                MOVE FUNCTION CURRENT-DATE(1:8) TO la-booked-date.
                MOVE FUNCTION CURRENT-DATE(1:8) TO la-changed-date.
                MOVE "LOANADD" TO la-changed-by.
                REWRITE loan-application-record.
                CLOSE application-file.
                DISPLAY "loanadd: application " application-number
                        " booked as loan " new-loan-number.
                EXIT.

            *> no borrower, no loan: the applicant's user_id must be on
            *> the customer master and active. A paper folder is not a
            *> customer linkage.
            verify-the-borrower.
                MOVE 0 TO borrower-good.
                        END-IF
                END-READ.
                CLOSE customer-master.
                IF NOT borrower-is-good THEN
                    EXIT PARAGRAPH
                END-IF.
                CALL "sancscrn" USING screen-mode, new-borrower-id,
                        screen-name, screen-address, screen-source,
                        screen-score, screen-outcome.
                IF sanctions-blocked THEN
                    MOVE 0 TO borrower-good
                    DISPLAY "loanadd: user_id " new-borrower-id
                            " has a sanctions hit awaiting compliance "
                            "review - loan refused"
                END-IF.
                EXIT.

            *> the limits the business published, in the same
                        STRING "term above maximum " term-maximum
                            INTO refusal-reason
                        END-STRING
                    WHEN NOT product-is-amortizing
                            AND NOT product-is-interest-only
                            AND NOT product-is-balloon
                            AND NOT product-is-line
                        STRING "product " work-product
                                " is not F, I, B or L"
                            INTO refusal-reason
                        END-STRING
                    WHEN product-is-line
                            AND FUNCTION UPPER-CASE(arg-rate-type(1:1))
                                    = "V"
                        MOVE "a line of credit cannot be variable rate"
                                TO refusal-reason
                    WHEN product-is-interest-only
                            AND (product-months = 0
                                OR product-months >= work-term)
                        STRING "interest-only months must be 1 to "
                                "term less 1"
                            INTO refusal-reason
                        END-STRING
                    WHEN product-is-balloon
                            AND (product-months <= work-term
                                OR product-months > term-maximum)
                        STRING "balloon amortization must be over "
                                "the term, up to " term-maximum
                            INTO refusal-reason
                        END-STRING
                    WHEN OTHER
                        PERFORM count-borrower-open-loans
                        IF open-loan-count >= max-open-loans THEN
                MOVE work-term TO loan-term-months.
                MOVE work-payment TO loan-payment.
                MOVE work-principal TO loan-balance.
                *> a line is booked with the limit granted and
                *> nothing yet drawn.
                IF product-is-line THEN
                    MOVE 999 TO loan-term-months
                    MOVE 0 TO loan-balance
                END-IF.
                MOVE 0 TO loan-fees-due.
                MOVE 0 TO loan-payments-made.
                SET loan-is-active TO TRUE.
                    IF principal-amt > running-balance THEN
                        MOVE running-balance TO principal-amt
                    END-IF
                    *> an interest-only row repays nothing; a
                    *> balloon's final row repays everything.
                    IF product-is-interest-only
                            AND payment-num <= product-months THEN
                        MOVE 0 TO principal-amt
                    END-IF
                    IF product-is-balloon
                            AND payment-num = work-term THEN
                        MOVE running-balance TO principal-amt
                    END-IF
                    SUBTRACT principal-amt FROM running-balance
                    MOVE SPACES TO schedule-record
                    MOVE new-loan-number TO sched-loan-number
                END-PERFORM.
                DISPLAY "loanadd: " work-term " schedule row(s) "
                        "generated".
                IF product-is-balloon THEN
                    DISPLAY "loanadd: balloon principal " principal-amt
                            " due with payment " work-term
                END-IF.
                IF product-is-interest-only THEN
                    DISPLAY "loanadd: interest-only for "
                            product-months " payment(s), then "
                            work-payment
                END-IF.
                EXIT.

            *> the product on loanopt.dat; a servicing election made
            *> earlier under a reused loan number is kept.
            write-product-option.
                OPEN I-O option-file.
                IF option-file-status = "35" THEN
                    OPEN OUTPUT option-file
                    CLOSE option-file
                    OPEN I-O option-file
                END-IF.
                IF option-file-status NOT = "00" THEN
                    DISPLAY "loanadd: cannot open loanopt.dat, status "
                            option-file-status " - product not kept"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO option-found.
                MOVE new-loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY
                        MOVE 0 TO option-found
                        MOVE SPACES TO loan-option-record
                        MOVE new-loan-number TO lo-loan-number
                        MOVE "T" TO lo-curtail-election
                END-READ.
                MOVE work-product TO lo-product-type.
                MOVE 0 TO lo-io-months.
                MOVE 0 TO lo-amort-term.
                IF product-is-interest-only THEN
                    MOVE product-months TO lo-io-months
                END-IF.
                IF product-is-balloon THEN
                    MOVE amort-term TO lo-amort-term
                END-IF.
                MOVE "LOANADD" TO lo-updated-by.
                MOVE FUNCTION CURRENT-DATE(1:8) TO lo-updated.
                IF options-on-file THEN
                    REWRITE loan-option-record
                ELSE
                    WRITE loan-option-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                CLOSE option-file.
                EXIT.

            *> the line's revolving record: open, the limit, nothing
            *> accrued, billing on the start day.
            write-the-line.
                IF arg-start-date NOT = SPACES
                        AND arg-start-date(7:2) NUMERIC THEN
                    MOVE arg-start-date(7:2) TO line-cycle-day
                ELSE
                    MOVE FUNCTION CURRENT-DATE(7:2) TO line-cycle-day
                END-IF.
                IF line-cycle-day > 28 THEN
                    MOVE 28 TO line-cycle-day
                END-IF.
                IF line-cycle-day = 0 THEN
                    MOVE 1 TO line-cycle-day
                END-IF.
                OPEN I-O line-file.
                IF line-file-status = "35" THEN
                    OPEN OUTPUT line-file
                    CLOSE line-file
                    OPEN I-O line-file
                END-IF.
                IF line-file-status NOT = "00" THEN
                    DISPLAY "loanadd: cannot open revline.dat, status "
                            line-file-status " - line not set up"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO revolving-line-record.
                MOVE new-loan-number TO rl-loan-number.
                SET rl-is-open TO TRUE.
                MOVE work-principal TO rl-credit-limit.
                MOVE line-cycle-day TO rl-cycle-day.
                MOVE 0 TO rl-accrued-interest.
                MOVE FUNCTION CURRENT-DATE(1:8) TO rl-accrued-through.
                MOVE 0 TO rl-interest-unpaid.
                MOVE 0 TO rl-billed-balance.
                MOVE 0 TO rl-minimum-due.
                MOVE 0 TO rl-last-row.
                MOVE 0 TO rl-due-credit.
                MOVE FUNCTION CURRENT-DATE(1:8) TO rl-opened.
                MOVE FUNCTION CURRENT-DATE(1:8) TO rl-changed-date.
                MOVE "LOANADD" TO rl-changed-by.
                WRITE revolving-line-record
                    INVALID KEY
                        DISPLAY "loanadd: loan " new-loan-number
                                " is already on revline.dat"
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        DISPLAY "loanadd: line of credit "
                                new-loan-number " open, limit "
                                work-principal ", bills on day "
                                line-cycle-day
                END-WRITE.
                CLOSE line-file.
                EXIT.

            *> one month forward, anchored on the start day, clamped
