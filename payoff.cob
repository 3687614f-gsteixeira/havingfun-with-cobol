        *>    the as-of date defaults to the cycle's business date, and
        *>    the quote is printed to payoff.qte with a reference from
        *>    the PAYOFF number series, so the figure the customer is
        *>    handed can be cited later, and logged on payoffq.dat
        *>    (PAYOFFQ) - when and for whom - for the red-flag
        *>    monitoring in redflag.cob.
        *>
        *>    interest accrues on the day-count convention the loan was
        *>    written on (LOANREC's loan-day-count): balance * rate/360
        *>    per day for the 30/360 consumer book, balance * rate/365
        *>    per day for an actual/365 commercial note.
        *>
        *>    where intaccr.cob's nightly accrual carries the loan on
        *>    loanaccr.dat, the quote starts from what the books carry
        *>    - the accrued balance through acr-through-date - and
        *>    moves it to the as-of date at the same per-diem, so the
        *>    figure handed across the counter is the figure in the
        *>    ledger. A loan the accrual has not reached yet is quoted
        *>    the original way, from the last paid row's due date.
        *>
        *>    a balloon loan (lo-product-type B on loanopt.dat, see
        *>    loanadd.cob) owes most of its principal on one final row;
        *>    the printed quote shows that row's date and amount beside
        *>    the payoff, and flags a balloon already past due, so the
        *>    branch quoting a refinance sees what the borrower would
        *>    otherwise face. The figures returned to a caller are the
        *>    same for every product.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. payoff.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT accrual-file ASSIGN TO "loanaccr.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS acr-loan-number
                        FILE STATUS IS accrual-file-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT quote-log ASSIGN TO "payoffq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS quote-log-status.
                    SELECT quote-file ASSIGN TO "payoff.qte"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS quote-file-status.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  accrual-file.
                    COPY ACCRREC.
                FD  option-file.
                    COPY LOANOPT.
                FD  quote-log.
                    COPY PAYOFFQ.
                FD  quote-file.
                    01 quote-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 quote-file-status    PIC X(02) VALUE "00".
                01 quote-log-status     PIC X(02) VALUE "00".
                01 accrual-file-status  PIC X(02) VALUE "00".
                01 option-file-status   PIC X(02) VALUE "00".
                *> the final row of a balloon loan, when it is one.
                01 balloon-found    PIC 9 VALUE ZERO.
                    88 loan-has-balloon VALUE 1.
                01 balloon-due-date PIC X(8) VALUE SPACES.
                01 balloon-amount   PIC 9(9)V99 VALUE ZEROS.
                01 cmd-line-args   PIC X(40) VALUE SPACES.
                01 arg-loan-number PIC X(15) VALUE SPACES.
                01 arg-as-of       PIC X(15) VALUE SPACES.
                01 work-interest    PIC 9(9)V99 VALUE ZEROS.
                01 work-fees        PIC 9(9)V99 VALUE ZEROS.
                01 work-total       PIC 9(9)V99 VALUE ZEROS.
                01 work-borrower-id PIC 9(4) VALUE ZEROS.
                01 work-outcome     PIC 9 VALUE ZERO.
                    88 quote-was-made VALUE 1.
                01 accrual-from     PIC X(8) VALUE SPACES.
                01 as-of-integer    PIC 9(9) VALUE ZEROS.
                01 accrual-days     PIC S9(9) VALUE ZEROS.
                01 daily-rate       PIC 9(3)V9(8) VALUE ZEROS.
                01 accrual-booked   PIC 9 VALUE ZERO.
                    88 accrual-was-booked VALUE 1.
                01 booked-interest  PIC S9(9)V99 VALUE ZEROS.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                CALL "refnum" USING reference-series,
                        reference-number, reference-value.
                PERFORM print-the-quote.
                PERFORM log-the-quote.
                MOVE 1 TO banner-rec-count.
                MOVE 0 TO RETURN-CODE.
                MOVE 0 TO banner-retcode.
                END-IF.
                MOVE loan-balance TO work-principal.
                MOVE loan-fees-due TO work-fees.
                MOVE loan-borrower-id TO work-borrower-id.
                PERFORM find-the-balloon.
                PERFORM read-booked-accrual.
                IF accrual-was-booked THEN
                    PERFORM carry-the-booked-accrual
                ELSE
                    PERFORM find-accrual-start
                    PERFORM accrue-the-interest
                END-IF.
                COMPUTE work-total =
                        work-principal + work-interest + work-fees.
                MOVE 1 TO work-outcome.
                CLOSE loan-master.
                EXIT.

            *> a balloon loan's last row - the amount the borrower owes
            *> at maturity if nothing else changes.
            find-the-balloon.
                MOVE 0 TO balloon-found.
                MOVE SPACES TO balloon-due-date.
                MOVE 0 TO balloon-amount.
                OPEN INPUT option-file.
                IF option-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY MOVE SPACES TO lo-product-type
                END-READ.
                CLOSE option-file.
                IF NOT lo-balloon THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-schedule.
                IF loan-schedule-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO sched-loan-number.
                MOVE loan-term-months TO sched-payment-num.
                READ loan-schedule
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF NOT sched-row-is-paid THEN
                            MOVE 1 TO balloon-found
                            MOVE sched-due-date TO balloon-due-date
                            COMPUTE balloon-amount =
                                    sched-principal-amt
                                    + sched-interest-amt
                        END-IF
                END-READ.
                CLOSE loan-schedule.
                EXIT.

            *> interest has been settled through the last paid row's
            *> due date; before any payment it runs from the opening
            *> date. The master record is still in hand here.
                        work-principal * daily-rate * accrual-days.
                EXIT.

            *> the loan's position on the nightly accrual, if it has
            *> one - the master record stays in hand.
            read-booked-accrual.
                MOVE 0 TO accrual-booked.
                OPEN INPUT accrual-file.
                IF accrual-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO acr-loan-number.
                READ accrual-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF acr-through-date NUMERIC THEN
                            MOVE 1 TO accrual-booked
                        END-IF
                END-READ.
                CLOSE accrual-file.
                EXIT.

            *> the booked accrual moved from its through-date to the
            *> as-of date at the per-diem - forward for a quote ahead
            *> of the books, back for one dated behind them.
            carry-the-booked-accrual.
                MOVE acr-accrued-balance TO booked-interest.
                IF work-as-of-date NUMERIC THEN
                    COMPUTE from-integer = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(acr-through-date))
                    COMPUTE as-of-integer = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(work-as-of-date))
                    IF from-integer > 0 AND as-of-integer > 0 THEN
                        COMPUTE accrual-days =
                                as-of-integer - from-integer
                        IF loan-accrues-act-365 THEN
                            COMPUTE daily-rate =
                                    loan-annual-rate / 36500
                        ELSE
                            COMPUTE daily-rate =
                                    loan-annual-rate / 36000
                        END-IF
                        COMPUTE booked-interest ROUNDED =
                                booked-interest + work-principal
                                * daily-rate * accrual-days
                    END-IF
                END-IF.
                IF booked-interest < 0 THEN
                    MOVE 0 TO work-interest
                ELSE
                    MOVE booked-interest TO work-interest
                END-IF.
                EXIT.

            print-the-quote.
                OPEN EXTEND quote-file.
                IF quote-file-status = "35" THEN
                    INTO print-text
                END-STRING.
                PERFORM print-quote-line.
                IF loan-has-balloon THEN
                    MOVE balloon-amount TO display-amount
                    MOVE SPACES TO print-text
                    STRING "  BALLOON PAYMENT     : " DELIMITED BY SIZE
                            display-amount DELIMITED BY SIZE
                            " DUE " DELIMITED BY SIZE
                            balloon-due-date DELIMITED BY SIZE
                        INTO print-text
                    END-STRING
                    PERFORM print-quote-line
                    IF balloon-due-date NOT = SPACES
                            AND balloon-due-date < work-as-of-date THEN
                        MOVE SPACES TO print-text
                        STRING "  ** BALLOON PAST DUE - "
                                "REFINANCE OR PAY IN FULL"
                                DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-quote-line
                    END-IF
                END-IF.
                MOVE ALL "-" TO print-text.
                PERFORM print-quote-line.
                CLOSE quote-file.
                EXIT.

            log-the-quote.
                OPEN EXTEND quote-log.
                IF quote-log-status = "35" THEN
                    OPEN OUTPUT quote-log
                END-IF.
                MOVE SPACES TO payoff-quote-record.
                MOVE FUNCTION CURRENT-DATE(1:14) TO pq-quoted-at.
                MOVE work-loan-number TO pq-loan-number.
                MOVE work-borrower-id TO pq-borrower-id.
                MOVE reference-value TO pq-reference.
                MOVE work-as-of-date TO pq-good-through.
                MOVE work-total TO pq-total.
                DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
                ACCEPT pq-operator FROM ENVIRONMENT-VALUE.
                WRITE payoff-quote-record.
                CLOSE quote-log.
                EXIT.

            print-quote-line.
                DISPLAY FUNCTION TRIM(print-text).
                MOVE print-text TO quote-line.
