        *>    variable loan already matches the table and the job walks
        *>    through without touching a row. Fixed-rate loans are never
        *>    looked at twice.
        *>
        *>    every repriced loan gets a rate-change event on its
        *>    transaction history, loantxn.dat, through txnwrite.cob:
        *>    the new payment, the balance it was recast over and the
        *>    old and new rates.
        *>
        *>    the recast keeps the loan's product (loanopt.dat, see
        *>    loanadd.cob): interest-only rows still ahead stay
        *>    interest-only and the payment amortizes over the months
        *>    after them; a balloon loan's payment amortizes over what
        *>    is left of its longer amortization term, and its final
        *>    row still carries the balloon.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. reprice.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT holiday-file ASSIGN TO "holidays.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  option-file.
                    COPY LOANOPT.
                FD  holiday-file.
                    01 holiday-record.
                        02 holiday-date PIC 9(8).
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 holiday-file-status  PIC X(02) VALUE "00".
                01 option-file-status   PIC X(02) VALUE "00".
                01 options-open         PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 table-done       PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                *> the loan in hand being repriced.
                01 old-rate         PIC 9(3)V9999 VALUE ZEROS.
                01 remaining-term   PIC 999 VALUE ZEROS.
                *> the months the new payment amortizes over - the
                *> remaining term, unless the product says otherwise.
                01 amort-months     PIC 999 VALUE ZEROS.
                01 work-payment     PIC 9(9)V99 VALUE ZEROS.
                01 work-total-int   PIC 9(9)V99 VALUE ZEROS.
                01 reprice-principal PIC 9(9)V99 VALUE ZEROS.
                01 last-new-row     PIC 999 VALUE ZEROS.
                01 delete-row       PIC 9(4) VALUE ZEROS.
                01 loans-repriced   PIC 9(6) VALUE ZEROS.
                01 memo-old-rate    PIC ZZ9.9999.
                01 memo-new-rate    PIC ZZ9.9999.
                COPY LOANTXN.
                *> the same due-date machinery loanadd and loanrstr
                *> use.
                01 have-dates      PIC 9 VALUE ZERO.
            END-IF.
            OPEN I-O loan-master.
            OPEN I-O loan-schedule.
            OPEN INPUT option-file.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-open
            END-IF.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00" THEN
                DISPLAY "reprice: loan master/schedule not available"
                    PERFORM reprice-one-loan
                END-IF
            END-PERFORM.
            IF options-open = 1 THEN
                CLOSE option-file
            END-IF.
            CLOSE loan-schedule.
            CLOSE loan-master.
            DISPLAY "reprice: " loans-repriced
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-balance TO reprice-principal.
                PERFORM fetch-the-product.
                CALL "loancalc" USING reprice-principal,
                        rate-in-force, amort-months, work-payment,
                        work-total-int, loan-day-count.
                PERFORM drop-unpaid-rows.
                MOVE rate-in-force TO loan-annual-rate.
                REWRITE loan-record.
                PERFORM find-date-anchor.
                PERFORM regenerate-schedule.
                PERFORM record-the-reprice.
                ADD 1 TO loans-repriced.
                DISPLAY "reprice: loan " work-loan-number " "
                        old-rate " -> " rate-in-force
                        ", new payment " work-payment.
                EXIT.

            *> the product the loan was boarded with decides how many
            *> months the new payment spreads the balance over.
            fetch-the-product.
                MOVE remaining-term TO amort-months.
                MOVE SPACES TO loan-option-record.
                IF options-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO lo-loan-number.
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

            *> no money moves on a reprice - the event carries the new
            *> payment and the balance it was recast over.
            record-the-reprice.
                MOVE SPACES TO loan-txn-record.
                MOVE work-loan-number TO txn-loan-number.
                SET txn-is-reprice TO TRUE.
                MOVE work-payment TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "REPRICE" TO txn-program.
                MOVE old-rate TO memo-old-rate.
                MOVE rate-in-force TO memo-new-rate.
                STRING "RATE " memo-old-rate " TO " memo-new-rate
                        DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            drop-unpaid-rows.
                PERFORM VARYING delete-row
                        FROM 1 BY 1 UNTIL delete-row > 999
                            OR payment-num = last-new-row THEN
                        MOVE running-balance TO principal-amt
                    END-IF
                    IF lo-interest-only
                            AND payment-num <= lo-io-months
                            AND payment-num < last-new-row THEN
                        MOVE 0 TO principal-amt
                    END-IF
                    SUBTRACT principal-amt FROM running-balance
                    MOVE SPACES TO schedule-record
                    MOVE work-loan-number TO sched-loan-number
