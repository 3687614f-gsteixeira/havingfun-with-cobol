        *>    rows continue the numbering after the last paid one, and
        *>    their due dates continue monthly from the last paid row's
        *>    due date (a schedule set up without dates stays dateless).
        *>
        *>    the restructure is also written to the loan's transaction
        *>    history, loantxn.dat, through txnwrite.cob - the new
        *>    payment, the balance it was recast over, the new terms.
        *>
        *>    the new rows amortize fully over the new remaining term,
        *>    so an interest-only or balloon loan (loanopt.dat, see
        *>    loanadd.cob) comes out of a restructure fully amortizing
        *>    - the way the desk refinances a balloon falling due. The
        *>    product on loanopt.dat is set back to F and the change
        *>    journaled with the terms.
        *>
        *>    a revolving line of credit (product L, see linemnt.cob)
        *>    has no schedule to recast - its due rows are written one
        *>    cycle at a time by linebill.cob - so it is refused, RC 8,
        *>    and maintained through linemnt instead.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanrstr.
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
                01 line-found       PIC 9 VALUE ZERO.
                    88 loan-is-a-line VALUE 1.
                01 cmd-line-args   PIC X(60) VALUE SPACES.
                01 arg-loan-number PIC X(15) VALUE SPACES.
                01 arg-rate        PIC X(15) VALUE SPACES.
                01 journal-key     PIC X(10) VALUE SPACES.
                01 journal-before  PIC X(60) VALUE SPACES.
                01 journal-after   PIC X(60) VALUE SPACES.
                01 memo-new-rate   PIC ZZ9.9999.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "LOANRSTR".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                        " is not active - nothing to restructure"
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF RETURN-CODE = 0 THEN
                PERFORM check-for-a-line
                IF loan-is-a-line THEN
                    DISPLAY "loanrstr: loan " work-loan-number
                            " is a line of credit - maintain it "
                            "through linemnt"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
            IF RETURN-CODE = 0 THEN
                PERFORM resolve-new-terms
                PERFORM journal-the-terms
                PERFORM rewrite-the-master
                PERFORM find-date-anchor
                PERFORM regenerate-schedule
                PERFORM record-the-restructure
                PERFORM settle-the-product
            END-IF.
            CLOSE loan-schedule.
            CLOSE loan-master.
                        journal-before, journal-after.
                EXIT.

            *> the terms change on the loan's ledger; no money moves,
            *> so the event carries the new payment.
            record-the-restructure.
                MOVE SPACES TO loan-txn-record.
                MOVE work-loan-number TO txn-loan-number.
                SET txn-is-restructure TO TRUE.
                MOVE work-payment TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE journal-program TO txn-program.
                MOVE new-rate TO memo-new-rate.
                STRING "RATE " memo-new-rate " OVER "
                        remaining-term " MONTHS"
                        DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            *> a line of credit is product L on loanopt.dat.
            check-for-a-line.
                MOVE 0 TO line-found.
                OPEN INPUT option-file.
                IF option-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF lo-line-of-credit THEN
                            MOVE 1 TO line-found
                        END-IF
                END-READ.
                CLOSE option-file.
                EXIT.

            *> an interest-only or balloon loan is fully amortizing now;
            *> a loan with no product on file already was.
            settle-the-product.
                OPEN I-O option-file.
                IF option-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY
                        CLOSE option-file
                        EXIT PARAGRAPH
                END-READ.
                IF NOT lo-interest-only AND NOT lo-balloon THEN
                    CLOSE option-file
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING "PRODUCT " lo-product-type " IO " lo-io-months
                        " AMORT " lo-amort-term
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                MOVE "F" TO lo-product-type.
                MOVE 0 TO lo-io-months.
                MOVE 0 TO lo-amort-term.
                MOVE journal-program TO lo-updated-by.
                MOVE FUNCTION CURRENT-DATE(1:8) TO lo-updated.
                REWRITE loan-option-record.
                CLOSE option-file.
                MOVE "PRODUCT F" TO journal-after.
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                DISPLAY "loanrstr: loan " work-loan-number
                        " is now fully amortizing".
                EXIT.

            *> every row past the last paid one goes - including rows
            *> past the old term when the loan is being shortened, so
            *> no orphan schedule rows survive the restructure.
