        *> **********************************************************************
        *> linemnt - draws on and maintenance of revolving lines of
        *> credit. loanadd.cob books a line against an approved
        *> application with nothing drawn (product L - see REVLINE.CPY);
        *> the money goes out and the line is looked after here:
        *>
        *>    linemnt draw <loan> <amount>
        *>        advance money on the line. The draw must fit the
        *>        available credit - the limit less what is owed - and
        *>        the line must be open; a draw above the available
        *>        credit is refused outright, never part-paid, and a
        *>        borrower with a sanctions hit pending or confirmed
        *>        (sancscrn.cob) draws nothing. The interest on the
        *>        balance as it stood is accrued up to the business
        *>        date first (lineacr.cob), the balance grows by the
        *>        draw, and the draw goes on the loan's transaction
        *>        history as a DRAW event
        *>    linemnt limit <loan> <amount>
        *>        a new credit limit; one under what is owed leaves
        *>        the line over limit, taking no draws until it is
        *>        paid back under
        *>    linemnt freeze <loan>
        *>    linemnt unfreeze <loan>
        *>        stop, or allow again, draws on an open line;
        *>        payments and billing carry on either way
        *>    linemnt close <loan>
        *>        close a line with nothing owed - no balance, no
        *>        fees, no interest billed or accrued; the loan is
        *>        marked paid off
        *>    linemnt show <loan>
        *>
        *>    a draw takes a maintenance sign-on (opersec.cob); a
        *>    limit, freeze, unfreeze or close is a supervisor's.
        *>    Every change stamps the operator and business date on
        *>    the line and is journaled through jrnwrite. show stays
        *>    open.
        *>
        *>    RETURN-CODE: 0 done, 4 nothing to change, 8 refused,
        *>    16 usage.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. linemnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
        DATA DIVISION.
            FILE SECTION.
                FD  line-file.
                    COPY REVLINE.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 line-file-status   PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 cmd-line-args    PIC X(120) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-loan-number  PIC X(15) VALUE SPACES.
                01 arg-amount       PIC X(20) VALUE SPACES.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 work-amount      PIC 9(9)V99 VALUE ZEROS.
                01 available-credit PIC 9(9)V99 VALUE ZEROS.
                01 billed-accrual   PIC 9(9)V99 VALUE ZEROS.
                01 status-text      PIC X(30) VALUE SPACES.
                01 display-amount   PIC Z(8)9.99.
                01 display-limit    PIC Z(8)9.99.
                01 display-balance  PIC Z(8)9.99.
                01 display-available PIC Z(8)9.99.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. A draw is
                *> maintenance work; the line's terms are a
                *> supervisor's.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain  VALUE "M" "S".
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the sanctions block query - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "B".
                01 screen-name      PIC X(50) VALUE SPACES.
                01 screen-address   PIC X(60) VALUE SPACES.
                01 screen-source    PIC X(10) VALUE "LINEMNT".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 sanctions-blocked VALUE "B".
                01 journal-program  PIC X(10) VALUE "LINEMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the draw handed to txnwrite for the loan's
                *> transaction history.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "LINEMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            UNSTRING cmd-line-args DELIMITED BY ALL SPACE
                    INTO cmd-verb, arg-loan-number, arg-amount
            END-UNSTRING.
            IF arg-loan-number = SPACES
                    OR FUNCTION TRIM(arg-loan-number) NOT NUMERIC THEN
                PERFORM show-usage
                MOVE 16 TO RETURN-CODE
                MOVE 16 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE FUNCTION NUMVAL(arg-loan-number) TO work-loan-number.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN I-O line-file.
            IF line-file-status NOT = "00" THEN
                DISPLAY "linemnt: revline.dat not available, status "
                        line-file-status " - no lines of credit"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "linemnt: loanmast.dat not available, status "
                        loan-master-status
                CLOSE line-file
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "show"     PERFORM show-the-line
                WHEN "draw"     PERFORM guard-then-change
                WHEN "limit"    PERFORM guard-then-change
                WHEN "freeze"   PERFORM guard-then-change
                WHEN "unfreeze" PERFORM guard-then-change
                WHEN "close"    PERFORM guard-then-change
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            CLOSE loan-master.
            CLOSE line-file.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: linemnt draw <loan> <amount>".
                DISPLAY "       linemnt limit <loan> <amount>".
                DISPLAY "       linemnt freeze|unfreeze|close <loan>".
                DISPLAY "       linemnt show <loan>".
                EXIT.

            *> the sign-on, the line and its loan, then the change
            *> itself; each change paragraph leaves RETURN-CODE
            *> nonzero when it refuses, and nothing is rewritten.
            guard-then-change.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on OR NOT role-can-maintain THEN
                    DISPLAY "linemnt: maintenance role required - "
                            "change refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                        NOT = "draw"
                        AND NOT role-is-supervisor THEN
                    DISPLAY "linemnt: supervisor role required - "
                            "change refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-line.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> every change starts from the interest owed up to
                *> today on the balance as it stood.
                CALL "lineacr" USING revolving-line-record,
                        loan-balance, loan-annual-rate,
                        loan-day-count, cycle-date-stamp.
                PERFORM describe-into-before.
                EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                    WHEN "draw"     PERFORM take-the-draw
                    WHEN "limit"    PERFORM change-the-limit
                    WHEN "freeze"   PERFORM freeze-the-line
                    WHEN "unfreeze" PERFORM unfreeze-the-line
                    WHEN "close"    PERFORM close-the-line
                END-EVALUATE.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE cycle-date-stamp TO rl-changed-date.
                MOVE signed-operator TO rl-changed-by.
                REWRITE revolving-line-record.
                REWRITE loan-record.
                MOVE SPACES TO journal-after.
                STRING "ST " rl-status " LIM " rl-credit-limit
                        " BAL " loan-balance
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE work-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE 1 TO banner-rec-count.
                PERFORM describe-the-status.
                PERFORM work-out-available.
                MOVE available-credit TO display-available.
                DISPLAY "linemnt: line " work-loan-number " "
                        FUNCTION TRIM(status-text) ", available "
                        FUNCTION TRIM(display-available).
                EXIT.

            describe-into-before.
                MOVE SPACES TO journal-before.
                STRING "ST " rl-status " LIM " rl-credit-limit
                        " BAL " loan-balance
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                EXIT.

            *> the whole draw or none of it: a draw the available
            *> credit does not cover is refused, and so is any draw
            *> for a borrower held for sanctions review.
            take-the-draw.
                PERFORM take-the-amount.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF NOT rl-is-open THEN
                    PERFORM describe-the-status
                    DISPLAY "linemnt: line " work-loan-number " is "
                            FUNCTION TRIM(status-text)
                            " - draw refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                CALL "sancscrn" USING screen-mode, loan-borrower-id,
                        screen-name, screen-address, screen-source,
                        screen-score, screen-outcome.
                IF sanctions-blocked THEN
                    DISPLAY "linemnt: user_id " loan-borrower-id
                            " has a sanctions hit awaiting compliance "
                            "review - draw refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM work-out-available.
                IF work-amount > available-credit THEN
                    MOVE work-amount TO display-amount
                    MOVE available-credit TO display-available
                    DISPLAY "linemnt: draw of "
                            FUNCTION TRIM(display-amount)
                            " on line " work-loan-number
                            " refused - available credit "
                            FUNCTION TRIM(display-available)
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                ADD work-amount TO loan-balance.
                MOVE SPACES TO loan-txn-record.
                MOVE work-loan-number TO txn-loan-number.
                SET txn-is-line-draw TO TRUE.
                MOVE work-amount TO txn-amount.
                MOVE work-amount TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE journal-program TO txn-program.
                MOVE "DRAW ON LINE OF CREDIT" TO txn-memo.
                CALL "txnwrite" USING loan-txn-record.
                MOVE work-amount TO display-amount.
                DISPLAY "linemnt: draw of "
                        FUNCTION TRIM(display-amount)
                        " advanced on line " work-loan-number.
                EXIT.

            change-the-limit.
                PERFORM take-the-amount.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF rl-is-closed THEN
                    DISPLAY "linemnt: line " work-loan-number
                            " is closed - limit not changed"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF work-amount = rl-credit-limit THEN
                    DISPLAY "linemnt: line " work-loan-number
                            " already has that limit"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-amount TO rl-credit-limit.
                IF loan-balance > rl-credit-limit THEN
                    DISPLAY "linemnt: line " work-loan-number
                            " is now over its limit - no draws "
                            "until it is paid under"
                END-IF.
                EXIT.

            freeze-the-line.
                IF NOT rl-is-open THEN
                    DISPLAY "linemnt: line " work-loan-number
                            " is not open"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                SET rl-is-frozen TO TRUE.
                EXIT.

            unfreeze-the-line.
                IF NOT rl-is-frozen THEN
                    DISPLAY "linemnt: line " work-loan-number
                            " is not frozen"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                SET rl-is-open TO TRUE.
                EXIT.

            *> only a line that owes nothing at all closes; the
            *> interest accrued since the last bill counts, to the
            *> cent it would bill at.
            close-the-line.
                IF rl-is-closed THEN
                    DISPLAY "linemnt: line " work-loan-number
                            " is already closed"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE billed-accrual ROUNDED = rl-accrued-interest.
                IF loan-balance > 0 OR loan-fees-due > 0
                        OR rl-interest-unpaid > 0
                        OR billed-accrual > 0 THEN
                    MOVE loan-balance TO display-balance
                    DISPLAY "linemnt: line " work-loan-number
                            " still owes - balance "
                            FUNCTION TRIM(display-balance)
                            " plus fees and interest - not closed"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                SET rl-is-closed TO TRUE.
                MOVE 0 TO rl-accrued-interest.
                MOVE 0 TO loan-payment.
                SET loan-is-paid-off TO TRUE.
                EXIT.

            take-the-amount.
                IF arg-amount = SPACES
                        OR FUNCTION TEST-NUMVAL(arg-amount) NOT = 0
                        THEN
                    DISPLAY "linemnt: an amount is required, e.g. "
                            "2500.00"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-amount) TO work-amount.
                IF work-amount = 0 THEN
                    DISPLAY "linemnt: the amount must be above zero"
                    MOVE 16 TO RETURN-CODE
                END-IF.
                EXIT.

            *> the limit less what is owed, never below zero.
            work-out-available.
                IF loan-balance >= rl-credit-limit THEN
                    MOVE 0 TO available-credit
                ELSE
                    COMPUTE available-credit =
                            rl-credit-limit - loan-balance
                END-IF.
                EXIT.

            *> the line and the loan it belongs to, both held for
            *> update.
            read-the-line.
                MOVE work-loan-number TO rl-loan-number.
                READ line-file
                    INVALID KEY
                        DISPLAY "linemnt: loan " work-loan-number
                                " is not a line of credit"
                        MOVE 8 TO RETURN-CODE
                        EXIT PARAGRAPH
                END-READ.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "linemnt: loan " work-loan-number
                                " is not on the master"
                        MOVE 8 TO RETURN-CODE
                        EXIT PARAGRAPH
                END-READ.
                IF NOT loan-is-active AND NOT rl-is-closed THEN
                    DISPLAY "linemnt: loan " work-loan-number
                            " is not active - status " loan-status
                    MOVE 8 TO RETURN-CODE
                END-IF.
                EXIT.

            describe-the-status.
                EVALUATE TRUE
                    WHEN rl-is-open
                        MOVE "OPEN" TO status-text
                    WHEN rl-is-frozen
                        MOVE "FROZEN - NO DRAWS" TO status-text
                    WHEN rl-is-closed
                        MOVE "CLOSED" TO status-text
                    WHEN OTHER
                        MOVE "STATUS UNKNOWN" TO status-text
                END-EVALUATE.
                EXIT.

            show-the-line.
                PERFORM read-the-line.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-the-status.
                PERFORM work-out-available.
                MOVE rl-credit-limit TO display-limit.
                MOVE loan-balance TO display-balance.
                MOVE available-credit TO display-available.
                DISPLAY "linemnt: line " rl-loan-number " "
                        FUNCTION TRIM(status-text)
                        ", borrower " loan-borrower-id.
                DISPLAY "         limit      "
                        FUNCTION TRIM(display-limit).
                DISPLAY "         balance    "
                        FUNCTION TRIM(display-balance).
                DISPLAY "         available  "
                        FUNCTION TRIM(display-available).
                MOVE loan-fees-due TO display-amount.
                DISPLAY "         fees owing "
                        FUNCTION TRIM(display-amount).
                COMPUTE display-amount ROUNDED = rl-accrued-interest.
                DISPLAY "         accrued    "
                        FUNCTION TRIM(display-amount)
                        " through " rl-accrued-through.
                DISPLAY "         rate       " loan-annual-rate
                        " day-count " loan-day-count
                        ", bills on day " rl-cycle-day.
                IF rl-last-billed NOT = SPACES THEN
                    MOVE rl-minimum-due TO display-amount
                    DISPLAY "         last bill  " rl-last-billed
                            " minimum "
                            FUNCTION TRIM(display-amount)
                END-IF.
                DISPLAY "         changed    " rl-changed-date " by "
                        FUNCTION TRIM(rl-changed-by).
                EXIT.

        END PROGRAM linemnt.
