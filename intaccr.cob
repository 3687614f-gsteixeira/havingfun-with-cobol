        *> **********************************************************************
        *> intaccr - nightly interest accrual. glfeed posts only cash:
        *> interest shows up in the ledger the day a payment carries it
        *> in, so the books never showed interest earned but not yet
        *> received and accounting keyed a manual accrual every month
        *> end. This job keeps that figure per loan on loanaccr.dat
        *> (ACCRREC) and hands the month's movement to glfeed:
        *>
        *>      accrue   every active loan earns loan-balance times the
        *>               daily rate for each calendar day since it was
        *>               last accrued - rate/360 on the 30/360 book,
        *>               rate/365 on an actual/365 note, the same
        *>               per-diem payoff.cob quotes from
        *>      reverse  the interest portion of every payment posted
        *>               under tonight's cycle comes back off the
        *>               accrued balance, read from the loan's own
        *>               transaction history (loantxn.dat) - a payment
        *>               or a row paid from held cash reverses, an NSF
        *>               backout puts the interest back; so does the
        *>               interest linebill.cob bills onto a revolving
        *>               line (LINT), which from then on is part of
        *>               the line's balance and income already booked
        *>               by glfeed - a line's own payments (LPAY)
        *>               reverse nothing, the interest they carry
        *>               having been billed
        *>      close    a loan that has paid off or been written off
        *>               has whatever is left accrued reversed and
        *>               stops accruing
        *>
        *>    a loan seen for the first time starts accruing from the
        *>    date payoff.cob has always accrued from - the last paid
        *>    row's due date, or the opening date before any payment -
        *>    so the running balance picks up where the quotes were.
        *>
        *>    the job is safe to rerun: a loan already accrued for the
        *>    cycle's business date is passed over.
        *>
        *>    on the month-end night (the next business day, weekends
        *>    and holidays.dat rolled past, lands in a new month - the
        *>    driver's own rule) every loan is accrued through the last
        *>    calendar day of the month rather than the business date,
        *>    and each loan's month-to-date accrual and reversal go to
        *>    accrgl.dat for glfeed's ACCRUE and ACCRREV entries:
        *>      ag-loan-number PIC 9(6)
        *>      ag-accrued     PIC 9(9)V99
        *>      ag-reversed    PIC 9(9)V99
        *>      ag-cycle-date  PIC X(8)
        *>    then the month-to-date figures start again from zero.
        *>
        *>    run order: after loanpost and suspapply, before glfeed.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. intaccr.
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
                    SELECT accrual-file ASSIGN TO "loanaccr.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS acr-loan-number
                        FILE STATUS IS accrual-file-status.
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT accrual-gl-file ASSIGN TO "accrgl.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS accrual-gl-status.
                    SELECT holiday-file ASSIGN TO "holidays.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS holiday-date
                        FILE STATUS IS holiday-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  accrual-file.
                    COPY ACCRREC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  accrual-gl-file.
                    01 accrual-gl-record.
                        02 ag-loan-number PIC 9(6).
                        02 ag-accrued     PIC 9(9)V99.
                        02 ag-reversed    PIC 9(9)V99.
                        02 ag-cycle-date  PIC X(8).
                FD  holiday-file.
                    01 holiday-record.
                        02 holiday-date PIC 9(8).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 schedule-open        PIC 9 VALUE ZERO.
                01 accrual-file-status  PIC X(02) VALUE "00".
                01 loan-txn-status      PIC X(02) VALUE "00".
                01 accrual-gl-status    PIC X(02) VALUE "00".
                01 holiday-file-status  PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 ledger-done      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the month-end decision, the driver's rule: the next
                *> business day after the cycle lands in a new month.
                01 next-day-integer PIC 9(9) VALUE ZEROS.
                01 next-day-date    PIC 9(8) VALUE ZEROS.
                01 month-start-date PIC 9(8) VALUE ZEROS.
                01 weekday-remainder PIC 9 VALUE ZERO.
                01 rolling-done     PIC 9 VALUE ZERO.
                01 candidate-is-holiday PIC 9 VALUE ZERO.
                01 month-end-night  PIC 9 VALUE ZERO.
                    88 tonight-closes-the-month VALUE 1.
                *> the last calendar day accrued tonight.
                01 accrue-to-date   PIC X(08) VALUE SPACES.
                01 accrue-to-num    PIC 9(8) VALUE ZEROS.
                01 accrue-to-integer PIC 9(9) VALUE ZEROS.
                *> the loan in hand.
                01 accrual-on-file  PIC 9 VALUE ZERO.
                    88 accrual-was-on-file VALUE 1.
                01 from-integer     PIC 9(9) VALUE ZEROS.
                01 accrual-days     PIC S9(9) VALUE ZEROS.
                01 daily-rate       PIC 9(3)V9(8) VALUE ZEROS.
                01 loan-accrual     PIC 9(9)V99 VALUE ZEROS.
                01 loan-reversal    PIC 9(9)V99 VALUE ZEROS.
                01 loan-restored    PIC 9(9)V99 VALUE ZEROS.
                01 residual-amount  PIC 9(9)V99 VALUE ZEROS.
                *> the run's tally.
                01 loans-accrued    PIC 9(6) VALUE ZEROS.
                01 loans-closed     PIC 9(6) VALUE ZEROS.
                01 loans-passed     PIC 9(6) VALUE ZEROS.
                01 month-end-rows   PIC 9(6) VALUE ZEROS.
                01 total-accrued    PIC 9(11)V99 VALUE ZEROS.
                01 total-reversed   PIC 9(11)V99 VALUE ZEROS.
                01 display-amount   PIC Z(10)9.99.
                01 banner-job-name  PIC X(20) VALUE "INTACCR".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O"
                    OR cycle-date-stamp NOT NUMERIC THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            PERFORM judge-the-month-end.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "intaccr: loanmast.dat not available "
                        "(status " loan-master-status ") - nothing "
                        "to accrue"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O accrual-file.
            IF accrual-file-status = "35" THEN
                OPEN OUTPUT accrual-file
                CLOSE accrual-file
                OPEN I-O accrual-file
            END-IF.
            IF accrual-file-status NOT = "00" THEN
                DISPLAY "intaccr: cannot open loanaccr.dat, status "
                        accrual-file-status
                CLOSE loan-master
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-schedule.
            IF loan-schedule-status = "00" THEN
                MOVE 1 TO schedule-open
            END-IF.
            OPEN INPUT loan-txn-file.
            IF tonight-closes-the-month THEN
                OPEN EXTEND accrual-gl-file
                IF accrual-gl-status = "35" THEN
                    OPEN OUTPUT accrual-gl-file
                END-IF
            END-IF.
            DISPLAY "intaccr: cycle " cycle-date-stamp
                    ", accruing through " accrue-to-date.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO banner-rec-count
                    PERFORM accrue-one-loan
                END-IF
            END-PERFORM.
            IF tonight-closes-the-month THEN
                CLOSE accrual-gl-file
            END-IF.
            IF loan-txn-status = "00" THEN
                CLOSE loan-txn-file
            END-IF.
            IF schedule-open = 1 THEN
                CLOSE loan-schedule
            END-IF.
            CLOSE accrual-file.
            CLOSE loan-master.
            MOVE total-accrued TO display-amount.
            DISPLAY "intaccr: " loans-accrued " loan(s) accrued "
                    FUNCTION TRIM(display-amount).
            MOVE total-reversed TO display-amount.
            DISPLAY "intaccr: " FUNCTION TRIM(display-amount)
                    " reversed against payments, " loans-closed
                    " closed loan(s) cleared, " loans-passed
                    " already accrued for the cycle".
            IF tonight-closes-the-month THEN
                DISPLAY "intaccr: month end - " month-end-rows
                        " loan(s) handed to glfeed on accrgl.dat"
            END-IF.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the driver's period-end rule, and from it how far
            *> tonight accrues: the business date on an ordinary
            *> night, the month's last calendar day on a month end -
            *> so a month ending on a Sunday is booked whole.
            judge-the-month-end.
                MOVE 0 TO month-end-night.
                MOVE cycle-date-stamp TO accrue-to-date.
                COMPUTE next-day-integer = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(cycle-date-stamp)) + 1.
                MOVE 0 TO rolling-done.
                PERFORM UNTIL rolling-done = 1
                    COMPUTE weekday-remainder =
                            FUNCTION MOD(next-day-integer, 7)
                    IF weekday-remainder = 0
                            OR weekday-remainder = 6 THEN
                        ADD 1 TO next-day-integer
                    ELSE
                        PERFORM check-holiday-calendar
                        IF candidate-is-holiday = 1 THEN
                            ADD 1 TO next-day-integer
                        ELSE
                            MOVE 1 TO rolling-done
                        END-IF
                    END-IF
                END-PERFORM.
                COMPUTE next-day-date =
                        FUNCTION DATE-OF-INTEGER(next-day-integer).
                IF next-day-date(1:6) NOT = cycle-date-stamp(1:6) THEN
                    MOVE 1 TO month-end-night
                    *> first of the cycle's month, forward one month,
                    *> back one day: the month's last calendar day.
                    COMPUTE month-start-date =
                            FUNCTION INTEGER(next-day-date / 100)
                            * 100 + 1
                    COMPUTE accrue-to-integer =
                            FUNCTION INTEGER-OF-DATE(month-start-date)
                            - 1
                    COMPUTE accrue-to-num =
                            FUNCTION DATE-OF-INTEGER(accrue-to-integer)
                    MOVE accrue-to-num TO accrue-to-date
                END-IF.
                MOVE FUNCTION NUMVAL(accrue-to-date) TO accrue-to-num.
                COMPUTE accrue-to-integer =
                        FUNCTION INTEGER-OF-DATE(accrue-to-num).
                EXIT.

            check-holiday-calendar.
                MOVE 0 TO candidate-is-holiday.
                MOVE FUNCTION DATE-OF-INTEGER(next-day-integer)
                        TO holiday-date.
                OPEN INPUT holiday-file.
                IF holiday-file-status = "35" THEN
                    CONTINUE
                ELSE
                    READ holiday-file
                        INVALID KEY MOVE 0 TO candidate-is-holiday
                        NOT INVALID KEY
                            MOVE 1 TO candidate-is-holiday
                    END-READ
                    CLOSE holiday-file
                END-IF.
                EXIT.

            *> one loan: find or start its accrual position, take
            *> tonight's payments off it, accrue the days since it was
            *> last brought forward, and write it back.
            accrue-one-loan.
                MOVE 0 TO loan-accrual.
                MOVE 0 TO loan-reversal.
                MOVE 0 TO loan-restored.
                MOVE loan-number TO acr-loan-number.
                MOVE 1 TO accrual-on-file.
                READ accrual-file
                    INVALID KEY MOVE 0 TO accrual-on-file
                END-READ.
                IF NOT accrual-was-on-file THEN
                    IF NOT loan-is-active THEN
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM start-the-position
                ELSE
                    IF acr-last-cycle >= cycle-date-stamp THEN
                        ADD 1 TO loans-passed
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM take-tonights-receipts
                END-IF.
                IF loan-is-active THEN
                    PERFORM accrue-the-days
                ELSE
                    PERFORM clear-the-residual
                END-IF.
                MOVE accrue-to-date TO acr-through-date.
                MOVE cycle-date-stamp TO acr-last-cycle.
                IF tonight-closes-the-month THEN
                    PERFORM hand-over-the-month
                END-IF.
                IF accrual-was-on-file THEN
                    REWRITE accrual-record
                ELSE
                    WRITE accrual-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                EXIT.

            *> a loan's first night: interest has been settled through
            *> the last paid row's due date, or runs from the opening
            *> date before any payment - the start payoff.cob used.
            start-the-position.
                MOVE SPACES TO accrual-record.
                MOVE loan-number TO acr-loan-number.
                MOVE 0 TO acr-accrued-balance.
                MOVE 0 TO acr-mtd-accrued.
                MOVE 0 TO acr-mtd-reversed.
                MOVE loan-opened TO acr-through-date.
                IF loan-payments-made > 0
                        AND schedule-open = 1 THEN
                    MOVE loan-number TO sched-loan-number
                    MOVE loan-payments-made TO sched-payment-num
                    READ loan-schedule
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF sched-due-date NOT = SPACES THEN
                                MOVE sched-due-date TO acr-through-date
                            END-IF
                    END-READ
                END-IF.
                EXIT.

            *> the interest the cycle's payments carried in comes off
            *> the accrued balance; a backed-out payment puts it back.
            take-tonights-receipts.
                IF loan-txn-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO txn-loan-number.
                MOVE 0 TO txn-seq.
                START loan-txn-file KEY >= txn-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO ledger-done.
                PERFORM UNTIL ledger-done = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO ledger-done
                    END-READ
                    IF ledger-done = 0
                            AND txn-loan-number NOT = loan-number THEN
                        MOVE 1 TO ledger-done
                    END-IF
                    IF ledger-done = 0
                            AND txn-cycle-date = cycle-date-stamp THEN
                        EVALUATE TRUE
                            WHEN txn-is-payment
                            WHEN txn-is-suspense
                            WHEN txn-is-line-interest
                                ADD txn-interest TO loan-reversal
                            WHEN txn-is-reversal
                                ADD txn-interest TO loan-restored
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                SUBTRACT loan-reversal FROM acr-accrued-balance.
                ADD loan-restored TO acr-accrued-balance.
                ADD loan-reversal TO acr-mtd-reversed.
                ADD loan-restored TO acr-mtd-accrued.
                ADD loan-reversal TO total-reversed.
                EXIT.

            *> balance times the per-diem times the days since the
            *> position was last brought forward.
            accrue-the-days.
                IF acr-through-date = SPACES
                        OR acr-through-date NOT NUMERIC THEN
                    MOVE accrue-to-date TO acr-through-date
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE from-integer = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(acr-through-date)).
                IF from-integer = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE accrual-days = accrue-to-integer - from-integer.
                IF accrual-days <= 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF loan-accrues-act-365 THEN
                    COMPUTE daily-rate = loan-annual-rate / 36500
                ELSE
                    COMPUTE daily-rate = loan-annual-rate / 36000
                END-IF.
                COMPUTE loan-accrual ROUNDED =
                        loan-balance * daily-rate * accrual-days.
                ADD loan-accrual TO acr-accrued-balance.
                ADD loan-accrual TO acr-mtd-accrued.
                ADD loan-accrual TO total-accrued.
                ADD 1 TO loans-accrued.
                EXIT.

            *> a paid-off or written-off loan earns nothing more; what
            *> it still carries is reversed, so the receivable clears.
            clear-the-residual.
                IF acr-accrued-balance = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF acr-accrued-balance > 0 THEN
                    MOVE acr-accrued-balance TO residual-amount
                    ADD residual-amount TO acr-mtd-reversed
                    ADD residual-amount TO total-reversed
                ELSE
                    COMPUTE residual-amount = 0 - acr-accrued-balance
                    ADD residual-amount TO acr-mtd-accrued
                    ADD residual-amount TO total-accrued
                END-IF.
                MOVE 0 TO acr-accrued-balance.
                ADD 1 TO loans-closed.
                MOVE residual-amount TO display-amount.
                DISPLAY "intaccr: loan " loan-number " [" loan-status
                        "] residual accrual "
                        FUNCTION TRIM(display-amount) " cleared".
                EXIT.

            *> the month's movement goes to glfeed, and the month-to-
            *> date figures start again.
            hand-over-the-month.
                IF acr-mtd-accrued = 0 AND acr-mtd-reversed = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO accrual-gl-record.
                MOVE acr-loan-number TO ag-loan-number.
                MOVE acr-mtd-accrued TO ag-accrued.
                MOVE acr-mtd-reversed TO ag-reversed.
                MOVE cycle-date-stamp TO ag-cycle-date.
                WRITE accrual-gl-record.
                ADD 1 TO month-end-rows.
                MOVE 0 TO acr-mtd-accrued.
                MOVE 0 TO acr-mtd-reversed.
                EXIT.

        END PROGRAM intaccr.
