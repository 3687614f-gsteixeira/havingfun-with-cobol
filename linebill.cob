        *> **********************************************************************
        *> linebill - the nightly billing run over the revolving lines
        *> of credit on revline.dat (see REVLINE.CPY). A line has no
        *> amortized schedule for loanaging and latefee to age; this
        *> job gives it one, a cycle at a time. Every open or frozen
        *> line on an active loan has its daily-balance interest
        *> accrued up to the business date (lineacr.cob, on the loan's
        *> own day-count convention), and on the first run on or
        *> after the line's cycle day each month - a missed night
        *> still bills the next - the line is billed:
        *>
        *>    - the interest accrued since the last bill, to the cent,
        *>      goes onto the balance and is owed ahead of the drawn
        *>      principal; the fraction of a cent stays accrued. It is
        *>      written to the loan's transaction history as a LINT
        *>      event (txnwrite.cob), which is how glfeed books it
        *>    - the minimum payment is worked out by the rule in
        *>      linerule.ctl: the greater of the percent of the
        *>      balance, the interest just billed and the floor, never
        *>      more than the balance, plus any fees owed; then cut so
        *>      the line's unpaid due rows never ask for more than it
        *>      owes altogether
        *>    - the minimum is written to loansched.dat as the line's
        *>      next due row - the amount in sched-principal-amt, due
        *>      the due-days after the bill - which loanaging ages and
        *>      latefee charges like any installment, and loanpost
        *>      marks paid as payments reach it
        *>
        *>    a line is first billed in the month after it opens.
        *>    A line owing nothing is billed at no minimum and gets no
        *>    due row.
        *>
        *>    linerule.ctl, one line, in the purge.ctl/retry.ctl
        *>    control file style:
        *>      lr-min-percent  PIC 9(2)V99  percent of the balance
        *>      lr-min-floor    PIC 9(5)V99  the smallest minimum
        *>      lr-due-days     PIC 9(3)    days from bill to due
        *>    a missing file falls back to 2.00 percent, 25.00 floor,
        *>    due 25 days after the bill.
        *>
        *>    run after loanpost, so the night's payments meet the
        *>    balance before it bills, and ahead of intaccr, which
        *>    reverses the interest billed out of its accrual, and
        *>    of cashproof, loanaging, latefee, glfeed and stmtgen,
        *>    which all read what it writes.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. linebill.
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
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT rule-control-file ASSIGN TO "linerule.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rule-control-status.
        DATA DIVISION.
            FILE SECTION.
                FD  line-file.
                    COPY REVLINE.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  rule-control-file.
                    01 rule-control-record.
                        02 lr-min-percent  PIC 9(2)V99.
                        02 lr-min-floor    PIC 9(5)V99.
                        02 lr-due-days     PIC 9(3).
            WORKING-STORAGE SECTION.
                01 line-file-status     PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 rule-control-status  PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                *> the rule as published stands in when no control
                *> file is on this environment.
                01 min-percent      PIC 9(2)V99 VALUE 2.00.
                01 min-floor        PIC 9(5)V99 VALUE 25.00.
                01 due-days         PIC 9(3) VALUE 25.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 cycle-day-date   PIC X(08) VALUE SPACES.
                01 due-date-num     PIC 9(8) VALUE ZEROS.
                01 due-date-integer PIC 9(9) VALUE ZEROS.
                01 billed-interest  PIC 9(9)V99 VALUE ZEROS.
                01 minimum-due      PIC 9(9)V99 VALUE ZEROS.
                01 total-owed       PIC 9(9)V99 VALUE ZEROS.
                01 rows-owing       PIC 9(9)V99 VALUE ZEROS.
                01 row-number       PIC 999 VALUE ZEROS.
                01 loan-on-master   PIC 9 VALUE ZERO.
                    88 loan-was-on-master VALUE 1.
                01 lines-read       PIC 9(6) VALUE ZEROS.
                01 lines-billed     PIC 9(6) VALUE ZEROS.
                01 rows-written     PIC 9(6) VALUE ZEROS.
                01 interest-total   PIC 9(9)V99 VALUE ZEROS.
                01 minimum-total    PIC 9(9)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-minimum  PIC Z(8)9.99.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "LINEBILL".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            PERFORM load-line-rule.
            OPEN I-O line-file.
            IF line-file-status NOT = "00" THEN
                DISPLAY "linebill: revline.dat not available "
                        "(status " line-file-status ") - "
                        "no lines to bill"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "linebill: loanmast.dat not available "
                        "(status " loan-master-status ")"
                CLOSE line-file
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O loan-schedule.
            IF loan-schedule-status = "35" THEN
                OPEN OUTPUT loan-schedule
                CLOSE loan-schedule
                OPEN I-O loan-schedule
            END-IF.
            IF loan-schedule-status NOT = "00" THEN
                DISPLAY "linebill: loansched.dat not available "
                        "(status " loan-schedule-status ")"
                CLOSE loan-master
                CLOSE line-file
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ line-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND NOT rl-is-closed THEN
                    PERFORM fetch-loan-master
                    IF loan-was-on-master AND loan-is-active THEN
                        ADD 1 TO lines-read
                        PERFORM accrue-one-line
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE loan-schedule.
            CLOSE loan-master.
            CLOSE line-file.
            MOVE interest-total TO display-amount.
            MOVE minimum-total TO display-minimum.
            DISPLAY "linebill: " lines-read " line(s) accrued, "
                    lines-billed " billed, interest "
                    FUNCTION TRIM(display-amount).
            DISPLAY "linebill: " rows-written " due row(s) written, "
                    "minimums " FUNCTION TRIM(display-minimum).
            MOVE lines-billed TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the minimum-payment rule, in the same one-record
            *> control-file shape purge.ctl and retry.ctl have.
            load-line-rule.
                OPEN INPUT rule-control-file.
                IF rule-control-status = "00" THEN
                    READ rule-control-file
                        AT END CONTINUE
                        NOT AT END
                            IF lr-min-percent > 0 THEN
                                MOVE lr-min-percent TO min-percent
                            END-IF
                            MOVE lr-min-floor TO min-floor
                            IF lr-due-days > 0 THEN
                                MOVE lr-due-days TO due-days
                            END-IF
                    END-READ
                    CLOSE rule-control-file
                END-IF.
                DISPLAY "linebill: minimum " min-percent " percent, "
                        "floor " min-floor ", due " due-days
                        " day(s) after the bill".
                EXIT.

            fetch-loan-master.
                MOVE 0 TO loan-on-master.
                MOVE rl-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO loan-on-master
                END-READ.
                EXIT.

            *> the interest up to tonight, then the bill when the
            *> cycle day has come round this month and not yet been
            *> billed.
            accrue-one-line.
                CALL "lineacr" USING revolving-line-record,
                        loan-balance, loan-annual-rate,
                        loan-day-count, cycle-date-stamp.
                MOVE cycle-date-stamp TO cycle-day-date.
                MOVE rl-cycle-day TO cycle-day-date(7:2).
                IF cycle-date-stamp >= cycle-day-date
                        AND rl-opened(1:6) < cycle-date-stamp(1:6)
                        AND (rl-last-billed = SPACES
                            OR rl-last-billed(1:6)
                                < cycle-date-stamp(1:6)) THEN
                    PERFORM bill-one-line
                END-IF.
                REWRITE revolving-line-record.
                EXIT.

            bill-one-line.
                MOVE rl-accrued-interest TO billed-interest.
                SUBTRACT billed-interest FROM rl-accrued-interest.
                IF billed-interest > 0 THEN
                    ADD billed-interest TO loan-balance
                    ADD billed-interest TO rl-interest-unpaid
                    REWRITE loan-record
                    ADD billed-interest TO interest-total
                    MOVE SPACES TO loan-txn-record
                    MOVE rl-loan-number TO txn-loan-number
                    SET txn-is-line-interest TO TRUE
                    MOVE billed-interest TO txn-amount
                    MOVE 0 TO txn-principal
                    MOVE billed-interest TO txn-interest
                    MOVE 0 TO txn-fee
                    MOVE loan-balance TO txn-balance-after
                    MOVE 0 TO txn-payment-num
                    MOVE cycle-date-stamp TO txn-effective-date
                    MOVE "LINEBILL" TO txn-program
                    MOVE "INTEREST BILLED ON LINE OF CREDIT"
                        TO txn-memo
                    CALL "txnwrite" USING loan-txn-record
                END-IF.
                PERFORM work-out-minimum.
                MOVE cycle-date-stamp TO rl-last-billed.
                MOVE loan-balance TO rl-billed-balance.
                MOVE minimum-due TO rl-minimum-due.
                MOVE minimum-due TO loan-payment.
                REWRITE loan-record.
                ADD 1 TO lines-billed.
                IF minimum-due > 0 AND rl-last-row < 999 THEN
                    PERFORM write-the-due-row
                END-IF.
                MOVE billed-interest TO display-amount.
                MOVE minimum-due TO display-minimum.
                DISPLAY "linebill: line " rl-loan-number " billed "
                        "interest " FUNCTION TRIM(display-amount)
                        ", minimum " FUNCTION TRIM(display-minimum).
                EXIT.

            *> the greater of the percent, the interest and the
            *> floor, held to the balance; fees owed on top; and the
            *> whole held so this row and the unpaid ones before it
            *> never ask for more than the line owes.
            work-out-minimum.
                COMPUTE minimum-due ROUNDED =
                        loan-balance * min-percent / 100.
                IF minimum-due < billed-interest THEN
                    MOVE billed-interest TO minimum-due
                END-IF.
                IF minimum-due < min-floor THEN
                    MOVE min-floor TO minimum-due
                END-IF.
                IF minimum-due > loan-balance THEN
                    MOVE loan-balance TO minimum-due
                END-IF.
                ADD loan-fees-due TO minimum-due.
                COMPUTE total-owed = loan-balance + loan-fees-due.
                PERFORM add-up-rows-owing.
                IF rows-owing >= total-owed THEN
                    MOVE 0 TO minimum-due
                ELSE
                    IF minimum-due > total-owed - rows-owing THEN
                        COMPUTE minimum-due = total-owed - rows-owing
                    END-IF
                END-IF.
                EXIT.

            *> what the unpaid due rows still ask, less the money
            *> already received toward the oldest of them.
            add-up-rows-owing.
                MOVE 0 TO rows-owing.
                COMPUTE row-number = loan-payments-made + 1.
                PERFORM UNTIL row-number > rl-last-row
                    MOVE rl-loan-number TO sched-loan-number
                    MOVE row-number TO sched-payment-num
                    READ loan-schedule
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF NOT sched-row-is-paid
                                    AND NOT sched-row-written-off THEN
                                ADD sched-principal-amt TO rows-owing
                            END-IF
                    END-READ
                    ADD 1 TO row-number
                END-PERFORM.
                IF rows-owing > rl-due-credit THEN
                    SUBTRACT rl-due-credit FROM rows-owing
                ELSE
                    MOVE 0 TO rows-owing
                END-IF.
                EXIT.

            write-the-due-row.
                MOVE cycle-date-stamp TO due-date-num.
                COMPUTE due-date-integer = FUNCTION INTEGER-OF-DATE(
                        due-date-num) + due-days.
                COMPUTE due-date-num = FUNCTION DATE-OF-INTEGER(
                        due-date-integer).
                ADD 1 TO rl-last-row.
                MOVE SPACES TO schedule-record.
                MOVE rl-loan-number TO sched-loan-number.
                MOVE rl-last-row TO sched-payment-num.
                MOVE minimum-due TO sched-principal-amt.
                MOVE 0 TO sched-interest-amt.
                MOVE loan-balance TO sched-balance-after.
                MOVE due-date-num TO sched-due-date.
                MOVE "N" TO sched-paid-flag.
                WRITE schedule-record
                    INVALID KEY
                        REWRITE schedule-record
                END-WRITE.
                ADD 1 TO rows-written.
                ADD minimum-due TO minimum-total.
                EXIT.

        END PROGRAM linebill.
