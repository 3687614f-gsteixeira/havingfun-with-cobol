        *> **********************************************************************
        *> loanxfer - loan sale and servicing transfer out. When a pool of
        *> loans is sold to another servicer the purchaser's boarding
        *> file was built by hand from loanrpt and the custinq screens.
        *> This job takes the list of loans sold and the transfer date,
        *> writes the purchaser's file, and then marks each loan
        *> transferred so the servicing jobs stop acting on it.
        *>
        *>    usage: loanxfer <loan-list> <transfer-date> <purchaser-id>
        *>      loan-list      one loan number per line
        *>      transfer-date  YYYYMMDD, the date servicing moves
        *>      purchaser-id   up to 10 characters, the buyer's name
        *>                     for the servicer on the file header
        *>
        *>    each loan listed must be on the master, active, and owed
        *>    by a borrower on custmast.dat; a loan that is not, or is
        *>    listed twice, is reported and left alone - the rest of
        *>    the pool still goes.
        *>
        *>    the purchaser's file, xferout.dat, record type in
        *>    column 1, cataloged through gencatlg as it is written:
        *>      header   "H" purchaser-id X(10), transfer-date X(8),
        *>                   created X(8) (the business date)
        *>      loan     "L" loan-number 9(6), borrower-id 9(4), name
        *>                   X(50), address X(60), principal, rate
        *>                   9(3)V9999, term 999, payment, balance,
        *>                   accrued interest to the transfer date,
        *>                   fees due (amounts 9(9)V99), payments made
        *>                   999, rate type X(1), day count X(1), opened
        *>                   X(8), next due date X(8)
        *>      schedule "S" loan-number 9(6), payment-num 999, due
        *>                   date X(8), principal, interest, balance
        *>                   after (9(9)V99), paid flag X(1), paid date
        *>                   X(8) - every row, paid and unpaid, after
        *>                   its loan record
        *>      trailer  "T" loan count 9(9), schedule row count 9(9),
        *>                   hash total of the loan numbers 9(15),
        *>                   balance, accrued interest and fees totals
        *>                   (each 9(13)V99)
        *>    the accrued interest is payoff.cob's figure as of the
        *>    transfer date - the quote the branch would give.
        *>
        *>    once the file is complete, each loan goes to status T,
        *>    gets its xferreg.dat entry (XFERREG) with the purchaser,
        *>    the date and the figures handed over, an XFER event on
        *>    loantxn.dat, and a jrnwrite journal entry. loanpost,
        *>    latefee, loanaging and stmtgen act on active loans only;
        *>    a payment that still arrives for a transferred loan is
        *>    forwarded, not posted - see loanpost.cob.
        *>
        *>    loanxfer.rpt lists each loan transferred or refused and
        *>    repeats the trailer's control totals.
        *>
        *>    RETURN-CODE: 0 every loan transferred, 4 some refused, 8
        *>    nothing transferred or the files would not open, 16
        *>    usage.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanxfer.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT loan-list
                        ASSIGN TO DYNAMIC list-path-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS loan-list-status.
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
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT register-file ASSIGN TO "xferreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS xr-loan-number
                        FILE STATUS IS register-file-status.
                    SELECT purchaser-file ASSIGN TO "xferout.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS purchaser-file-status.
                    SELECT report-file ASSIGN TO "loanxfer.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-list.
                    01 loan-list-record PIC X(20).
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  register-file.
                    COPY XFERREG.
                FD  purchaser-file.
                    01 purchaser-header.
                        02 xh-type             PIC X(1).
                        02 xh-purchaser-id     PIC X(10).
                        02 xh-transfer-date    PIC X(8).
                        02 xh-created          PIC X(8).
                        02 FILLER              PIC X(203).
                    01 purchaser-loan.
                        02 xl-type             PIC X(1).
                        02 xl-loan-number      PIC 9(6).
                        02 xl-borrower-id      PIC 9(4).
                        02 xl-borrower-name    PIC X(50).
                        02 xl-borrower-address PIC X(60).
                        02 xl-principal        PIC 9(9)V99.
                        02 xl-rate             PIC 9(3)V9999.
                        02 xl-term             PIC 999.
                        02 xl-payment          PIC 9(9)V99.
                        02 xl-balance          PIC 9(9)V99.
                        02 xl-accrued-interest PIC 9(9)V99.
                        02 xl-fees             PIC 9(9)V99.
                        02 xl-payments-made    PIC 999.
                        02 xl-rate-type        PIC X(1).
                        02 xl-day-count        PIC X(1).
                        02 xl-opened           PIC X(8).
                        02 xl-next-due-date    PIC X(8).
                        02 FILLER              PIC X(23).
                    01 purchaser-schedule.
                        02 xs-type             PIC X(1).
                        02 xs-loan-number      PIC 9(6).
                        02 xs-payment-num      PIC 999.
                        02 xs-due-date         PIC X(8).
                        02 xs-principal        PIC 9(9)V99.
                        02 xs-interest         PIC 9(9)V99.
                        02 xs-balance-after    PIC 9(9)V99.
                        02 xs-paid-flag        PIC X(1).
                        02 xs-paid-date        PIC X(8).
                        02 FILLER              PIC X(170).
                    01 purchaser-trailer.
                        02 xt-type             PIC X(1).
                        02 xt-loan-count       PIC 9(9).
                        02 xt-row-count        PIC 9(9).
                        02 xt-loan-hash        PIC 9(15).
                        02 xt-balance-total    PIC 9(13)V99.
                        02 xt-accrued-total    PIC 9(13)V99.
                        02 xt-fees-total       PIC 9(13)V99.
                        02 FILLER              PIC X(151).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-list-status      PIC X(02) VALUE "00".
                01 loan-master-status    PIC X(02) VALUE "00".
                01 loan-schedule-status  PIC X(02) VALUE "00".
                01 master-file-status    PIC X(02) VALUE "00".
                01 register-file-status  PIC X(02) VALUE "00".
                01 purchaser-file-status PIC X(02) VALUE "00".
                01 cmd-line-args    PIC X(120) VALUE SPACES.
                01 list-path-name   PIC X(60) VALUE SPACES.
                01 arg-date         PIC X(20) VALUE SPACES.
                01 arg-purchaser    PIC X(20) VALUE SPACES.
                01 transfer-date    PIC X(8) VALUE SPACES.
                01 purchaser-id     PIC X(10) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 schedule-done    PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the loans that passed, in list order.
                01 pool-count       PIC 9(4) VALUE ZEROS.
                01 pool-index       PIC 9(4) VALUE ZEROS.
                01 pool-table.
                    02 pool-entry OCCURS 2000 TIMES.
                        03 pool-loan-number PIC 9(6).
                        03 pool-balance     PIC 9(9)V99.
                        03 pool-interest    PIC 9(9)V99.
                        03 pool-fees        PIC 9(9)V99.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 refusal-reason   PIC X(40) VALUE SPACES.
                    88 loan-may-go  VALUE SPACES.
                01 refused-count    PIC 9(6) VALUE ZEROS.
                01 next-due-date    PIC X(8) VALUE SPACES.
                *> payoff's quote as of the transfer date - see
                *> payoff.cob.
                01 quote-principal  PIC 9(9)V99 VALUE ZEROS.
                01 quote-interest   PIC 9(9)V99 VALUE ZEROS.
                01 quote-fees       PIC 9(9)V99 VALUE ZEROS.
                01 quote-total      PIC 9(9)V99 VALUE ZEROS.
                01 quote-outcome    PIC 9 VALUE ZERO.
                    88 quote-was-made VALUE 1.
                *> the control totals on the trailer.
                01 loan-count       PIC 9(9) VALUE ZEROS.
                01 row-count        PIC 9(9) VALUE ZEROS.
                01 loan-hash        PIC 9(15) VALUE ZEROS.
                01 balance-total    PIC 9(13)V99 VALUE ZEROS.
                01 accrued-total    PIC 9(13)V99 VALUE ZEROS.
                01 fees-total       PIC 9(13)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(12)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                01 generation-base  PIC X(20) VALUE "xferout.dat".
                01 generation-count PIC 9(9) VALUE ZEROS.
                01 journal-program  PIC X(10) VALUE "LOANXFER".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                COPY LOANTXN.
                01 repo-report-name PIC X(20) VALUE "loanxfer.rpt".
                01 banner-job-name  PIC X(20) VALUE "LOANXFER".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            UNSTRING cmd-line-args DELIMITED BY ALL SPACE
                INTO list-path-name, arg-date, arg-purchaser
            END-UNSTRING.
            IF list-path-name = SPACES OR arg-purchaser = SPACES
                    OR arg-date(1:8) NOT NUMERIC
                    OR arg-date(9:12) NOT = SPACES THEN
                PERFORM show-usage
                MOVE 16 TO RETURN-CODE
                MOVE 16 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(arg-date))
                    NOT = 0 THEN
                DISPLAY "loanxfer: transfer date " arg-date(1:8)
                        " is not a date"
                MOVE 16 TO RETURN-CODE
                MOVE 16 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE arg-date(1:8) TO transfer-date.
            MOVE FUNCTION UPPER-CASE(arg-purchaser) TO purchaser-id.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT loan-list.
            IF loan-list-status NOT = "00" THEN
                DISPLAY "loanxfer: " FUNCTION TRIM(list-path-name)
                        " not available (status " loan-list-status ")"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            OPEN INPUT customer-master.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00"
                    OR master-file-status NOT = "00" THEN
                DISPLAY "loanxfer: loan master/schedule or custmast.dat"
                        " not available"
                CLOSE loan-list
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "SERVICING TRANSFER TO " purchaser-id
                    " EFFECTIVE " transfer-date " - CYCLE "
                    cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            PERFORM screen-the-pool.
            CLOSE loan-list.
            IF pool-count = 0 THEN
                MOVE "  NO LOAN ON THE LIST CAN BE TRANSFERRED"
                        TO print-text
                PERFORM print-one-line
                CLOSE customer-master
                CLOSE loan-schedule
                CLOSE loan-master
                CLOSE report-file
                CALL "rptstore" USING repo-report-name
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM write-the-purchaser-file.
            CLOSE customer-master.
            CLOSE loan-schedule.
            CLOSE loan-master.
            PERFORM mark-the-pool-transferred.
            PERFORM print-the-control-totals.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            DISPLAY "loanxfer: " loan-count " loan(s) transferred to "
                    FUNCTION TRIM(purchaser-id) ", " refused-count
                    " refused".
            MOVE loan-count TO banner-rec-count.
            IF refused-count > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: loanxfer <loan-list> <transfer-date> "
                        "<purchaser-id>".
                EXIT.

            *> the list against the master: what can go goes into the
            *> pool, what cannot is reported with its reason.
            screen-the-pool.
                MOVE 0 TO pool-count.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-list
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND loan-list-record NOT = SPACES THEN
                        PERFORM screen-one-loan
                    END-IF
                END-PERFORM.
                EXIT.

            screen-one-loan.
                MOVE SPACES TO refusal-reason.
                MOVE 0 TO work-loan-number.
                IF FUNCTION TRIM(loan-list-record) NOT NUMERIC THEN
                    MOVE "NOT A LOAN NUMBER" TO refusal-reason
                ELSE
                    MOVE FUNCTION NUMVAL(loan-list-record)
                            TO work-loan-number
                    PERFORM check-one-loan
                END-IF.
                IF NOT loan-may-go THEN
                    ADD 1 TO refused-count
                    MOVE SPACES TO print-text
                    STRING "  REFUSED  " loan-list-record(1:10) " "
                            refusal-reason
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO pool-count.
                MOVE work-loan-number TO pool-loan-number(pool-count).
                EXIT.

            check-one-loan.
                PERFORM VARYING pool-index FROM 1 BY 1
                        UNTIL pool-index > pool-count
                    IF pool-loan-number(pool-index) = work-loan-number
                            THEN
                        MOVE "LISTED TWICE" TO refusal-reason
                    END-IF
                END-PERFORM.
                IF NOT loan-may-go THEN
                    EXIT PARAGRAPH
                END-IF.
                IF pool-count = 2000 THEN
                    MOVE "POOL FULL - TRANSFER IN A SECOND RUN"
                            TO refusal-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        MOVE "NOT ON THE MASTER" TO refusal-reason
                        EXIT PARAGRAPH
                END-READ.
                IF NOT loan-is-active THEN
                    STRING "NOT ACTIVE - STATUS " loan-status
                        DELIMITED BY SIZE INTO refusal-reason
                    END-STRING
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "BORROWER NOT ON CUSTMAST"
                                TO refusal-reason
                END-READ.
                EXIT.

            *> header, each loan with its whole schedule behind it,
            *> and the trailer the purchaser balances against.
            write-the-purchaser-file.
                OPEN OUTPUT purchaser-file.
                MOVE SPACES TO purchaser-header.
                MOVE "H" TO xh-type.
                MOVE purchaser-id TO xh-purchaser-id.
                MOVE transfer-date TO xh-transfer-date.
                MOVE cycle-date-stamp TO xh-created.
                WRITE purchaser-header.
                PERFORM VARYING pool-index FROM 1 BY 1
                        UNTIL pool-index > pool-count
                    PERFORM write-one-loan
                END-PERFORM.
                MOVE SPACES TO purchaser-trailer.
                MOVE "T" TO xt-type.
                MOVE loan-count TO xt-loan-count.
                MOVE row-count TO xt-row-count.
                MOVE loan-hash TO xt-loan-hash.
                MOVE balance-total TO xt-balance-total.
                MOVE accrued-total TO xt-accrued-total.
                MOVE fees-total TO xt-fees-total.
                WRITE purchaser-trailer.
                CLOSE purchaser-file.
                COMPUTE generation-count = loan-count + row-count + 2.
                CALL "gencatlg" USING generation-base,
                        generation-count.
                EXIT.

            write-one-loan.
                MOVE pool-loan-number(pool-index) TO work-loan-number.
                CALL "payoff" USING work-loan-number, transfer-date,
                        quote-principal, quote-interest, quote-fees,
                        quote-total, quote-outcome.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY CONTINUE
                END-READ.
                IF NOT quote-was-made THEN
                    MOVE loan-balance TO quote-principal
                    MOVE 0 TO quote-interest
                    MOVE loan-fees-due TO quote-fees
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY CONTINUE
                END-READ.
                PERFORM find-the-next-due.
                MOVE SPACES TO purchaser-loan.
                MOVE "L" TO xl-type.
                MOVE loan-number TO xl-loan-number.
                MOVE loan-borrower-id TO xl-borrower-id.
                MOVE username TO xl-borrower-name.
                MOVE cust-address TO xl-borrower-address.
                MOVE loan-principal TO xl-principal.
                MOVE loan-annual-rate TO xl-rate.
                MOVE loan-term-months TO xl-term.
                MOVE loan-payment TO xl-payment.
                MOVE quote-principal TO xl-balance.
                MOVE quote-interest TO xl-accrued-interest.
                MOVE quote-fees TO xl-fees.
                MOVE loan-payments-made TO xl-payments-made.
                MOVE loan-rate-type TO xl-rate-type.
                MOVE loan-day-count TO xl-day-count.
                MOVE loan-opened TO xl-opened.
                MOVE next-due-date TO xl-next-due-date.
                WRITE purchaser-loan.
                ADD 1 TO loan-count.
                ADD loan-number TO loan-hash.
                ADD quote-principal TO balance-total.
                ADD quote-interest TO accrued-total.
                ADD quote-fees TO fees-total.
                MOVE quote-principal TO pool-balance(pool-index).
                MOVE quote-interest TO pool-interest(pool-index).
                MOVE quote-fees TO pool-fees(pool-index).
                PERFORM write-the-schedule.
                EXIT.

            find-the-next-due.
                MOVE SPACES TO next-due-date.
                MOVE work-loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO schedule-done.
                PERFORM UNTIL schedule-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO schedule-done
                    END-READ
                    IF schedule-done = 0
                            AND sched-loan-number
                                    NOT = work-loan-number THEN
                        MOVE 1 TO schedule-done
                    END-IF
                    IF schedule-done = 0
                            AND NOT sched-row-is-paid THEN
                        MOVE sched-due-date TO next-due-date
                        MOVE 1 TO schedule-done
                    END-IF
                END-PERFORM.
                EXIT.

            write-the-schedule.
                MOVE work-loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO schedule-done.
                PERFORM UNTIL schedule-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO schedule-done
                    END-READ
                    IF schedule-done = 0
                            AND sched-loan-number
                                    NOT = work-loan-number THEN
                        MOVE 1 TO schedule-done
                    END-IF
                    IF schedule-done = 0 THEN
                        MOVE SPACES TO purchaser-schedule
                        MOVE "S" TO xs-type
                        MOVE sched-loan-number TO xs-loan-number
                        MOVE sched-payment-num TO xs-payment-num
                        MOVE sched-due-date TO xs-due-date
                        MOVE sched-principal-amt TO xs-principal
                        MOVE sched-interest-amt TO xs-interest
                        MOVE sched-balance-after TO xs-balance-after
                        MOVE sched-paid-flag TO xs-paid-flag
                        MOVE sched-paid-date TO xs-paid-date
                        WRITE purchaser-schedule
                        ADD 1 TO row-count
                    END-IF
                END-PERFORM.
                EXIT.

            *> the file is out; now the book lets go of each loan.
            mark-the-pool-transferred.
                OPEN I-O loan-master.
                OPEN I-O register-file.
                IF register-file-status = "35" THEN
                    OPEN OUTPUT register-file
                    CLOSE register-file
                    OPEN I-O register-file
                END-IF.
                PERFORM VARYING pool-index FROM 1 BY 1
                        UNTIL pool-index > pool-count
                    PERFORM mark-one-loan
                END-PERFORM.
                CLOSE register-file.
                CLOSE loan-master.
                EXIT.

            mark-one-loan.
                MOVE pool-loan-number(pool-index) TO work-loan-number.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE SPACES TO journal-before.
                STRING "STATUS " loan-status " BAL " loan-balance
                        " FEES " loan-fees-due
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                SET loan-is-transferred TO TRUE.
                REWRITE loan-record.
                MOVE SPACES TO transfer-register-record.
                MOVE work-loan-number TO xr-loan-number.
                MOVE purchaser-id TO xr-purchaser-id.
                MOVE transfer-date TO xr-transfer-date.
                MOVE pool-balance(pool-index) TO xr-balance.
                MOVE pool-interest(pool-index) TO xr-accrued-interest.
                MOVE pool-fees(pool-index) TO xr-fees.
                MOVE cycle-date-stamp TO xr-cycle-date.
                WRITE transfer-register-record
                    INVALID KEY REWRITE transfer-register-record
                END-WRITE.
                PERFORM record-the-transfer.
                MOVE SPACES TO journal-after.
                STRING "STATUS T TO " purchaser-id " ON "
                        transfer-date
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE work-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                COMPUTE quote-total = pool-balance(pool-index)
                        + pool-interest(pool-index)
                        + pool-fees(pool-index).
                MOVE quote-total TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  TRANSFERRED " work-loan-number
                        " BORROWER " loan-borrower-id
                        " PAYOFF " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            record-the-transfer.
                MOVE SPACES TO loan-txn-record.
                MOVE work-loan-number TO txn-loan-number.
                SET txn-is-transfer TO TRUE.
                COMPUTE txn-amount = pool-balance(pool-index)
                        + pool-interest(pool-index)
                        + pool-fees(pool-index).
                MOVE pool-balance(pool-index) TO txn-principal.
                MOVE pool-interest(pool-index) TO txn-interest.
                MOVE pool-fees(pool-index) TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE transfer-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                STRING "SOLD TO " purchaser-id
                    DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            print-the-control-totals.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "PURCHASER FILE XFEROUT.DAT CONTROL TOTALS"
                        TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  LOANS ..........: " loan-count
                        "   SCHEDULE ROWS: " row-count
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  LOAN NUMBER HASH: " loan-hash
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE balance-total TO display-total.
                MOVE SPACES TO print-text.
                STRING "  BALANCE ........: " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE accrued-total TO display-total.
                MOVE SPACES TO print-text.
                STRING "  ACCRUED INTEREST: " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE fees-total TO display-total.
                MOVE SPACES TO print-text.
                STRING "  FEES DUE .......: " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  REFUSED ........: " refused-count
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "loanxfer: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM loanxfer.
