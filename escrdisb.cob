        *> **********************************************************************
        *> escrdisb - nightly escrow disbursement run. The tax office
        *> and the insurer are paid out of the borrower's escrow
        *> balance when their bill comes due, not when somebody
        *> remembers. This job walks the disbursement schedule,
        *> escrdisb.dat (ESCRDISB, see escrmnt.cob), and for every
        *> active payee of an active escrow account (ESCROW) whose
        *> next due date has arrived by the cycle's business date:
        *>
        *>      - pays the amount from esc-balance and adds it to the
        *>        year's disbursed total. A balance that will not cover
        *>        the bill is advanced, not skipped - the payee is paid
        *>        and the account goes negative until deposits or the
        *>        next analysis (escranl.cob) make it good; the advance
        *>        is flagged on the report
        *>      - lands the payment on the loan's transaction history
        *>        through txnwrite as an ESCP event carrying the escrow
        *>        balance it left
        *>      - appends the check to the payable register, escpay.dat,
        *>        that accounts payable cuts the checks from
        *>      - remembers the payment on the payee row and rolls its
        *>        next due date forward a year, six months, three
        *>        months or a month by the frequency, holding the day
        *>        to the end of a short month
        *>
        *>    a payment is held - not paid, its due date left where it
        *>    is, and tried again the next night - while the loan's
        *>    borrower (loan-borrower-id off loanmast.dat) has a
        *>    sanctions hit pending or confirmed on the compliance
        *>    queue (sancscrn.cob); the report lists it as HELD.
        *>
        *>    a payee that fell more than one period behind is paid one
        *>    period a night until it is current. The run is reported
        *>    on escrdisb.rpt, captured through rptstore.
        *>
        *>    RETURN-CODE: 0 clean, 4 one or more payments advanced
        *>    or held, 8 the files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. escrdisb.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT disbursement-file ASSIGN TO "escrdisb.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ed-key
                        FILE STATUS IS disbursement-file-status.
                    SELECT escrow-file ASSIGN TO "escrow.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS esc-loan-number
                        FILE STATUS IS escrow-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT payable-file ASSIGN TO "escpay.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS payable-file-status.
                    SELECT report-file ASSIGN TO "escrdisb.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  disbursement-file.
                    COPY ESCRDISB.
                FD  escrow-file.
                    COPY ESCROW.
                FD  loan-master.
                    COPY LOANREC.
                *> one check to cut: who, how much, for which loan.
                FD  payable-file.
                    01 payable-record.
                        02 pay-reg-loan-number  PIC 9(6).
                        02 pay-reg-seq          PIC 9(3).
                        02 pay-reg-kind         PIC X(1).
                        02 pay-reg-payee        PIC X(30).
                        02 pay-reg-account      PIC X(20).
                        02 pay-reg-amount       PIC 9(7)V99.
                        02 pay-reg-due-date     PIC X(8).
                        02 pay-reg-paid-date    PIC X(8).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 disbursement-file-status PIC X(02) VALUE "00".
                01 escrow-file-status PIC X(02) VALUE "00".
                01 payable-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 loan-master-open PIC 9 VALUE ZERO.
                    88 loan-master-is-open VALUE 1.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 account-found    PIC 9 VALUE ZERO.
                    88 account-on-file VALUE 1.
                01 payment-advanced PIC 9 VALUE ZERO.
                    88 balance-was-short VALUE 1.
                01 rows-read        PIC 9(6) VALUE ZEROS.
                01 payments-made    PIC 9(6) VALUE ZEROS.
                01 payments-advanced PIC 9(6) VALUE ZEROS.
                01 payments-held    PIC 9(6) VALUE ZEROS.
                *> the sanctions block query - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "B".
                01 screen-name      PIC X(50) VALUE SPACES.
                01 screen-address   PIC X(60) VALUE SPACES.
                01 screen-source    PIC X(10) VALUE "ESCRDISB".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 sanctions-blocked VALUE "B".
                01 total-paid       PIC 9(11)V99 VALUE ZEROS.
                01 display-total    PIC Z(10)9.99.
                01 display-balance  PIC -(8)9.99.
                01 paid-due-date    PIC X(08) VALUE SPACES.
                01 payment-flag     PIC X(09) VALUE SPACES.
                *> the due-date roll: the date in pieces, moved on by
                *> the frequency's months, the day pulled back until
                *> the calendar accepts it.
                01 roll-date.
                    02 roll-year    PIC 9(4).
                    02 roll-month   PIC 9(2).
                    02 roll-day     PIC 9(2).
                01 roll-months      PIC 9(2) VALUE ZEROS.
                01 roll-month-count PIC 9(4) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                COPY LOANTXN.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "escrdisb.rpt".
                01 banner-job-name  PIC X(20) VALUE "ESCRDISB".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN I-O disbursement-file.
            IF disbursement-file-status = "35" THEN
                DISPLAY "escrdisb: no disbursement schedule on file - "
                        "nothing to pay"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O escrow-file.
            IF disbursement-file-status NOT = "00"
                    OR escrow-file-status NOT = "00" THEN
                DISPLAY "escrdisb: escrdisb.dat/escrow.dat not "
                        "available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loan-master-open
            ELSE
                DISPLAY "escrdisb: loanmast.dat not available - "
                        "borrowers not checked for a sanctions block"
            END-IF.
            OPEN EXTEND payable-file.
            IF payable-file-status = "35" THEN
                OPEN OUTPUT payable-file
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "ESCROW DISBURSEMENTS DUE BY " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ disbursement-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO rows-read
                    PERFORM judge-one-payee
                END-IF
            END-PERFORM.
            MOVE total-paid TO display-total.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " rows-read " payee(s) read, "
                    payments-made " paid for "
                    FUNCTION TRIM(display-total) ", "
                    payments-advanced " advanced, "
                    payments-held " held"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE payable-file.
            CLOSE escrow-file.
            CLOSE disbursement-file.
            IF loan-master-is-open THEN
                CLOSE loan-master
            END-IF.
            MOVE payments-made TO banner-rec-count.
            IF payments-advanced > 0 OR payments-held > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> only an active payee of an open account, and only once
            *> its due date has come.
            judge-one-payee.
                IF NOT ed-is-active OR ed-next-due = SPACES
                        OR ed-next-due > cycle-date-stamp THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO account-found.
                MOVE ed-loan-number TO esc-loan-number.
                READ escrow-file
                    INVALID KEY MOVE 0 TO account-found
                END-READ.
                IF NOT account-on-file OR NOT esc-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-borrower.
                IF sanctions-blocked THEN
                    ADD 1 TO payments-held
                    MOVE SPACES TO print-text
                    STRING "  loan " ed-loan-number " payee " ed-seq
                            " [" ed-kind "] " ed-payee(1:24) " "
                            ed-amount " due " ed-next-due
                            " HELD - SANCTIONS REVIEW"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM pay-the-payee.
                EXIT.

            *> nothing goes out on the loan of a borrower the
            *> compliance queue is holding.
            check-the-borrower.
                MOVE SPACE TO screen-outcome.
                IF NOT loan-master-is-open THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ed-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                CALL "sancscrn" USING screen-mode, loan-borrower-id,
                        screen-name, screen-address, screen-source,
                        screen-score, screen-outcome.
                EXIT.

            pay-the-payee.
                MOVE 0 TO payment-advanced.
                IF esc-balance < ed-amount THEN
                    MOVE 1 TO payment-advanced
                    ADD 1 TO payments-advanced
                END-IF.
                SUBTRACT ed-amount FROM esc-balance.
                ADD ed-amount TO esc-ytd-disbursed.
                REWRITE escrow-record.
                MOVE ed-next-due TO paid-due-date.
                MOVE SPACES TO loan-txn-record.
                SET txn-is-escrow-payment TO TRUE.
                MOVE ed-loan-number TO txn-loan-number.
                MOVE ed-amount TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE esc-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE paid-due-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "ESCRDISB" TO txn-program.
                IF esc-balance < 0 THEN
                    MOVE "ESCROW BALANCE ADVANCED" TO txn-memo
                ELSE
                    MOVE ed-payee TO txn-memo
                END-IF.
                CALL "txnwrite" USING loan-txn-record.
                MOVE ed-loan-number TO pay-reg-loan-number.
                MOVE ed-seq TO pay-reg-seq.
                MOVE ed-kind TO pay-reg-kind.
                MOVE ed-payee TO pay-reg-payee.
                MOVE ed-payee-account TO pay-reg-account.
                MOVE ed-amount TO pay-reg-amount.
                MOVE paid-due-date TO pay-reg-due-date.
                MOVE cycle-date-stamp TO pay-reg-paid-date.
                WRITE payable-record.
                MOVE cycle-date-stamp TO ed-last-paid-date.
                MOVE ed-amount TO ed-last-paid-amount.
                PERFORM roll-the-due-date.
                MOVE cycle-date-stamp TO ed-updated.
                MOVE "ESCRDISB" TO ed-updated-by.
                REWRITE disbursement-record.
                ADD 1 TO payments-made.
                ADD ed-amount TO total-paid.
                MOVE esc-balance TO display-balance.
                MOVE SPACES TO payment-flag.
                IF balance-was-short THEN
                    MOVE " ADVANCED" TO payment-flag
                END-IF.
                MOVE SPACES TO print-text.
                STRING "  loan " ed-loan-number " payee " ed-seq
                        " [" ed-kind "] " ed-payee(1:24) " "
                        ed-amount " due " paid-due-date " bal "
                        FUNCTION TRIM(display-balance) payment-flag
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> next due = this due + 12/6/3/1 months; a 31st rolled
            *> into a 30-day month, or a 29th into a short February,
            *> becomes that month's last day.
            roll-the-due-date.
                EVALUATE TRUE
                    WHEN ed-is-semi-annual MOVE 6 TO roll-months
                    WHEN ed-is-quarterly   MOVE 3 TO roll-months
                    WHEN ed-is-monthly     MOVE 1 TO roll-months
                    WHEN OTHER             MOVE 12 TO roll-months
                END-EVALUATE.
                MOVE ed-next-due TO roll-date.
                COMPUTE roll-month-count = roll-year * 12
                        + roll-month - 1 + roll-months.
                DIVIDE roll-month-count BY 12 GIVING roll-year
                        REMAINDER roll-month.
                ADD 1 TO roll-month.
                PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(roll-date)) = 0
                        OR roll-day < 29
                    SUBTRACT 1 FROM roll-day
                END-PERFORM.
                MOVE roll-date TO ed-next-due.
                EXIT.

            print-one-line.
                DISPLAY "escrdisb: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM escrdisb.
