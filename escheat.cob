        *> **********************************************************************
        *> escheat - unclaimed-property tracking. A refund check that is
        *> never cashed, or a credit left on a loan that has closed,
        *> sits on our books until the owner claims it - and after the
        *> dormancy period the state says it is theirs, to be reported
        *> and remitted once a year. This job keeps the register of
        *> those items, escheat.dat (ESCHEAT), and works it every
        *> night:
        *>
        *>      - the bank's paid-item file, chkpaid.dat, marks every
        *>        refund check it paid as cleared (C) on the check
        *>        register refundreg.dat - a cashed check is no longer
        *>        anyone's unclaimed property
        *>      - every refund check still outstanding (I) and every
        *>        net credit on cashsusp.dat held for a loan no longer
        *>        active is put on (or kept on) the register, dormancy
        *>        running from the check's issue date or the loan's
        *>        latest suspense movement - fresh activity starts the
        *>        clock again
        *>      - an item the night no longer finds (paid, voided,
        *>        refunded, applied) is marked resolved
        *>      - when an item comes within the state's notice period
        *>        of dormancy, and is worth the state's letter floor,
        *>        the due-diligence letter is queued on escheat.lst and
        *>        mailed through letters.cob (escheat.tpl) - once
        *>      - on or after the state's reporting date each year,
        *>        every item of that state dormant by then is written
        *>        to the holder report file, escheat.hld, and to the
        *>        remittance listing, and marked escheated: a credit
        *>        drops off the cash suspense with a "-" record and a
        *>        UPRS ledger event; a check is marked E on the check
        *>        register, voided to the bank on the positive-pay
        *>        follow-up file posipayx.dat, and gets a UPRC event
        *>
        *>    the rules are one state per line on escheat.ctl:
        *>      cols  1-2   state code
        *>      cols  4-5   dormancy years
        *>      cols  7-9   notice days - how long before dormancy the
        *>                  due-diligence letter goes
        *>      cols 11-14  reporting date, MMDD
        *>      cols 16-20  letter floor, whole dollars - smaller items
        *>                  are reported without a letter
        *>    the item's state is the first state code found reading
        *>    back from the end of the owner's address on custmast.dat;
        *>    none found, the FIRST line - the holder's own state -
        *>    applies. No control file: "** 03 120 1101 00050".
        *>    escheat.sta remembers when each state was last reported,
        *>    so a reporting date that falls on a weekend is picked up
        *>    the next business night, and only once.
        *>
        *>    holder report escheat.hld, per state reported:
        *>      "H" state X(2) holder X(30) report-date X(8)
        *>      "D" state X(2) owner X(40) address X(60) type X(2)
        *>          (RC refund check, CB credit balance) item 9(6)
        *>          loan 9(6) amount 9(9)V99 last-activity X(8)
        *>      "T" state X(2) count 9(6) total 9(11)V99
        *>
        *>    the register, letters and remittance listing go to
        *>    escheat.rpt and the report repository.
        *>
        *>    run order: after refund.cob, before the cash proof.
        *>
        *>    RETURN-CODE: 0 clean, 4 a holder report was produced
        *>    and is to be filed and remitted, 8 the files would not
        *>    open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. escheat.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT escheat-control ASSIGN TO "escheat.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS escheat-control-status.
                    SELECT state-file ASSIGN TO "escheat.sta"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS state-file-status.
                    SELECT paid-items ASSIGN TO "chkpaid.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS paid-items-status.
                    SELECT check-register ASSIGN TO "refundreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rf-check-number
                        FILE STATUS IS check-register-status.
                    SELECT cash-suspense ASSIGN TO "cashsusp.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cash-suspense-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT escheat-register ASSIGN TO "escheat.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ei-key
                        FILE STATUS IS escheat-register-status.
                    SELECT letter-queue ASSIGN TO "escheat.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT holder-file ASSIGN TO "escheat.hld"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT positive-pay ASSIGN TO "posipayx.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS positive-pay-status.
                    SELECT report-file ASSIGN TO "escheat.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  escheat-control.
                    01 escheat-control-record.
                        02 ctl-state        PIC X(2).
                        02 FILLER           PIC X(1).
                        02 ctl-years        PIC X(2).
                        02 FILLER           PIC X(1).
                        02 ctl-notice-days  PIC X(3).
                        02 FILLER           PIC X(1).
                        02 ctl-report-mmdd  PIC X(4).
                        02 FILLER           PIC X(1).
                        02 ctl-letter-floor PIC X(5).
                FD  state-file.
                    01 state-record.
                        02 sr-state       PIC X(2).
                        02 FILLER         PIC X(1).
                        02 sr-last-report PIC X(8).
                FD  paid-items.
                    01 paid-item-record.
                        02 pd-check-number PIC 9(10).
                        02 pd-amount       PIC 9(10)V99.
                        02 pd-paid-date    PIC X(8).
                FD  check-register.
                    COPY REFUNDREG.
                FD  cash-suspense.
                    01 cash-suspense-record.
                        02 cs-loan-number PIC 9(6).
                        02 cs-sign        PIC X(1).
                        02 cs-amount      PIC 9(9)V99.
                        02 cs-date        PIC X(8).
                FD  loan-master.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  escheat-register.
                    COPY ESCHEAT.
                FD  letter-queue.
                    01 queue-record.
                        02 queue-loan-number PIC 9(6).
                        02 FILLER            PIC X(1).
                        02 queue-amount      PIC X(15).
                        02 queue-detail      PIC X(58).
                FD  holder-file.
                    01 holder-record        PIC X(160).
                FD  positive-pay.
                    COPY POSIPAY.
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 escheat-control-status  PIC X(02) VALUE "00".
                01 state-file-status       PIC X(02) VALUE "00".
                01 paid-items-status       PIC X(02) VALUE "00".
                01 check-register-status   PIC X(02) VALUE "00".
                01 register-open           PIC 9 VALUE ZERO.
                01 cash-suspense-status    PIC X(02) VALUE "00".
                01 loan-master-status      PIC X(02) VALUE "00".
                01 master-file-status      PIC X(02) VALUE "00".
                01 customers-open          PIC 9 VALUE ZERO.
                01 escheat-register-status PIC X(02) VALUE "00".
                01 positive-pay-status     PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 walk-done        PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 today-integer    PIC 9(9) VALUE ZEROS.
                01 cycle-year       PIC 9(4) VALUE ZEROS.
                *> the dormancy rules, one per state; the first is
                *> the holder's own state and the default.
                01 rule-table.
                    02 rule-entry OCCURS 60 TIMES.
                        03 rule-state       PIC X(2).
                        03 rule-years       PIC 9(2).
                        03 rule-notice      PIC 9(3).
                        03 rule-report-mmdd PIC X(4).
                        03 rule-floor       PIC 9(5).
                        03 rule-last-report PIC X(8).
                        03 rule-report-date PIC X(8).
                        03 rule-due         PIC 9.
                        03 rule-items       PIC 9(6).
                        03 rule-total       PIC 9(11)V99.
                01 rule-count       PIC 9(2) VALUE ZEROS.
                01 rule-index       PIC 9(2) VALUE ZEROS.
                01 rule-slot        PIC 9(2) VALUE ZEROS.
                01 states-due       PIC 9(2) VALUE ZEROS.
                *> every loan's net on the suspense and its latest
                *> movement.
                01 credit-table.
                    02 credit-entry OCCURS 2000 TIMES.
                        03 credit-loan    PIC 9(6).
                        03 credit-amount  PIC S9(9)V99.
                        03 credit-last    PIC X(8).
                01 credit-count     PIC 9(4) VALUE ZEROS.
                01 credit-index     PIC 9(4) VALUE ZEROS.
                01 credit-overflow  PIC 9(6) VALUE ZEROS.
                *> the item in hand.
                01 item-type        PIC X(1) VALUE SPACES.
                01 item-number      PIC 9(6) VALUE ZEROS.
                01 item-loan        PIC 9(6) VALUE ZEROS.
                01 item-borrower    PIC 9(4) VALUE ZEROS.
                01 item-amount      PIC 9(9)V99 VALUE ZEROS.
                01 item-activity    PIC X(8) VALUE SPACES.
                01 owner-name       PIC X(40) VALUE SPACES.
                01 owner-address    PIC X(60) VALUE SPACES.
                01 dormant-num      PIC 9(8) VALUE ZEROS.
                01 dormant-integer  PIC 9(9) VALUE ZEROS.
                01 activity-num     PIC 9(8) VALUE ZEROS.
                *> the address read back a word at a time for a state.
                01 address-words.
                    02 address-word PIC X(20) OCCURS 15 TIMES.
                01 word-index       PIC 9(2) VALUE ZEROS.
                01 holder-name      PIC X(30)
                        VALUE "SERVICING LENDER".
                COPY LOANTXN.
                *> the night's tallies.
                01 checks-cleared   PIC 9(6) VALUE ZEROS.
                01 items-tracked    PIC 9(6) VALUE ZEROS.
                01 items-added      PIC 9(6) VALUE ZEROS.
                01 items-resolved   PIC 9(6) VALUE ZEROS.
                01 letters-queued   PIC 9(6) VALUE ZEROS.
                01 items-escheated  PIC 9(6) VALUE ZEROS.
                01 escheated-total  PIC 9(11)V99 VALUE ZEROS.
                01 open-total       PIC 9(11)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 print-text       PIC X(120) VALUE SPACES.
                01 letters-command  PIC X(80)
                        VALUE "letters escheat.tpl 0 S @escheat.lst".
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "escheat.rpt".
                01 banner-job-name  PIC X(20) VALUE "ESCHEAT".
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
            COMPUTE today-integer = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(cycle-date-stamp)).
            MOVE cycle-date-stamp(1:4) TO cycle-year.
            PERFORM load-the-rules.
            PERFORM load-the-report-dates.
            OPEN INPUT loan-master.
            OPEN I-O escheat-register.
            IF escheat-register-status = "35" THEN
                OPEN OUTPUT escheat-register
                CLOSE escheat-register
                OPEN I-O escheat-register
            END-IF.
            IF loan-master-status NOT = "00"
                    OR escheat-register-status NOT = "00" THEN
                DISPLAY "escheat: loanmast.dat/escheat.dat not "
                        "available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O check-register.
            IF check-register-status = "00" THEN
                MOVE 1 TO register-open
            END-IF.
            OPEN INPUT customer-master.
            IF master-file-status = "00" THEN
                MOVE 1 TO customers-open
            END-IF.
            OPEN OUTPUT letter-queue.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "UNCLAIMED PROPERTY - " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            PERFORM clear-the-paid-checks.
            PERFORM track-the-checks.
            PERFORM track-the-credits.
            PERFORM resolve-the-unseen.
            IF states-due > 0 THEN
                PERFORM report-the-due-states
            END-IF.
            PERFORM total-the-open-items.
            PERFORM write-the-report-dates.
            CLOSE letter-queue.
            MOVE open-total TO display-total.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " items-tracked " item(s) outstanding ("
                    FUNCTION TRIM(display-total) "), "
                    items-added " new, " items-resolved " resolved, "
                    checks-cleared " check(s) paid, "
                    letters-queued " letter(s) queued"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE escheated-total TO display-total.
            MOVE SPACES TO print-text.
            STRING "        " items-escheated " item(s) escheated ("
                    FUNCTION TRIM(display-total) ") for "
                    states-due " state(s) reporting"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            IF credit-overflow > 0 THEN
                MOVE SPACES TO print-text
                STRING "  " credit-overflow " suspense record(s) "
                        "beyond the run's 2000 loans - not aged "
                        "tonight"
                    DELIMITED BY SIZE INTO print-text
                END-STRING
                PERFORM print-one-line
            END-IF.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF letters-queued > 0 THEN
                CALL "SYSTEM" USING letters-command
            END-IF.
            IF customers-open = 1 THEN
                CLOSE customer-master
            END-IF.
            IF register-open = 1 THEN
                CLOSE check-register
            END-IF.
            CLOSE escheat-register.
            CLOSE loan-master.
            MOVE items-tracked TO banner-rec-count.
            IF items-escheated > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> a line that does not carry a state and numeric rules is
            *> skipped; no usable line at all, the built-in default.
            load-the-rules.
                MOVE 0 TO rule-count.
                OPEN INPUT escheat-control.
                IF escheat-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                            OR rule-count >= 60
                        READ escheat-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND ctl-state NOT = SPACES
                                AND ctl-years NUMERIC
                                AND ctl-notice-days NUMERIC
                                AND ctl-report-mmdd NUMERIC
                                AND ctl-letter-floor NUMERIC THEN
                            ADD 1 TO rule-count
                            MOVE ctl-state TO rule-state(rule-count)
                            MOVE ctl-years TO rule-years(rule-count)
                            MOVE ctl-notice-days
                                    TO rule-notice(rule-count)
                            MOVE ctl-report-mmdd
                                    TO rule-report-mmdd(rule-count)
                            MOVE ctl-letter-floor
                                    TO rule-floor(rule-count)
                        END-IF
                    END-PERFORM
                    CLOSE escheat-control
                END-IF.
                IF rule-count = 0 THEN
                    MOVE 1 TO rule-count
                    MOVE "**" TO rule-state(1)
                    MOVE 3 TO rule-years(1)
                    MOVE 120 TO rule-notice(1)
                    MOVE "1101" TO rule-report-mmdd(1)
                    MOVE 50 TO rule-floor(1)
                END-IF.
                PERFORM VARYING rule-index FROM 1 BY 1
                        UNTIL rule-index > rule-count
                    MOVE SPACES TO rule-last-report(rule-index)
                    MOVE 0 TO rule-due(rule-index)
                    MOVE 0 TO rule-items(rule-index)
                    MOVE 0 TO rule-total(rule-index)
                    MOVE SPACES TO rule-report-date(rule-index)
                    STRING cycle-date-stamp(1:4)
                            rule-report-mmdd(rule-index)
                        DELIMITED BY SIZE
                        INTO rule-report-date(rule-index)
                    END-STRING
                END-PERFORM.
                EXIT.

            *> a state is due when this year's reporting date has come
            *> and it has not been reported on or after it.
            load-the-report-dates.
                OPEN INPUT state-file.
                IF state-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ state-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            PERFORM VARYING rule-index FROM 1 BY 1
                                    UNTIL rule-index > rule-count
                                IF rule-state(rule-index) = sr-state
                                    MOVE sr-last-report
                                        TO rule-last-report(rule-index)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-PERFORM
                    CLOSE state-file
                END-IF.
                MOVE 0 TO states-due.
                PERFORM VARYING rule-index FROM 1 BY 1
                        UNTIL rule-index > rule-count
                    IF cycle-date-stamp >= rule-report-date(rule-index)
                            AND (rule-last-report(rule-index) = SPACES
                            OR rule-last-report(rule-index)
                                < rule-report-date(rule-index)) THEN
                        MOVE 1 TO rule-due(rule-index)
                        ADD 1 TO states-due
                    END-IF
                END-PERFORM.
                EXIT.

            write-the-report-dates.
                OPEN OUTPUT state-file.
                PERFORM VARYING rule-index FROM 1 BY 1
                        UNTIL rule-index > rule-count
                    IF rule-due(rule-index) = 1 THEN
                        MOVE cycle-date-stamp
                                TO rule-last-report(rule-index)
                    END-IF
                    IF rule-last-report(rule-index) NOT = SPACES THEN
                        MOVE SPACES TO state-record
                        MOVE rule-state(rule-index) TO sr-state
                        MOVE rule-last-report(rule-index)
                                TO sr-last-report
                        WRITE state-record
                    END-IF
                END-PERFORM.
                CLOSE state-file.
                EXIT.

            *> the bank's word on which checks it paid. A check it
            *> paid for a different amount than we issued is listed -
            *> positive pay should have stopped it.
            clear-the-paid-checks.
                IF register-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT paid-items.
                IF paid-items-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ paid-items
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND pd-check-number NUMERIC
                            AND pd-check-number <= 999999 THEN
                        PERFORM clear-one-paid-check
                    END-IF
                END-PERFORM.
                CLOSE paid-items.
                EXIT.

            clear-one-paid-check.
                MOVE pd-check-number TO rf-check-number.
                READ check-register
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT rf-is-issued THEN
                    EXIT PARAGRAPH
                END-IF.
                IF pd-amount NOT = rf-amount THEN
                    MOVE pd-amount TO display-amount
                    MOVE SPACES TO print-text
                    STRING "  CHECK " rf-check-number " PAID FOR "
                            FUNCTION TRIM(display-amount)
                            " - NOT THE AMOUNT ISSUED"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                SET rf-is-cleared TO TRUE.
                MOVE pd-paid-date TO rf-paid-date.
                REWRITE refund-check-record.
                ADD 1 TO checks-cleared.
                EXIT.

            track-the-checks.
                IF register-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO rf-check-number.
                START check-register KEY >= rf-check-number
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ check-register NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND rf-is-issued THEN
                        MOVE "C" TO item-type
                        MOVE rf-check-number TO item-number
                        MOVE rf-loan-number TO item-loan
                        MOVE rf-borrower-id TO item-borrower
                        MOVE rf-amount TO item-amount
                        MOVE rf-issue-date TO item-activity
                        PERFORM track-one-item
                    END-IF
                END-PERFORM.
                EXIT.

            *> a live loan's credit is suspapply's to apply; only a
            *> loan that has closed - paid off, written off or sold -
            *> leaves a credit nobody will use.
            track-the-credits.
                PERFORM load-the-credits.
                PERFORM VARYING credit-index FROM 1 BY 1
                        UNTIL credit-index > credit-count
                    IF credit-amount(credit-index) > 0 THEN
                        MOVE credit-loan(credit-index) TO loan-number
                        READ loan-master
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                IF NOT loan-is-active THEN
                                    MOVE "S" TO item-type
                                    MOVE loan-number TO item-number
                                    MOVE loan-number TO item-loan
                                    MOVE loan-borrower-id
                                            TO item-borrower
                                    MOVE credit-amount(credit-index)
                                            TO item-amount
                                    MOVE credit-last(credit-index)
                                            TO item-activity
                                    PERFORM track-one-item
                                END-IF
                        END-READ
                    END-IF
                END-PERFORM.
                EXIT.

            load-the-credits.
                MOVE 0 TO credit-count.
                OPEN INPUT cash-suspense.
                IF cash-suspense-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ cash-suspense
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND cs-amount NUMERIC THEN
                        PERFORM net-one-suspense-record
                    END-IF
                END-PERFORM.
                CLOSE cash-suspense.
                EXIT.

            net-one-suspense-record.
                PERFORM VARYING credit-index FROM 1 BY 1
                        UNTIL credit-index > credit-count
                    IF credit-loan(credit-index) = cs-loan-number THEN
                        EXIT PERFORM
                    END-IF
                END-PERFORM.
                IF credit-index > credit-count THEN
                    IF credit-count >= 2000 THEN
                        ADD 1 TO credit-overflow
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO credit-count
                    MOVE credit-count TO credit-index
                    MOVE cs-loan-number TO credit-loan(credit-index)
                    MOVE 0 TO credit-amount(credit-index)
                    MOVE SPACES TO credit-last(credit-index)
                END-IF.
                IF cs-sign = "-" THEN
                    SUBTRACT cs-amount FROM credit-amount(credit-index)
                ELSE
                    ADD cs-amount TO credit-amount(credit-index)
                END-IF.
                IF cs-date > credit-last(credit-index) THEN
                    MOVE cs-date TO credit-last(credit-index)
                END-IF.
                EXIT.

            *> the item onto the register, or brought up to date
            *> there. A credit escheated in an earlier year whose loan
            *> has taken in a new one starts over under the same key -
            *> the old remittance stands on that year's holder report
            *> and the loan's ledger.
            track-one-item.
                ADD 1 TO items-tracked.
                PERFORM fetch-the-owner.
                MOVE item-type TO ei-type.
                MOVE item-number TO ei-item.
                READ escheat-register
                    INVALID KEY
                        PERFORM open-the-item
                        WRITE escheat-item-record
                        ADD 1 TO items-added
                    NOT INVALID KEY
                        IF NOT ei-is-open THEN
                            PERFORM open-the-item
                        ELSE
                            IF item-activity > ei-last-activity THEN
                                MOVE item-activity
                                        TO ei-last-activity
                                PERFORM figure-the-dormancy
                                MOVE SPACES TO ei-letter-date
                                SET ei-is-aging TO TRUE
                            END-IF
                        END-IF
                        MOVE item-amount TO ei-amount
                        MOVE owner-name TO ei-owner-name
                END-READ.
                PERFORM judge-the-letter.
                EXIT.

            open-the-item.
                MOVE SPACES TO escheat-item-record.
                MOVE item-type TO ei-type.
                MOVE item-number TO ei-item.
                MOVE item-loan TO ei-loan-number.
                MOVE item-borrower TO ei-borrower-id.
                MOVE owner-name TO ei-owner-name.
                MOVE item-amount TO ei-amount.
                MOVE item-activity TO ei-last-activity.
                IF item-activity NOT NUMERIC THEN
                    MOVE cycle-date-stamp TO ei-last-activity
                END-IF.
                PERFORM find-the-state.
                PERFORM figure-the-dormancy.
                SET ei-is-aging TO TRUE.
                MOVE cycle-date-stamp TO ei-seen-date.
                EXIT.

            fetch-the-owner.
                MOVE SPACES TO owner-name.
                MOVE SPACES TO owner-address.
                IF customers-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE item-borrower TO user_id.
                READ customer-master
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE username TO owner-name
                        MOVE cust-address TO owner-address
                END-READ.
                EXIT.

            *> the last word of the address that is a state on the
            *> rules wins - "12 ELM ST, SPRINGFIELD IL 62701" is IL,
            *> not the ST of the street.
            find-the-state.
                MOVE rule-state(1) TO ei-state.
                MOVE SPACES TO address-words.
                UNSTRING owner-address DELIMITED BY ALL SPACE OR ","
                        INTO address-word(1) address-word(2)
                             address-word(3) address-word(4)
                             address-word(5) address-word(6)
                             address-word(7) address-word(8)
                             address-word(9) address-word(10)
                             address-word(11) address-word(12)
                             address-word(13) address-word(14)
                             address-word(15)
                END-UNSTRING.
                PERFORM VARYING word-index FROM 15 BY -1
                        UNTIL word-index < 1
                    IF address-word(word-index)(3:) = SPACES
                            AND address-word(word-index)(1:2)
                                NOT = SPACES THEN
                        PERFORM VARYING rule-index FROM 2 BY 1
                                UNTIL rule-index > rule-count
                            IF rule-state(rule-index) =
                                    address-word(word-index)(1:2) THEN
                                MOVE rule-state(rule-index)
                                        TO ei-state
                                MOVE 1 TO word-index
                                MOVE rule-count TO rule-index
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.
                EXIT.

            find-the-rule.
                MOVE 1 TO rule-slot.
                PERFORM VARYING rule-index FROM 1 BY 1
                        UNTIL rule-index > rule-count
                    IF rule-state(rule-index) = ei-state THEN
                        MOVE rule-index TO rule-slot
                    END-IF
                END-PERFORM.
                EXIT.

            *> the last activity carried forward the state's dormancy
            *> years; a 29 February lands on the 28th.
            figure-the-dormancy.
                PERFORM find-the-rule.
                MOVE ei-last-activity TO activity-num.
                COMPUTE dormant-num = activity-num
                        + rule-years(rule-slot) * 10000.
                IF FUNCTION TEST-DATE-YYYYMMDD(dormant-num) NOT = 0
                        THEN
                    SUBTRACT 1 FROM dormant-num
                END-IF.
                MOVE dormant-num TO ei-dormant-date.
                EXIT.

            *> the item is stamped seen and rewritten here; the letter
            *> goes once, inside the notice period, and only for an
            *> item the state's floor says is worth it.
            judge-the-letter.
                MOVE cycle-date-stamp TO ei-seen-date.
                IF NOT ei-is-aging OR ei-letter-date NOT = SPACES THEN
                    REWRITE escheat-item-record
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find-the-rule.
                MOVE ei-dormant-date TO dormant-num.
                COMPUTE dormant-integer =
                        FUNCTION INTEGER-OF-DATE(dormant-num).
                IF dormant-integer - rule-notice(rule-slot)
                            > today-integer
                        OR ei-amount < rule-floor(rule-slot) THEN
                    REWRITE escheat-item-record
                    EXIT PARAGRAPH
                END-IF.
                MOVE cycle-date-stamp TO ei-letter-date.
                SET ei-is-lettered TO TRUE.
                REWRITE escheat-item-record.
                MOVE SPACES TO queue-record.
                MOVE ei-loan-number TO queue-loan-number.
                MOVE ei-amount TO display-amount.
                MOVE FUNCTION TRIM(display-amount) TO queue-amount.
                IF ei-is-check THEN
                    STRING "UNCASHED REFUND CHECK " ei-item
                            " ISSUED " ei-last-activity
                        DELIMITED BY SIZE INTO queue-detail
                    END-STRING
                ELSE
                    STRING "CREDIT BALANCE HELD ON LOAN " ei-item
                            " SINCE " ei-last-activity
                        DELIMITED BY SIZE INTO queue-detail
                    END-STRING
                END-IF.
                WRITE queue-record.
                ADD 1 TO letters-queued.
                MOVE SPACES TO print-text.
                STRING "  LETTER " ei-type " " ei-item " LOAN "
                        ei-loan-number " " ei-state " "
                        display-amount " DORMANT " ei-dormant-date
                        "  " ei-owner-name(1:30)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> an open item tonight's scans did not find has been
            *> settled some other way.
            resolve-the-unseen.
                MOVE LOW-VALUES TO ei-key.
                START escheat-register KEY >= ei-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ escheat-register NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND ei-is-open
                            AND ei-seen-date NOT = cycle-date-stamp THEN
                        SET ei-is-resolved TO TRUE
                        REWRITE escheat-item-record
                        ADD 1 TO items-resolved
                    END-IF
                END-PERFORM.
                EXIT.

            *> one pass of the register per state reporting tonight,
            *> so each state's items sit together between its header
            *> and trailer.
            report-the-due-states.
                OPEN OUTPUT holder-file.
                OPEN EXTEND positive-pay.
                IF positive-pay-status = "35" THEN
                    OPEN OUTPUT positive-pay
                END-IF.
                OPEN EXTEND cash-suspense.
                PERFORM VARYING rule-slot FROM 1 BY 1
                        UNTIL rule-slot > rule-count
                    IF rule-due(rule-slot) = 1 THEN
                        PERFORM report-one-state
                    END-IF
                END-PERFORM.
                IF cash-suspense-status = "00" THEN
                    CLOSE cash-suspense
                END-IF.
                CLOSE positive-pay.
                CLOSE holder-file.
                EXIT.

            report-one-state.
                MOVE SPACES TO holder-record.
                STRING "H" rule-state(rule-slot) holder-name
                        cycle-date-stamp
                    DELIMITED BY SIZE INTO holder-record
                END-STRING.
                WRITE holder-record.
                MOVE SPACES TO print-text.
                STRING "  REMITTANCE - STATE " rule-state(rule-slot)
                        ", REPORTING DATE "
                        rule-report-date(rule-slot)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE LOW-VALUES TO ei-key.
                START escheat-register KEY >= ei-key
                    INVALID KEY CONTINUE
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ escheat-register NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 AND ei-is-open
                            AND ei-state = rule-state(rule-slot)
                            AND ei-dormant-date <= cycle-date-stamp
                            THEN
                        PERFORM escheat-one-item
                    END-IF
                END-PERFORM.
                MOVE SPACES TO holder-record.
                STRING "T" rule-state(rule-slot)
                        rule-items(rule-slot) rule-total(rule-slot)
                    DELIMITED BY SIZE INTO holder-record
                END-STRING.
                WRITE holder-record.
                MOVE rule-total(rule-slot) TO display-total.
                MOVE SPACES TO print-text.
                STRING "  STATE " rule-state(rule-slot) ": "
                        rule-items(rule-slot) " item(s), remit "
                        FUNCTION TRIM(display-total)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the item to the state: the holder record, the listing,
            *> and the money off our books.
            escheat-one-item.
                MOVE ei-borrower-id TO item-borrower.
                PERFORM fetch-the-owner.
                IF owner-name = SPACES THEN
                    MOVE ei-owner-name TO owner-name
                END-IF.
                MOVE SPACES TO holder-record.
                IF ei-is-check THEN
                    STRING "D" ei-state owner-name owner-address "RC"
                            ei-item ei-loan-number ei-amount
                            ei-last-activity
                        DELIMITED BY SIZE INTO holder-record
                    END-STRING
                ELSE
                    STRING "D" ei-state owner-name owner-address "CB"
                            ei-item ei-loan-number ei-amount
                            ei-last-activity
                        DELIMITED BY SIZE INTO holder-record
                    END-STRING
                END-IF.
                WRITE holder-record.
                SET ei-is-escheated TO TRUE.
                MOVE cycle-date-stamp TO ei-escheat-date.
                REWRITE escheat-item-record.
                ADD 1 TO rule-items(rule-slot).
                ADD ei-amount TO rule-total(rule-slot).
                ADD 1 TO items-escheated.
                ADD ei-amount TO escheated-total.
                MOVE SPACES TO loan-txn-record.
                IF ei-is-check THEN
                    PERFORM escheat-the-check
                    SET txn-is-escheat-check TO TRUE
                    STRING "ESCHEATED - CHECK " ei-item
                        DELIMITED BY SIZE INTO txn-memo
                    END-STRING
                ELSE
                    MOVE SPACES TO cash-suspense-record
                    MOVE ei-loan-number TO cs-loan-number
                    MOVE "-" TO cs-sign
                    MOVE ei-amount TO cs-amount
                    MOVE cycle-date-stamp TO cs-date
                    WRITE cash-suspense-record
                    SET txn-is-escheat-credit TO TRUE
                    STRING "ESCHEATED - CREDIT BALANCE " ei-state
                        DELIMITED BY SIZE INTO txn-memo
                    END-STRING
                END-IF.
                MOVE ei-loan-number TO txn-loan-number.
                MOVE ei-amount TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE 0 TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "ESCHEAT" TO txn-program.
                CALL "txnwrite" USING loan-txn-record.
                MOVE ei-amount TO display-amount.
                MOVE SPACES TO print-text.
                STRING "    " ei-type " " ei-item " LOAN "
                        ei-loan-number " " display-amount
                        " LAST ACTIVITY " ei-last-activity "  "
                        owner-name(1:30)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the check comes off the register and the bank is told
            *> not to pay it - the state pays the owner now.
            escheat-the-check.
                IF register-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ei-item TO rf-check-number.
                READ check-register
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                SET rf-is-escheated TO TRUE.
                MOVE cycle-date-stamp TO rf-escheat-date.
                REWRITE refund-check-record.
                MOVE SPACES TO positive-pay-record.
                SET pp-is-void TO TRUE.
                MOVE rf-check-number TO pp-check-number.
                MOVE rf-amount TO pp-amount.
                MOVE rf-issue-date TO pp-issue-date.
                MOVE rf-payee TO pp-payee.
                WRITE positive-pay-record.
                EXIT.

            total-the-open-items.
                MOVE 0 TO open-total.
                MOVE LOW-VALUES TO ei-key.
                START escheat-register KEY >= ei-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ escheat-register NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND ei-is-open THEN
                        ADD ei-amount TO open-total
                    END-IF
                END-PERFORM.
                EXIT.

            print-one-line.
                DISPLAY "escheat: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM escheat.
