        *> **********************************************************************
        *> ntcgen - the nightly borrower notice trigger. letters.cob
        *> merged one template against the whole customer master, so
        *> the only letters we sent were population mailings and the
        *> events that actually warrant a letter went unannounced. This
        *> job reads the night's events and queues one notice per
        *> event, each kind on its own loan list with its own template,
        *> then runs every list through the letters merge - which
        *> applies the opt-outs on mailsupp.dat, hold notes and
        *> cust-mail-hold as it does for any run, and records every
        *> notice per customer on noticehst.dat.
        *>
        *> the merge applies loanlegal.dat holds only to its
        *> delinquency (D) runs, and the due reminders and late charge
        *> notices go as service (S) letters, so this job keeps them
        *> off the lists itself: a loan under a bankruptcy or other
        *> legal hold in force gets neither - an amount-due letter is
        *> collection contact the stay bars. Each notice held back is
        *> counted on the report.
        *>
        *>    event                         list / template    type
        *>    a schedule row falls due in   ntcdue.lst          S
        *>      <days> business days          duentc.tpl
        *>    a reprice.cob rate change      ntcrate.lst         S
        *>      (RPRC on loantxn.dat)         ratentc.tpl
        *>    a loanrstr.cob restructure     ntcrstr.lst         S
        *>      (RSTR on loantxn.dat)         rstrntc.tpl
        *>    a latefee.cob late charge      ntcfee.lst          S
        *>      (LFEE on loantxn.dat)         feentc.tpl
        *>    a promise promchk.cob judged   ntcprom.lst         D
        *>      broken (brokprom.dat)         promntc.tpl
        *>
        *>    the list line carries the figure the letter quotes in
        *>    &AMOUNT - the payment due, the new payment, the fee, the
        *>    amount promised - and a line of &DETAIL: the due date
        *>    and payment number, the old and new rate or new term
        *>    and the effective date, the row the fee is for, the
        *>    promised date. &PAYMENT, &BALANCE and &REMAIN come off
        *>    the loan as it stands after tonight's changes.
        *>
        *>    usage: ntcgen [days]
        *>      days  how many business days ahead a due reminder
        *>            goes, 5 when not given. A row is reminded on the
        *>            one night its due date comes into the window, so
        *>            one falling on a weekend or a holidays.dat day is
        *>            reminded once, with the business day before it.
        *>
        *>    run order: after latefee, reprice, promchk and any
        *>    restructure, since it reads their events by tonight's
        *>    business date. The counts go to ntcgen.rpt, the console
        *>    and the report repository.
        *>
        *>    RETURN-CODE: 0 clean, 4 a letters merge ended in error -
        *>    its notices were queued but not produced, and the list
        *>    is left for a rerun of that merge.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. ntcgen.
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
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT broken-file ASSIGN TO "brokprom.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS broken-file-status.
                    SELECT holiday-file ASSIGN TO "holidays.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS holiday-date
                        FILE STATUS IS holiday-file-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT due-queue ASSIGN TO "ntcdue.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT rate-queue ASSIGN TO "ntcrate.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT restructure-queue ASSIGN TO "ntcrstr.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT fee-queue ASSIGN TO "ntcfee.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT promise-queue ASSIGN TO "ntcprom.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file ASSIGN TO "ntcgen.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  broken-file.
                    01 broken-promise-record.
                        02 bp-loan-number PIC 9(6).
                        02 bp-amount      PIC 9(9)V99.
                        02 bp-prom-date   PIC X(8).
                        02 bp-cycle-date  PIC X(8).
                FD  holiday-file.
                    01 holiday-record.
                        02 holiday-date PIC 9(8).
                FD  legal-file.
                    COPY LOANLEGAL.
                *> the letters.cob loan-list line: the loan, and the
                *> per-loan &AMOUNT / &DETAIL text.
                FD  due-queue.
                    01 due-queue-record         PIC X(80).
                FD  rate-queue.
                    01 rate-queue-record        PIC X(80).
                FD  restructure-queue.
                    01 restructure-queue-record PIC X(80).
                FD  fee-queue.
                    01 fee-queue-record         PIC X(80).
                FD  promise-queue.
                    01 promise-queue-record     PIC X(80).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 loan-txn-status      PIC X(02) VALUE "00".
                01 broken-file-status   PIC X(02) VALUE "00".
                01 holiday-file-status  PIC X(02) VALUE "00".
                01 legal-file-status    PIC X(02) VALUE "00".
                01 legal-is-open        PIC 9 VALUE ZERO.
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 arg-days         PIC X(10) VALUE SPACES.
                01 reminder-days    PIC 9(2) VALUE 5.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 formatted-date   PIC X(10) VALUE SPACES.
                *> the business-day arithmetic, holidays.dat aware -
                *> the same roll achorig.cob makes.
                01 holidays-on-file PIC 9 VALUE ZERO.
                    88 holiday-calendar-open VALUE 1.
                01 candidate-is-holiday PIC 9 VALUE ZERO.
                01 roll-integer     PIC 9(9) VALUE ZEROS.
                01 weekday-remainder PIC 9 VALUE ZERO.
                01 rolling-done     PIC 9 VALUE ZERO.
                01 days-counted     PIC 9(2) VALUE ZEROS.
                *> due reminders go for rows due after window-low and
                *> on or before window-high.
                01 window-low       PIC X(8) VALUE SPACES.
                01 window-high      PIC X(8) VALUE SPACES.
                *> the loan the schedule walk is on.
                01 current-loan     PIC 9(6) VALUE ZEROS.
                01 current-loan-active PIC 9 VALUE ZERO.
                01 current-loan-held PIC 9 VALUE ZERO.
                *> the loan checked against loanlegal.dat.
                01 hold-loan-number PIC 9(6) VALUE ZEROS.
                01 legal-hold-found PIC 9 VALUE ZERO.
                    88 loan-under-legal-hold VALUE 1.
                *> one loan-list line being built.
                01 notice-line.
                    02 notice-loan-number PIC 9(6).
                    02 FILLER             PIC X(1).
                    02 notice-amount      PIC X(15).
                    02 notice-detail      PIC X(58).
                01 edited-money     PIC Z(8)9.99.
                01 due-amount       PIC 9(9)V99 VALUE ZEROS.
                01 due-notices      PIC 9(6) VALUE ZEROS.
                01 rate-notices     PIC 9(6) VALUE ZEROS.
                01 restructure-notices PIC 9(6) VALUE ZEROS.
                01 fee-notices      PIC 9(6) VALUE ZEROS.
                01 promise-notices  PIC 9(6) VALUE ZEROS.
                01 notices-held     PIC 9(6) VALUE ZEROS.
                01 total-notices    PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 due-command      PIC X(80)
                        VALUE "letters duentc.tpl 0 S @ntcdue.lst".
                01 rate-command     PIC X(80)
                        VALUE "letters ratentc.tpl 0 S @ntcrate.lst".
                01 restructure-command PIC X(80)
                        VALUE "letters rstrntc.tpl 0 S @ntcrstr.lst".
                01 fee-command      PIC X(80)
                        VALUE "letters feentc.tpl 0 S @ntcfee.lst".
                01 promise-command  PIC X(80)
                        VALUE "letters promntc.tpl 0 D @ntcprom.lst".
                01 merge-command    PIC X(80) VALUE SPACES.
                01 merge-retcode    PIC S9(9) VALUE ZEROS.
                01 merges-failed    PIC 9(2) VALUE ZEROS.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "ntcgen.rpt".
                01 banner-job-name  PIC X(20) VALUE "NTCGEN".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO arg-days
            END-UNSTRING.
            IF arg-days NOT = SPACES THEN
                IF FUNCTION TRIM(arg-days) NOT NUMERIC
                        OR FUNCTION NUMVAL(arg-days) < 1
                        OR FUNCTION NUMVAL(arg-days) > 60 THEN
                    DISPLAY "usage: ntcgen [days]  (1 to 60)"
                    MOVE 16 TO RETURN-CODE
                    MOVE 16 TO banner-retcode
                    CALL "jobbanner" USING banner-job-name, "E",
                            banner-rec-count, banner-retcode
                    GOBACK
                END-IF
                MOVE FUNCTION NUMVAL(arg-days) TO reminder-days
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "ntcgen: loanmast.dat not available - no "
                        "notices queued"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT holiday-file.
            IF holiday-file-status = "00" THEN
                MOVE 1 TO holidays-on-file
            END-IF.
            PERFORM set-the-due-window.
            IF holiday-calendar-open THEN
                CLOSE holiday-file
            END-IF.
            OPEN INPUT legal-file.
            IF legal-file-status = "00" THEN
                MOVE 1 TO legal-is-open
            END-IF.
            OPEN OUTPUT due-queue.
            OPEN OUTPUT rate-queue.
            OPEN OUTPUT restructure-queue.
            OPEN OUTPUT fee-queue.
            OPEN OUTPUT promise-queue.
            PERFORM queue-the-due-reminders.
            PERFORM queue-the-ledger-events.
            PERFORM queue-the-broken-promises.
            CLOSE promise-queue.
            CLOSE fee-queue.
            CLOSE restructure-queue.
            CLOSE rate-queue.
            CLOSE due-queue.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            CLOSE loan-master.
            COMPUTE total-notices = due-notices + rate-notices
                    + restructure-notices + fee-notices
                    + promise-notices.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "BORROWER NOTICES QUEUED - " cycle-date-stamp
                    " - DUE REMINDERS FOR " window-low(1:8)
                    " EXCL TO " window-high " INCL"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  payment due reminders  " due-notices
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  rate changes           " rate-notices
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  restructures           " restructure-notices
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  late charges           " fee-notices
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  broken promises        " promise-notices
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  held - legal hold      " notices-held
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTAL: " total-notices " notice(s) queued to the "
                    "letters merge"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF due-notices > 0 THEN
                MOVE due-command TO merge-command
                PERFORM run-one-merge
            END-IF.
            IF rate-notices > 0 THEN
                MOVE rate-command TO merge-command
                PERFORM run-one-merge
            END-IF.
            IF restructure-notices > 0 THEN
                MOVE restructure-command TO merge-command
                PERFORM run-one-merge
            END-IF.
            IF fee-notices > 0 THEN
                MOVE fee-command TO merge-command
                PERFORM run-one-merge
            END-IF.
            IF promise-notices > 0 THEN
                MOVE promise-command TO merge-command
                PERFORM run-one-merge
            END-IF.
            MOVE total-notices TO banner-rec-count.
            IF merges-failed > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> one list through the letters merge; a merge that ends
            *> in error leaves its notices unproduced, so the run
            *> says so and ends RC 4 for the driver to see.
            run-one-merge.
                CALL "SYSTEM" USING merge-command.
                MOVE RETURN-CODE TO merge-retcode.
                IF merge-retcode NOT = 0 THEN
                    DISPLAY "ntcgen: letters merge failed (rc "
                            merge-retcode "): "
                            FUNCTION TRIM(merge-command)
                    ADD 1 TO merges-failed
                END-IF.
                EXIT.

            *> tonight's window is everything past where last business
            *> night's reached (<days> - 1 business days out from
            *> tonight) up to <days> business days out.
            set-the-due-window.
                MOVE cycle-date-stamp TO date-num.
                COMPUTE roll-integer =
                        FUNCTION INTEGER-OF-DATE(date-num).
                MOVE 0 TO days-counted.
                PERFORM UNTIL days-counted >= reminder-days - 1
                    ADD 1 TO roll-integer
                    PERFORM roll-to-business-day
                    ADD 1 TO days-counted
                END-PERFORM.
                MOVE FUNCTION DATE-OF-INTEGER(roll-integer)
                        TO date-num.
                MOVE date-num TO window-low.
                ADD 1 TO roll-integer.
                PERFORM roll-to-business-day.
                MOVE FUNCTION DATE-OF-INTEGER(roll-integer)
                        TO date-num.
                MOVE date-num TO window-high.
                EXIT.

            roll-to-business-day.
                MOVE 0 TO rolling-done.
                PERFORM UNTIL rolling-done = 1
                    COMPUTE weekday-remainder =
                            FUNCTION MOD(roll-integer, 7)
                    IF weekday-remainder = 0
                            OR weekday-remainder = 6 THEN
                        ADD 1 TO roll-integer
                    ELSE
                        PERFORM check-holiday-calendar
                        IF candidate-is-holiday = 1 THEN
                            ADD 1 TO roll-integer
                        ELSE
                            MOVE 1 TO rolling-done
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            check-holiday-calendar.
                MOVE 0 TO candidate-is-holiday.
                IF NOT holiday-calendar-open THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION DATE-OF-INTEGER(roll-integer)
                        TO holiday-date.
                READ holiday-file
                    INVALID KEY MOVE 0 TO candidate-is-holiday
                    NOT INVALID KEY MOVE 1 TO candidate-is-holiday
                END-READ.
                EXIT.

            *> every unpaid row of an active loan whose due date is in
            *> tonight's window.
            queue-the-due-reminders.
                OPEN INPUT loan-schedule.
                IF loan-schedule-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO current-loan.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND NOT sched-row-is-paid
                            AND NOT sched-row-written-off
                            AND sched-due-date > window-low
                            AND sched-due-date <= window-high THEN
                        PERFORM queue-one-reminder
                    END-IF
                END-PERFORM.
                CLOSE loan-schedule.
                EXIT.

            queue-one-reminder.
                IF sched-loan-number NOT = current-loan THEN
                    MOVE sched-loan-number TO current-loan
                    MOVE 0 TO current-loan-active
                    MOVE sched-loan-number TO loan-number
                    READ loan-master
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF loan-is-active THEN
                                MOVE 1 TO current-loan-active
                            END-IF
                    END-READ
                    MOVE sched-loan-number TO hold-loan-number
                    PERFORM check-the-legal-hold
                    MOVE legal-hold-found TO current-loan-held
                END-IF.
                IF current-loan-active = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF current-loan-held = 1 THEN
                    ADD 1 TO notices-held
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE due-amount = sched-principal-amt
                        + sched-interest-amt.
                MOVE sched-due-date TO date-num.
                PERFORM format-the-date.
                MOVE SPACES TO notice-line.
                MOVE sched-loan-number TO notice-loan-number.
                MOVE due-amount TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO notice-amount.
                STRING "PAYMENT " sched-payment-num " DUE "
                        formatted-date
                    DELIMITED BY SIZE INTO notice-detail
                END-STRING.
                MOVE notice-line TO due-queue-record.
                WRITE due-queue-record.
                ADD 1 TO due-notices.
                EXIT.

            *> the events posted under tonight's business date.
            queue-the-ledger-events.
                OPEN INPUT loan-txn-file.
                IF loan-txn-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND txn-cycle-date = cycle-date-stamp THEN
                        EVALUATE TRUE
                            WHEN txn-is-reprice
                                PERFORM queue-one-rate-change
                            WHEN txn-is-restructure
                                PERFORM queue-one-restructure
                            WHEN txn-is-late-fee
                                PERFORM queue-one-fee
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                CLOSE loan-txn-file.
                EXIT.

            *> the reprice memo reads "RATE old TO new".
            queue-one-rate-change.
                MOVE txn-effective-date TO date-num.
                PERFORM format-the-date.
                MOVE SPACES TO notice-line.
                MOVE txn-loan-number TO notice-loan-number.
                MOVE txn-amount TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO notice-amount.
                STRING FUNCTION TRIM(txn-memo) ", EFFECTIVE "
                        formatted-date
                    DELIMITED BY SIZE INTO notice-detail
                END-STRING.
                MOVE notice-line TO rate-queue-record.
                WRITE rate-queue-record.
                ADD 1 TO rate-notices.
                EXIT.

            *> the restructure memo reads "RATE new OVER n MONTHS".
            queue-one-restructure.
                MOVE txn-effective-date TO date-num.
                PERFORM format-the-date.
                MOVE SPACES TO notice-line.
                MOVE txn-loan-number TO notice-loan-number.
                MOVE txn-amount TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO notice-amount.
                STRING FUNCTION TRIM(txn-memo) ", EFFECTIVE "
                        formatted-date
                    DELIMITED BY SIZE INTO notice-detail
                END-STRING.
                MOVE notice-line TO restructure-queue-record.
                WRITE restructure-queue-record.
                ADD 1 TO restructure-notices.
                EXIT.

            queue-one-fee.
                MOVE txn-loan-number TO hold-loan-number.
                PERFORM check-the-legal-hold.
                IF loan-under-legal-hold THEN
                    ADD 1 TO notices-held
                    EXIT PARAGRAPH
                END-IF.
                MOVE txn-effective-date TO date-num.
                PERFORM format-the-date.
                MOVE SPACES TO notice-line.
                MOVE txn-loan-number TO notice-loan-number.
                MOVE txn-amount TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO notice-amount.
                STRING "LATE CHARGE ON PAYMENT " txn-payment-num
                        ", ASSESSED " formatted-date
                    DELIMITED BY SIZE INTO notice-detail
                END-STRING.
                MOVE notice-line TO fee-queue-record.
                WRITE fee-queue-record.
                ADD 1 TO fee-notices.
                EXIT.

            *> a bankruptcy or other legal hold in force on the loan.
            check-the-legal-hold.
                MOVE 0 TO legal-hold-found.
                IF legal-is-open = 1 THEN
                    MOVE hold-loan-number TO ll-loan-number
                    READ legal-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF ll-hold-in-force THEN
                                MOVE 1 TO legal-hold-found
                            END-IF
                    END-READ
                END-IF.
                EXIT.

            *> the promises promchk judged broken tonight.
            queue-the-broken-promises.
                OPEN INPUT broken-file.
                IF broken-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ broken-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND bp-cycle-date = cycle-date-stamp THEN
                        PERFORM queue-one-broken-promise
                    END-IF
                END-PERFORM.
                CLOSE broken-file.
                EXIT.

            queue-one-broken-promise.
                MOVE bp-prom-date TO date-num.
                PERFORM format-the-date.
                MOVE SPACES TO notice-line.
                MOVE bp-loan-number TO notice-loan-number.
                MOVE bp-amount TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO notice-amount.
                STRING "PROMISED BY " formatted-date
                        " AND NOT RECEIVED"
                    DELIMITED BY SIZE INTO notice-detail
                END-STRING.
                MOVE notice-line TO promise-queue-record.
                WRITE promise-queue-record.
                ADD 1 TO promise-notices.
                EXIT.

            format-the-date.
                MOVE SPACES TO formatted-date.
                STRING date-num(1:4) "-" date-num(5:2) "-"
                        date-num(7:2)
                    DELIMITED BY SIZE INTO formatted-date
                END-STRING.
                EXIT.

            print-one-line.
                DISPLAY "ntcgen: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM ntcgen.
