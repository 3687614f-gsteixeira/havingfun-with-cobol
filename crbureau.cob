        *> **********************************************************************
        *> crbureau - month-end credit bureau reporting file. The shop
        *> lends but never told the bureaus, which the investors and the
        *> regulators now expect. On the month-end night this job walks
        *> loanmast.dat and each loan's loansched.dat rows and writes
        *> crbureau.dat, one fixed-layout base segment per reportable
        *> loan, between a header and a trailer carrying the control
        *> totals the bureau balances the file against. The file is
        *> cataloged through gencatlg like every other outbound file,
        *> so last month's submission can be pulled back and resent.
        *>
        *>    crbureau.dat layout, record type in column 1:
        *>      header  "H" file-seq 9(6) (BUREAU refnum series),
        *>              activity-date X(8) (the business date),
        *>              created X(14)
        *>      base    "B" loan-number 9(6), borrower-id 9(4), name
        *>              X(50), address X(60) off custmast.dat,
        *>              opened X(8), original amount, highest balance,
        *>              scheduled payment, current balance, amount past
        *>              due (each 9(9)V99), terms 999, status X(2),
        *>              payment-pattern X(24), last-paid X(8)
        *>      trailer "T" base count 9(9), balance total 9(13)V99,
        *>              past-due total 9(13)V99
        *>
        *>    account status, from the age of the oldest row unpaid
        *>    at the business date - loanaging.cob's buckets:
        *>      11 current (under 30 days)   71 30-59 days
        *>      78 60-89 days                80 90+ days
        *>      13 paid off                  97 written off
        *>      05 transferred to another servicer (loanxfer.cob) -
        *>         reported with no balance and nothing past due
        *>
        *>    the payment pattern is 24 months, the reporting month
        *>    first: each month is judged as at its last day from the
        *>    schedule's due and paid dates - 0 current, 1 30-59,
        *>    2 60-89, 3 90+ days past due, B the loan not yet open.
        *>
        *>    a loan the bureau could not match to a person is not
        *>    reported: borrower 0000 (converted and never assigned),
        *>    a borrower not on custmast.dat, or one with no address on
        *>    file. Each such loan is listed with its reason on the
        *>    exceptions report crbexcp.rpt for the desk to repair
        *>    before next month's file.
        *>
        *>    RETURN-CODE: 0 clean, 4 exceptions listed, 8 the masters
        *>    would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. crbureau.
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
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT bureau-file ASSIGN TO "crbureau.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS bureau-file-status.
                    SELECT exception-report ASSIGN TO "crbexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  bureau-file.
                    01 bureau-header.
                        02 bh-record-type   PIC X(1).
                        02 bh-file-seq      PIC 9(6).
                        02 bh-activity-date PIC X(8).
                        02 bh-created       PIC X(14).
                    01 bureau-base.
                        02 bb-record-type   PIC X(1).
                        02 bb-loan-number   PIC 9(6).
                        02 bb-borrower-id   PIC 9(4).
                        02 bb-name          PIC X(50).
                        02 bb-address       PIC X(60).
                        02 bb-opened        PIC X(8).
                        02 bb-original      PIC 9(9)V99.
                        02 bb-highest       PIC 9(9)V99.
                        02 bb-scheduled     PIC 9(9)V99.
                        02 bb-balance       PIC 9(9)V99.
                        02 bb-past-due      PIC 9(9)V99.
                        02 bb-terms         PIC 999.
                        02 bb-status        PIC X(2).
                        02 bb-pattern       PIC X(24).
                        02 bb-last-paid     PIC X(8).
                    01 bureau-trailer.
                        02 bt-record-type   PIC X(1).
                        02 bt-base-count    PIC 9(9).
                        02 bt-balance-total PIC 9(13)V99.
                        02 bt-past-due-total PIC 9(13)V99.
                FD  exception-report.
                    01 exception-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 bureau-file-status   PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 rows-at-end      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 cycle-integer    PIC 9(9) VALUE ZEROS.
                01 cycle-date-parts.
                    02 cycle-year   PIC 9(4).
                    02 cycle-month  PIC 9(2).
                    02 cycle-day    PIC 9(2).
                01 file-series      PIC X(10) VALUE "BUREAU".
                01 file-sequence    PIC 9(6) VALUE ZEROS.
                01 file-reference   PIC X(12) VALUE SPACES.
                *> the loan in hand: its schedule rows as due and
                *> settled day numbers, so each of the 24 months can
                *> be judged without walking the file again. A row
                *> still open settles on day zero.
                01 row-count        PIC 9(3) VALUE ZEROS.
                01 row-table.
                    02 row-entry OCCURS 999 TIMES.
                        03 row-due-integer     PIC 9(9).
                        03 row-settled-integer PIC 9(9).
                        03 row-amount          PIC 9(9)V99.
                01 row-idx          PIC 9(3) VALUE ZEROS.
                01 opened-integer   PIC 9(9) VALUE ZEROS.
                01 last-paid-date   PIC X(8) VALUE SPACES.
                01 past-due-amount  PIC 9(9)V99 VALUE ZEROS.
                *> one month's judgement.
                01 month-idx        PIC 99 VALUE ZEROS.
                01 judge-integer    PIC 9(9) VALUE ZEROS.
                01 oldest-open-due  PIC 9(9) VALUE ZEROS.
                01 days-past-due    PIC 9(9) VALUE ZEROS.
                01 month-year       PIC 9(4) VALUE ZEROS.
                01 month-number     PIC 9(2) VALUE ZEROS.
                01 first-of-next    PIC 9(8) VALUE ZEROS.
                01 pattern-text     PIC X(24) VALUE SPACES.
                01 exception-reason PIC X(30) VALUE SPACES.
                *> the run's tallies.
                01 loans-reported   PIC 9(9) VALUE ZEROS.
                01 loans-excepted   PIC 9(6) VALUE ZEROS.
                01 balance-total    PIC 9(13)V99 VALUE ZEROS.
                01 past-due-total   PIC 9(13)V99 VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 generation-base  PIC X(20) VALUE "crbureau.dat".
                01 generation-count PIC 9(9) VALUE ZEROS.
                01 banner-job-name  PIC X(20) VALUE "CRBUREAU".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            OPEN INPUT customer-master.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00"
                    OR master-file-status NOT = "00" THEN
                DISPLAY "crbureau: loanmast.dat/loansched.dat/"
                        "custmast.dat not available - no file built"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O"
                    OR cycle-date-stamp NOT NUMERIC THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE cycle-date-stamp TO cycle-date-parts.
            COMPUTE cycle-integer = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(cycle-date-stamp)).
            CALL "refnum" USING file-series, file-sequence,
                    file-reference.
            OPEN OUTPUT bureau-file.
            OPEN OUTPUT exception-report.
            MOVE SPACES TO print-text.
            STRING "CREDIT BUREAU EXCEPTIONS - ACTIVITY DATE "
                    cycle-date-stamp " FILE " file-sequence
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            MOVE print-text TO exception-line.
            WRITE exception-line.
            MOVE SPACES TO bureau-header.
            MOVE "H" TO bh-record-type.
            MOVE file-sequence TO bh-file-seq.
            MOVE cycle-date-stamp TO bh-activity-date.
            MOVE FUNCTION CURRENT-DATE(1:14) TO bh-created.
            WRITE bureau-header.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM report-one-loan
                END-IF
            END-PERFORM.
            MOVE SPACES TO bureau-trailer.
            MOVE "T" TO bt-record-type.
            MOVE loans-reported TO bt-base-count.
            MOVE balance-total TO bt-balance-total.
            MOVE past-due-total TO bt-past-due-total.
            WRITE bureau-trailer.
            CLOSE bureau-file.
            COMPUTE generation-count = loans-reported + 2.
            CALL "gencatlg" USING generation-base, generation-count.
            MOVE SPACES TO print-text.
            STRING "  " loans-reported " LOAN(S) REPORTED, "
                    loans-excepted " EXCEPTION(S)"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            MOVE print-text TO exception-line.
            WRITE exception-line.
            CLOSE exception-report.
            CLOSE customer-master.
            CLOSE loan-schedule.
            CLOSE loan-master.
            DISPLAY "crbureau: file " file-sequence ", "
                    loans-reported " loan(s) reported, "
                    loans-excepted " exception(s) on crbexcp.rpt".
            MOVE loans-reported TO banner-rec-count.
            IF loans-excepted > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            report-one-loan.
                PERFORM find-the-borrower.
                IF exception-reason NOT = SPACES THEN
                    PERFORM list-the-exception
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load-the-rows.
                MOVE SPACES TO bureau-base.
                MOVE "B" TO bb-record-type.
                MOVE loan-number TO bb-loan-number.
                MOVE loan-borrower-id TO bb-borrower-id.
                MOVE username TO bb-name.
                MOVE cust-address TO bb-address.
                MOVE loan-opened TO bb-opened.
                MOVE loan-principal TO bb-original.
                IF loan-balance > loan-principal THEN
                    MOVE loan-balance TO bb-highest
                ELSE
                    MOVE loan-principal TO bb-highest
                END-IF.
                MOVE loan-payment TO bb-scheduled.
                MOVE loan-term-months TO bb-terms.
                MOVE last-paid-date TO bb-last-paid.
                IF loan-is-paid-off OR loan-is-transferred THEN
                    MOVE 0 TO bb-balance
                    MOVE 0 TO bb-past-due
                ELSE
                    MOVE loan-balance TO bb-balance
                    MOVE past-due-amount TO bb-past-due
                END-IF.
                PERFORM build-the-pattern.
                MOVE pattern-text TO bb-pattern.
                EVALUATE TRUE
                    WHEN loan-is-paid-off
                        MOVE "13" TO bb-status
                    WHEN loan-is-transferred
                        MOVE "05" TO bb-status
                    WHEN loan-is-written-off
                        MOVE "97" TO bb-status
                    WHEN pattern-text(1:1) = "3"
                        MOVE "80" TO bb-status
                    WHEN pattern-text(1:1) = "2"
                        MOVE "78" TO bb-status
                    WHEN pattern-text(1:1) = "1"
                        MOVE "71" TO bb-status
                    WHEN OTHER
                        MOVE "11" TO bb-status
                END-EVALUATE.
                WRITE bureau-base.
                ADD 1 TO loans-reported.
                ADD bb-balance TO balance-total.
                ADD bb-past-due TO past-due-total.
                EXIT.

            find-the-borrower.
                MOVE SPACES TO exception-reason.
                IF loan-borrower-id = 0 THEN
                    MOVE "NO BORROWER ASSIGNED (0000)"
                            TO exception-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "BORROWER NOT ON CUSTMAST"
                                TO exception-reason
                        EXIT PARAGRAPH
                END-READ.
                IF cust-address = SPACES THEN
                    MOVE "NO ADDRESS ON FILE" TO exception-reason
                END-IF.
                EXIT.

            list-the-exception.
                MOVE SPACES TO print-text.
                STRING "  LOAN " loan-number " BORROWER "
                        loan-borrower-id " - " exception-reason
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                MOVE print-text TO exception-line.
                WRITE exception-line.
                ADD 1 TO loans-excepted.
                EXIT.

            *> the loan's rows off the schedule, with the overdue
            *> amount and the last payment date picked up on the way.
            load-the-rows.
                MOVE 0 TO row-count.
                MOVE 0 TO past-due-amount.
                MOVE SPACES TO last-paid-date.
                MOVE 0 TO opened-integer.
                IF loan-opened NUMERIC THEN
                    COMPUTE opened-integer = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(loan-opened))
                END-IF.
                MOVE loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO rows-at-end.
                PERFORM UNTIL rows-at-end = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO rows-at-end
                    END-READ
                    IF rows-at-end = 0
                            AND sched-loan-number NOT = loan-number
                            THEN
                        MOVE 1 TO rows-at-end
                    END-IF
                    IF rows-at-end = 0 AND row-count < 999
                            AND sched-due-date NUMERIC THEN
                        PERFORM hold-one-row
                    END-IF
                END-PERFORM.
                EXIT.

            hold-one-row.
                ADD 1 TO row-count.
                COMPUTE row-due-integer(row-count) =
                        FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(sched-due-date)).
                COMPUTE row-amount(row-count) =
                        sched-principal-amt + sched-interest-amt.
                MOVE 0 TO row-settled-integer(row-count).
                IF sched-row-is-paid THEN
                    IF sched-paid-date NUMERIC THEN
                        COMPUTE row-settled-integer(row-count) =
                                FUNCTION INTEGER-OF-DATE(
                                    FUNCTION NUMVAL(sched-paid-date))
                        IF sched-paid-date > last-paid-date
                                OR last-paid-date = SPACES THEN
                            MOVE sched-paid-date TO last-paid-date
                        END-IF
                    ELSE
                        MOVE row-due-integer(row-count)
                                TO row-settled-integer(row-count)
                    END-IF
                END-IF.
                IF row-settled-integer(row-count) = 0
                        AND row-due-integer(row-count) < cycle-integer
                        THEN
                    ADD row-amount(row-count) TO past-due-amount
                END-IF.
                EXIT.

            *> month 1 is judged at the business date itself; each
            *> earlier month at its last calendar day - the day
            *> before the first of the month after it.
            build-the-pattern.
                MOVE SPACES TO pattern-text.
                MOVE cycle-year TO month-year.
                MOVE cycle-month TO month-number.
                PERFORM VARYING month-idx FROM 1 BY 1
                        UNTIL month-idx > 24
                    IF month-idx = 1 THEN
                        MOVE cycle-integer TO judge-integer
                    ELSE
                        COMPUTE first-of-next = month-year * 10000
                                + month-number * 100 + 1
                        COMPUTE judge-integer = FUNCTION
                                INTEGER-OF-DATE(first-of-next) - 1
                        IF month-number = 1 THEN
                            MOVE 12 TO month-number
                            SUBTRACT 1 FROM month-year
                        ELSE
                            SUBTRACT 1 FROM month-number
                        END-IF
                    END-IF
                    PERFORM judge-one-month
                END-PERFORM.
                EXIT.

            judge-one-month.
                IF opened-integer > 0
                        AND judge-integer < opened-integer THEN
                    MOVE "B" TO pattern-text(month-idx:1)
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO oldest-open-due.
                PERFORM VARYING row-idx FROM 1 BY 1
                        UNTIL row-idx > row-count
                    IF row-due-integer(row-idx) < judge-integer
                            AND (row-settled-integer(row-idx) = 0
                            OR row-settled-integer(row-idx)
                                > judge-integer)
                            AND (oldest-open-due = 0
                            OR row-due-integer(row-idx)
                                < oldest-open-due) THEN
                        MOVE row-due-integer(row-idx)
                                TO oldest-open-due
                    END-IF
                END-PERFORM.
                IF oldest-open-due = 0 THEN
                    MOVE 0 TO days-past-due
                ELSE
                    COMPUTE days-past-due =
                            judge-integer - oldest-open-due
                END-IF.
                EVALUATE TRUE
                    WHEN days-past-due >= 90
                        MOVE "3" TO pattern-text(month-idx:1)
                    WHEN days-past-due >= 60
                        MOVE "2" TO pattern-text(month-idx:1)
                    WHEN days-past-due >= 30
                        MOVE "1" TO pattern-text(month-idx:1)
                    WHEN OTHER
                        MOVE "0" TO pattern-text(month-idx:1)
                END-EVALUATE.
                EXIT.

        END PROGRAM crbureau.
