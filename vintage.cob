        *> **********************************************************************
        *> vintage - static pool performance by origination month.
        *> loanrpt.cob shows the book as it stands tonight, so nobody
        *> could tell whether last spring's loans are doing worse than
        *> the year before's. This month-end job groups every loan by
        *> the month of loan-opened and, for each month-end since
        *> origination, shows what share of the pool's original
        *> principal was
        *>
        *>      outstanding   principal not yet repaid, written off or
        *>                    sold
        *>      30+ / 90+     outstanding on loans whose oldest unpaid
        *>                    row was that many days past due at the
        *>                    month-end
        *>      written off   principal charged off (woff.dat) by then
        *>      prepaid       principal paid before its row fell due
        *>                    (loansched.dat paid dates) - payoffs and
        *>                    payments made ahead
        *>      sold          balance transferred out (xferreg.dat) -
        *>                    it leaves the pool without repaying or
        *>                    defaulting, so it is shown on its own
        *>
        *>    the month-ends are rebuilt from the schedule's due and
        *>    paid dates, so a month already past reads the same every
        *>    time the report runs. Loans loanarc.cob has moved to the
        *>    archive (loanmast.arc / loansched.arc) stay in their
        *>    vintage. A loan with no opening date cannot be placed
        *>    and is counted apart. The current month's column is as
        *>    of the business date.
        *>
        *>    output: vintage.rpt through rptstore, and vintage.csv
        *>    (through csvwrite.cob) for risk to chart - one row per
        *>    vintage and month since origination:
        *>      vintage,age_months,loans,original_principal,
        *>      outstanding_pct,dq30_pct,dq90_pct,written_off_pct,
        *>      prepaid_pct,sold_pct
        *>
        *>    the 120 most recent months of vintages, ten years of ages
        *>    each. The night's schedule runs it on month-end nights.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. vintage.
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
                    SELECT loan-archive ASSIGN TO "loanmast.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS arc-loan-number
                        ALTERNATE RECORD KEY IS arc-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-archive-status.
                    SELECT schedule-archive ASSIGN TO "loansched.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sa-key
                        FILE STATUS IS schedule-archive-status.
                    SELECT register-file ASSIGN TO "xferreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS xr-loan-number
                        FILE STATUS IS register-file-status.
                    SELECT writeoff-file ASSIGN TO "woff.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS writeoff-file-status.
                    SELECT report-file ASSIGN TO "vintage.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT csv-file ASSIGN TO "vintage.csv"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  loan-archive.
                    COPY LOANARC.
                FD  schedule-archive.
                    COPY SCHDARC.
                FD  register-file.
                    COPY XFERREG.
                FD  writeoff-file.
                    01 writeoff-record.
                        02 wo-loan-number PIC 9(6).
                        02 wo-borrower-id PIC 9(4).
                        02 wo-principal   PIC 9(9)V99.
                        02 wo-fees        PIC 9(9)V99.
                        02 wo-approver    PIC X(10).
                        02 wo-cycle-date  PIC X(8).
                FD  report-file.
                    01 report-line PIC X(100).
                FD  csv-file.
                    01 csv-line PIC X(500).
            WORKING-STORAGE SECTION.
                01 loan-master-status      PIC X(02) VALUE "00".
                01 loan-schedule-status    PIC X(02) VALUE "00".
                01 loan-archive-status     PIC X(02) VALUE "00".
                01 schedule-archive-status PIC X(02) VALUE "00".
                01 register-file-status    PIC X(02) VALUE "00".
                01 register-open           PIC 9 VALUE ZERO.
                01 writeoff-file-status    PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 rows-done        PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 business-int     PIC 9(7) VALUE ZEROS.
                01 business-months  PIC 9(6) VALUE ZEROS.
                01 loans-placed     PIC 9(6) VALUE ZEROS.
                01 loans-undated    PIC 9(6) VALUE ZEROS.
                01 loans-beyond     PIC 9(6) VALUE ZEROS.
                *> the write-offs, off woff.dat once.
                01 writeoff-table.
                    02 writeoff-entry OCCURS 5000 TIMES.
                        03 wt-loan-number PIC 9(6).
                        03 wt-principal   PIC 9(9)V99.
                        03 wt-date-int    PIC 9(7).
                01 writeoff-count   PIC 9(4) VALUE ZEROS.
                01 writeoff-idx     PIC 9(4) VALUE ZEROS.
                *> the loan being worked and its schedule rows.
                01 row-table.
                    02 row-entry OCCURS 480 TIMES.
                        03 rt-due-int     PIC 9(7).
                        03 rt-paid-int    PIC 9(7).
                        03 rt-principal   PIC 9(9)V99.
                01 row-count        PIC 9(4) VALUE ZEROS.
                01 row-idx          PIC 9(4) VALUE ZEROS.
                01 opened-year      PIC 9(4) VALUE ZEROS.
                01 opened-month     PIC 9(2) VALUE ZEROS.
                01 opened-months    PIC 9(6) VALUE ZEROS.
                01 vintage-key      PIC 9(6) VALUE ZEROS.
                01 loan-max-age     PIC 9(4) VALUE ZEROS.
                01 loan-woff-amt    PIC 9(9)V99 VALUE ZEROS.
                01 loan-woff-int    PIC 9(7) VALUE ZEROS.
                01 loan-sold-amt    PIC 9(9)V99 VALUE ZEROS.
                01 loan-sold-int    PIC 9(7) VALUE ZEROS.
                01 age-months       PIC 9(4) VALUE ZEROS.
                01 as-of-int        PIC 9(7) VALUE ZEROS.
                01 month-end-year   PIC 9(4) VALUE ZEROS.
                01 month-end-month  PIC 9(2) VALUE ZEROS.
                01 next-first-date  PIC 9(8) VALUE ZEROS.
                01 paid-principal   PIC 9(11)V99 VALUE ZEROS.
                01 paid-ahead       PIC 9(11)V99 VALUE ZEROS.
                01 still-owed       PIC S9(11)V99 VALUE ZEROS.
                01 oldest-unpaid-int PIC 9(7) VALUE ZEROS.
                01 days-past        PIC 9(7) VALUE ZEROS.
                01 loan-gone        PIC 9 VALUE ZERO.
                *> the pools: a vintage per opening month, a column per
                *> month since origination (age 0 in slot 1).
                01 vintage-table.
                    02 vintage-entry OCCURS 120 TIMES.
                        03 vt-key           PIC 9(6).
                        03 vt-loans         PIC 9(6).
                        03 vt-principal     PIC 9(11)V99.
                        03 vt-max-age       PIC 9(4).
                        03 vt-age OCCURS 121 TIMES.
                            04 va-outstanding PIC 9(11)V99.
                            04 va-dq30        PIC 9(11)V99.
                            04 va-dq90        PIC 9(11)V99.
                            04 va-woff        PIC 9(11)V99.
                            04 va-prepaid     PIC 9(11)V99.
                            04 va-sold        PIC 9(11)V99.
                01 vintage-count    PIC 9(4) VALUE ZEROS.
                01 vintage-idx      PIC 9(4) VALUE ZEROS.
                01 vintage-slot     PIC 9(4) VALUE ZEROS.
                01 age-slot         PIC 9(4) VALUE ZEROS.
                01 printed-key      PIC 9(6) VALUE ZEROS.
                01 next-key         PIC 9(6) VALUE ZEROS.
                *> the shares of one column, as printed.
                01 share-outstanding PIC 9(3)V99 VALUE ZEROS.
                01 share-dq30        PIC 9(3)V99 VALUE ZEROS.
                01 share-dq90        PIC 9(3)V99 VALUE ZEROS.
                01 share-woff        PIC 9(3)V99 VALUE ZEROS.
                01 share-prepaid     PIC 9(3)V99 VALUE ZEROS.
                01 share-sold        PIC 9(3)V99 VALUE ZEROS.
                01 display-share-1  PIC ZZ9.99.
                01 display-share-2  PIC ZZ9.99.
                01 display-share-3  PIC ZZ9.99.
                01 display-share-4  PIC ZZ9.99.
                01 display-share-5  PIC ZZ9.99.
                01 display-share-6  PIC ZZ9.99.
                01 display-age      PIC ZZ9.
                01 display-amount   PIC Z(10)9.99.
                01 display-count    PIC Z(5)9.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the CSV row - see csvwrite.cob.
                01 csv-field-count  PIC 9(4) VALUE 10.
                01 csv-fields.
                    02 csv-field OCCURS 1 TO 20 TIMES
                            DEPENDING ON csv-field-count PIC X(100).
                01 csv-row          PIC X(500) VALUE SPACES.
                01 csv-number       PIC -(10)9.99.
                01 csv-rows         PIC 9(6) VALUE ZEROS.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "vintage.rpt".
                01 banner-job-name  PIC X(20) VALUE "VINTAGE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            COMPUTE business-int = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(cycle-date-stamp)).
            COMPUTE business-months =
                    FUNCTION NUMVAL(cycle-date-stamp(1:4)) * 12
                    + FUNCTION NUMVAL(cycle-date-stamp(5:2)) - 1.
            PERFORM load-the-writeoffs.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "vintage: loanmast.dat not available "
                        "(status " loan-master-status ")"
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            OPEN INPUT loan-schedule.
            OPEN INPUT register-file.
            IF register-file-status = "00" THEN
                MOVE 1 TO register-open
            END-IF.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM load-live-rows
                    PERFORM place-the-loan
                END-IF
            END-PERFORM.
            CLOSE loan-master.
            IF loan-schedule-status = "00" THEN
                CLOSE loan-schedule
            END-IF.
            *> the closed loans loanarc has moved off the master.
            OPEN INPUT loan-archive.
            IF loan-archive-status = "00" THEN
                OPEN INPUT schedule-archive
                MOVE 0 TO end_of_file
                PERFORM UNTIL end_of_file = 1
                    READ loan-archive NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE arc-loan-image TO loan-record
                        PERFORM load-archived-rows
                        PERFORM place-the-loan
                    END-IF
                END-PERFORM
                CLOSE loan-archive
                IF schedule-archive-status = "00" THEN
                    CLOSE schedule-archive
                END-IF
            END-IF.
            IF register-open = 1 THEN
                CLOSE register-file
            END-IF.
            PERFORM print-the-report.
            MOVE loans-placed TO banner-rec-count.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            load-the-writeoffs.
                MOVE 0 TO writeoff-count.
                OPEN INPUT writeoff-file.
                IF writeoff-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ writeoff-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND writeoff-count < 5000
                            AND wo-cycle-date NUMERIC THEN
                        ADD 1 TO writeoff-count
                        MOVE wo-loan-number
                            TO wt-loan-number(writeoff-count)
                        MOVE wo-principal
                            TO wt-principal(writeoff-count)
                        COMPUTE wt-date-int(writeoff-count) =
                                FUNCTION INTEGER-OF-DATE(
                                    FUNCTION NUMVAL(wo-cycle-date))
                    END-IF
                END-PERFORM.
                CLOSE writeoff-file.
                EXIT.

            load-live-rows.
                MOVE 0 TO row-count.
                IF loan-schedule-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY IS >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO rows-done.
                PERFORM UNTIL rows-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO rows-done
                    END-READ
                    IF rows-done = 0 THEN
                        IF sched-loan-number NOT = loan-number THEN
                            MOVE 1 TO rows-done
                        ELSE
                            PERFORM keep-one-row
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            load-archived-rows.
                MOVE 0 TO row-count.
                IF schedule-archive-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO sa-loan-number.
                MOVE 0 TO sa-payment-num.
                START schedule-archive KEY IS >= sa-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO rows-done.
                PERFORM UNTIL rows-done = 1
                    READ schedule-archive NEXT RECORD
                        AT END MOVE 1 TO rows-done
                    END-READ
                    IF rows-done = 0 THEN
                        IF sa-loan-number NOT = loan-number THEN
                            MOVE 1 TO rows-done
                        ELSE
                            MOVE sa-row-image TO schedule-record
                            PERFORM keep-one-row
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> a row with no due date cannot fall due and is left out.
            keep-one-row.
                IF row-count >= 480
                        OR sched-due-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO row-count.
                COMPUTE rt-due-int(row-count) =
                        FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(sched-due-date)).
                MOVE 0 TO rt-paid-int(row-count).
                IF sched-row-is-paid AND sched-paid-date NUMERIC THEN
                    COMPUTE rt-paid-int(row-count) =
                            FUNCTION INTEGER-OF-DATE(
                                FUNCTION NUMVAL(sched-paid-date))
                END-IF.
                MOVE sched-principal-amt TO rt-principal(row-count).
                EXIT.

            *> the loan joins its vintage, and every month-end since it
            *> opened adds its state to the vintage's column.
            place-the-loan.
                IF loan-opened NOT NUMERIC THEN
                    ADD 1 TO loans-undated
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-opened(1:4) TO opened-year.
                MOVE loan-opened(5:2) TO opened-month.
                COMPUTE opened-months =
                        opened-year * 12 + opened-month - 1.
                IF opened-months > business-months THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE loan-max-age = business-months - opened-months.
                IF loan-max-age > 120 THEN
                    MOVE 120 TO loan-max-age
                END-IF.
                COMPUTE vintage-key = opened-year * 100 + opened-month.
                PERFORM find-the-vintage.
                IF vintage-slot = 0 THEN
                    ADD 1 TO loans-beyond
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO loans-placed.
                ADD 1 TO vt-loans(vintage-slot).
                ADD loan-principal TO vt-principal(vintage-slot).
                IF loan-max-age > vt-max-age(vintage-slot) THEN
                    MOVE loan-max-age TO vt-max-age(vintage-slot)
                END-IF.
                MOVE 0 TO loan-woff-amt.
                MOVE 0 TO loan-woff-int.
                PERFORM VARYING writeoff-idx FROM 1 BY 1
                        UNTIL writeoff-idx > writeoff-count
                    IF wt-loan-number(writeoff-idx) = loan-number THEN
                        MOVE wt-principal(writeoff-idx)
                            TO loan-woff-amt
                        MOVE wt-date-int(writeoff-idx) TO loan-woff-int
                    END-IF
                END-PERFORM.
                MOVE 0 TO loan-sold-amt.
                MOVE 0 TO loan-sold-int.
                IF loan-is-transferred
                        AND register-open = 1 THEN
                    MOVE loan-number TO xr-loan-number
                    READ register-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF xr-transfer-date NUMERIC THEN
                                MOVE xr-balance TO loan-sold-amt
                                COMPUTE loan-sold-int =
                                    FUNCTION INTEGER-OF-DATE(
                                        FUNCTION NUMVAL(
                                            xr-transfer-date))
                            END-IF
                    END-READ
                END-IF.
                PERFORM VARYING age-months FROM 0 BY 1
                        UNTIL age-months > loan-max-age
                    PERFORM age-the-loan
                END-PERFORM.
                EXIT.

            *> the vintage's slot, opened when first seen; past the
            *> table the oldest vintage gives way to a newer one.
            find-the-vintage.
                MOVE 0 TO vintage-slot.
                PERFORM VARYING vintage-idx FROM 1 BY 1
                        UNTIL vintage-idx > vintage-count
                            OR vintage-slot > 0
                    IF vt-key(vintage-idx) = vintage-key THEN
                        MOVE vintage-idx TO vintage-slot
                    END-IF
                END-PERFORM.
                IF vintage-slot > 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF vintage-count < 120 THEN
                    ADD 1 TO vintage-count
                    MOVE vintage-count TO vintage-slot
                ELSE
                    MOVE 1 TO vintage-slot
                    PERFORM VARYING vintage-idx FROM 2 BY 1
                            UNTIL vintage-idx > vintage-count
                        IF vt-key(vintage-idx) < vt-key(vintage-slot)
                            MOVE vintage-idx TO vintage-slot
                        END-IF
                    END-PERFORM
                    IF vt-key(vintage-slot) > vintage-key THEN
                        MOVE 0 TO vintage-slot
                        EXIT PARAGRAPH
                    END-IF
                    ADD vt-loans(vintage-slot) TO loans-beyond
                    SUBTRACT vt-loans(vintage-slot) FROM loans-placed
                END-IF.
                INITIALIZE vintage-entry(vintage-slot).
                MOVE vintage-key TO vt-key(vintage-slot).
                EXIT.

            *> one month-end: the loan's principal repaid, paid
            *> ahead, charged off or sold by then, and how late its
            *> oldest unpaid row was.
            age-the-loan.
                COMPUTE month-end-month =
                        FUNCTION MOD(opened-month - 1 + age-months, 12)
                            + 1.
                COMPUTE month-end-year = opened-year
                        + (opened-month - 1 + age-months) / 12.
                IF month-end-month = 12 THEN
                    COMPUTE next-first-date =
                            (month-end-year + 1) * 10000 + 0101
                ELSE
                    COMPUTE next-first-date = month-end-year * 10000
                            + (month-end-month + 1) * 100 + 1
                END-IF.
                COMPUTE as-of-int =
                        FUNCTION INTEGER-OF-DATE(next-first-date) - 1.
                IF as-of-int > business-int THEN
                    MOVE business-int TO as-of-int
                END-IF.
                MOVE 0 TO paid-principal.
                MOVE 0 TO paid-ahead.
                MOVE 0 TO oldest-unpaid-int.
                PERFORM VARYING row-idx FROM 1 BY 1
                        UNTIL row-idx > row-count
                    IF rt-paid-int(row-idx) > 0
                            AND rt-paid-int(row-idx) <= as-of-int THEN
                        ADD rt-principal(row-idx) TO paid-principal
                        IF rt-due-int(row-idx) > as-of-int THEN
                            ADD rt-principal(row-idx) TO paid-ahead
                        END-IF
                    ELSE
                        IF rt-due-int(row-idx) < as-of-int
                                AND (oldest-unpaid-int = 0
                                    OR rt-due-int(row-idx)
                                        < oldest-unpaid-int) THEN
                            MOVE rt-due-int(row-idx)
                                TO oldest-unpaid-int
                        END-IF
                    END-IF
                END-PERFORM.
                COMPUTE age-slot = age-months + 1.
                MOVE 0 TO loan-gone.
                IF loan-woff-int > 0 AND loan-woff-int <= as-of-int THEN
                    ADD loan-woff-amt TO va-woff(vintage-slot, age-slot)
                    MOVE 1 TO loan-gone
                END-IF.
                IF loan-sold-int > 0 AND loan-sold-int <= as-of-int THEN
                    ADD loan-sold-amt TO va-sold(vintage-slot, age-slot)
                    MOVE 1 TO loan-gone
                END-IF.
                ADD paid-ahead TO va-prepaid(vintage-slot, age-slot).
                IF loan-gone = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE still-owed = loan-principal - paid-principal.
                IF still-owed <= 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD still-owed
                    TO va-outstanding(vintage-slot, age-slot).
                IF oldest-unpaid-int = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE days-past = as-of-int - oldest-unpaid-int.
                IF days-past >= 30 THEN
                    ADD still-owed TO va-dq30(vintage-slot, age-slot)
                END-IF.
                IF days-past >= 90 THEN
                    ADD still-owed TO va-dq90(vintage-slot, age-slot)
                END-IF.
                EXIT.

            *> oldest vintage first, each with its months since
            *> origination; the CSV carries the same columns.
            print-the-report.
                OPEN OUTPUT report-file.
                OPEN OUTPUT csv-file.
                MOVE SPACES TO print-text.
                STRING "VINTAGE PERFORMANCE BY ORIGINATION MONTH"
                        " - as of " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE "  shares of original principal, percent"
                        TO print-text.
                PERFORM print-one-line.
                MOVE 10 TO csv-field-count.
                MOVE SPACES TO csv-fields.
                MOVE "vintage" TO csv-field(1).
                MOVE "age_months" TO csv-field(2).
                MOVE "loans" TO csv-field(3).
                MOVE "original_principal" TO csv-field(4).
                MOVE "outstanding_pct" TO csv-field(5).
                MOVE "dq30_pct" TO csv-field(6).
                MOVE "dq90_pct" TO csv-field(7).
                MOVE "written_off_pct" TO csv-field(8).
                MOVE "prepaid_pct" TO csv-field(9).
                MOVE "sold_pct" TO csv-field(10).
                CALL "csvwrite" USING csv-field-count, csv-fields,
                        csv-row.
                WRITE csv-line FROM csv-row.
                MOVE 0 TO printed-key.
                PERFORM VARYING vintage-idx FROM 1 BY 1
                        UNTIL vintage-idx > vintage-count
                    PERFORM find-the-next-vintage
                    PERFORM print-one-vintage
                    MOVE vt-key(vintage-slot) TO printed-key
                END-PERFORM.
                IF vintage-count = 0 THEN
                    MOVE SPACES TO print-text
                    PERFORM print-one-line
                    MOVE "  no loans to place" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " loans-placed " loan(s) in "
                        vintage-count " vintage(s), " loans-undated
                        " with no opening date, " loans-beyond
                        " in vintages too old to keep"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE csv-file.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                DISPLAY "vintage: " csv-rows " row(s) to vintage.csv".
                EXIT.

            find-the-next-vintage.
                MOVE 0 TO vintage-slot.
                MOVE 999999 TO next-key.
                PERFORM VARYING age-slot FROM 1 BY 1
                        UNTIL age-slot > vintage-count
                    IF vt-key(age-slot) > printed-key
                            AND vt-key(age-slot) < next-key THEN
                        MOVE vt-key(age-slot) TO next-key
                        MOVE age-slot TO vintage-slot
                    END-IF
                END-PERFORM.
                EXIT.

            print-one-vintage.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE vt-loans(vintage-slot) TO display-count.
                MOVE vt-principal(vintage-slot) TO display-amount.
                MOVE SPACES TO print-text.
                STRING "VINTAGE " vt-key(vintage-slot)(1:4) "-"
                        vt-key(vintage-slot)(5:2) "  loans "
                        display-count "  original principal "
                        display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE "    age  outstanding    30+    90+  w/off"
                        TO print-text.
                MOVE "  prepaid   sold" TO print-text(42:16).
                PERFORM print-one-line.
                PERFORM VARYING age-months FROM 0 BY 1
                        UNTIL age-months > vt-max-age(vintage-slot)
                    PERFORM print-one-age
                END-PERFORM.
                EXIT.

            print-one-age.
                COMPUTE age-slot = age-months + 1.
                MOVE 0 TO share-outstanding share-dq30 share-dq90
                        share-woff share-prepaid share-sold.
                IF vt-principal(vintage-slot) > 0 THEN
                    COMPUTE share-outstanding ROUNDED =
                        va-outstanding(vintage-slot, age-slot) * 100
                            / vt-principal(vintage-slot)
                    COMPUTE share-dq30 ROUNDED =
                        va-dq30(vintage-slot, age-slot) * 100
                            / vt-principal(vintage-slot)
                    COMPUTE share-dq90 ROUNDED =
                        va-dq90(vintage-slot, age-slot) * 100
                            / vt-principal(vintage-slot)
                    COMPUTE share-woff ROUNDED =
                        va-woff(vintage-slot, age-slot) * 100
                            / vt-principal(vintage-slot)
                    COMPUTE share-prepaid ROUNDED =
                        va-prepaid(vintage-slot, age-slot) * 100
                            / vt-principal(vintage-slot)
                    COMPUTE share-sold ROUNDED =
                        va-sold(vintage-slot, age-slot) * 100
                            / vt-principal(vintage-slot)
                END-IF.
                MOVE age-months TO display-age.
                MOVE share-outstanding TO display-share-1.
                MOVE share-dq30 TO display-share-2.
                MOVE share-dq90 TO display-share-3.
                MOVE share-woff TO display-share-4.
                MOVE share-prepaid TO display-share-5.
                MOVE share-sold TO display-share-6.
                MOVE SPACES TO print-text.
                STRING "    " display-age "       " display-share-1
                        " " display-share-2 " " display-share-3 " "
                        display-share-4 "   " display-share-5 " "
                        display-share-6
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO csv-fields.
                MOVE vt-key(vintage-slot) TO csv-field(1).
                MOVE age-months TO display-count.
                MOVE display-count TO csv-field(2).
                MOVE vt-loans(vintage-slot) TO display-count.
                MOVE display-count TO csv-field(3).
                MOVE vt-principal(vintage-slot) TO csv-number.
                MOVE csv-number TO csv-field(4).
                MOVE share-outstanding TO csv-number.
                MOVE csv-number TO csv-field(5).
                MOVE share-dq30 TO csv-number.
                MOVE csv-number TO csv-field(6).
                MOVE share-dq90 TO csv-number.
                MOVE csv-number TO csv-field(7).
                MOVE share-woff TO csv-number.
                MOVE csv-number TO csv-field(8).
                MOVE share-prepaid TO csv-number.
                MOVE csv-number TO csv-field(9).
                MOVE share-sold TO csv-number.
                MOVE csv-number TO csv-field(10).
                CALL "csvwrite" USING csv-field-count, csv-fields,
                        csv-row.
                WRITE csv-line FROM csv-row.
                ADD 1 TO csv-rows.
                EXIT.

            print-one-line.
                DISPLAY "vintage: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM vintage.
