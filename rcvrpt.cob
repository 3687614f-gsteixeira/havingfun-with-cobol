        *> **********************************************************************
        *> rcvrpt - recoveries by write-off cycle. A written-off loan
        *> leaves the books at loanwoff.cob, but money still comes in
        *> on some of them - collection agencies, repossession sales,
        *> the borrower who turns up years later - and loanpost.cob
        *> posts it against the loan's entry on recovery.dat. This
        *> report puts every write-off on woff.dat beside what has been
        *> recovered on it since, grouped by the month of the cycle
        *> that wrote it off, so management sees what each vintage of
        *> charge-offs actually cost once the recoveries are in:
        *>
        *>      MONTH    the write-off cycle's year and month
        *>      LOANS    loans written off in it
        *>      CHARGED  principal and fees charged off
        *>      RECOVERED principal and fee recoveries (net of
        *>               reversals) plus any excess over the charge-off
        *>      NET LOSS charged off less recovered, negative when the
        *>               recoveries ran past the charge-off
        *>      RATE     recovered as a percentage of charged off
        *>
        *>    the write-offs are SORTed into cycle order first; the
        *>    report goes to rcvrpt.rpt, the console and the report
        *>    repository.
        *>
        *>    usage: rcvrpt
        *>
        *>    RETURN-CODE: 0 the report was produced (or there were no
        *>    write-offs), 8 the write-off file would not sort.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. rcvrpt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT writeoff-file ASSIGN TO "woff.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS writeoff-file-status.
                    SELECT writeoff-sorted ASSIGN TO "rcvrpt.srt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT writeoff-sort-work ASSIGN TO "rcvrpt.tmp".
                    SELECT recovery-file ASSIGN TO "recovery.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rcv-loan-number
                        FILE STATUS IS recovery-file-status.
                    SELECT report-file ASSIGN TO "rcvrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  writeoff-file.
                    01 writeoff-record.
                        02 wo-loan-number PIC 9(6).
                        02 wo-borrower-id PIC 9(4).
                        02 wo-principal   PIC 9(9)V99.
                        02 wo-fees        PIC 9(9)V99.
                        02 wo-approver    PIC X(10).
                        02 wo-cycle-date  PIC X(8).
                FD  writeoff-sorted.
                    01 sorted-record.
                        02 srt-loan-number PIC 9(6).
                        02 srt-borrower-id PIC 9(4).
                        02 srt-principal   PIC 9(9)V99.
                        02 srt-fees        PIC 9(9)V99.
                        02 srt-approver    PIC X(10).
                        02 srt-cycle-date  PIC X(8).
                SD  writeoff-sort-work.
                    01 sort-work-record.
                        02 sw-loan-number PIC 9(6).
                        02 sw-borrower-id PIC 9(4).
                        02 sw-principal   PIC 9(9)V99.
                        02 sw-fees        PIC 9(9)V99.
                        02 sw-approver    PIC X(10).
                        02 sw-cycle-date  PIC X(8).
                FD  recovery-file.
                    COPY RECOVERY.
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 writeoff-file-status PIC X(02) VALUE "00".
                01 recovery-file-status PIC X(02) VALUE "00".
                01 recovery-is-open     PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the write-off month being gathered.
                01 current-month    PIC X(6) VALUE SPACES.
                01 month-loans      PIC 9(6) VALUE ZEROS.
                01 month-charged    PIC 9(11)V99 VALUE ZEROS.
                01 month-recovered  PIC 9(11)V99 VALUE ZEROS.
                01 loan-recovered   PIC 9(11)V99 VALUE ZEROS.
                01 net-loss         PIC S9(11)V99 VALUE ZEROS.
                01 recovery-rate    PIC 9(5)V9 VALUE ZEROS.
                01 grand-loans      PIC 9(6) VALUE ZEROS.
                01 grand-charged    PIC 9(11)V99 VALUE ZEROS.
                01 grand-recovered  PIC 9(11)V99 VALUE ZEROS.
                01 loans-recovering PIC 9(6) VALUE ZEROS.
                01 display-charged  PIC Z(10)9.99.
                01 display-recovered PIC Z(10)9.99.
                01 display-loss     PIC -(10)9.99.
                01 display-rate     PIC ZZZZ9.9.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "rcvrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "RCVRPT".
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
            OPEN INPUT writeoff-file.
            IF writeoff-file-status = "35" THEN
                DISPLAY "rcvrpt: no write-offs on file - nothing to "
                        "report"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            IF writeoff-file-status NOT = "00" THEN
                DISPLAY "rcvrpt: woff.dat not available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            CLOSE writeoff-file.
            SORT writeoff-sort-work
                ON ASCENDING KEY sw-cycle-date, sw-loan-number
                USING writeoff-file
                GIVING writeoff-sorted.
            OPEN INPUT recovery-file.
            IF recovery-file-status = "00" THEN
                MOVE 1 TO recovery-is-open
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "RECOVERIES BY WRITE-OFF CYCLE - " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  MONTH   LOANS        CHARGED      RECOVERED"
                    "       NET LOSS    RATE"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            OPEN INPUT writeoff-sorted.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ writeoff-sorted
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    IF srt-cycle-date(1:6) NOT = current-month THEN
                        PERFORM close-out-month
                        MOVE srt-cycle-date(1:6) TO current-month
                    END-IF
                    PERFORM gather-one-writeoff
                END-IF
            END-PERFORM.
            PERFORM close-out-month.
            CLOSE writeoff-sorted.
            COMPUTE net-loss = grand-charged - grand-recovered.
            MOVE grand-charged TO display-charged.
            MOVE grand-recovered TO display-recovered.
            MOVE net-loss TO display-loss.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " grand-loans " loan(s) written off, "
                    loans-recovering " with recoveries, charged "
                    FUNCTION TRIM(display-charged) ", recovered "
                    FUNCTION TRIM(display-recovered) ", net loss "
                    FUNCTION TRIM(display-loss)
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF recovery-is-open = 1 THEN
                CLOSE recovery-file
            END-IF.
            MOVE grand-loans TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> one write-off onto the month: what it charged off, and
            *> whatever recovery.dat holds against it.
            gather-one-writeoff.
                ADD 1 TO month-loans.
                ADD srt-principal TO month-charged.
                ADD srt-fees TO month-charged.
                MOVE 0 TO loan-recovered.
                IF recovery-is-open = 1 THEN
                    MOVE srt-loan-number TO rcv-loan-number
                    READ recovery-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            COMPUTE loan-recovered =
                                    rcv-principal-recovered
                                    + rcv-fees-recovered
                                    + rcv-excess-recovered
                    END-READ
                END-IF.
                IF loan-recovered > 0 THEN
                    ADD 1 TO loans-recovering
                    ADD loan-recovered TO month-recovered
                END-IF.
                EXIT.

            *> the month's line, then its figures onto the grand
            *> totals.
            close-out-month.
                IF current-month = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE net-loss = month-charged - month-recovered.
                IF month-charged > 0 THEN
                    COMPUTE recovery-rate ROUNDED =
                            month-recovered * 100 / month-charged
                ELSE
                    MOVE 0 TO recovery-rate
                END-IF.
                MOVE month-charged TO display-charged.
                MOVE month-recovered TO display-recovered.
                MOVE net-loss TO display-loss.
                MOVE recovery-rate TO display-rate.
                MOVE SPACES TO print-text.
                STRING "  " current-month(1:4) "-" current-month(5:2)
                        " " month-loans " " display-charged " "
                        display-recovered " " display-loss " "
                        display-rate "%"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                ADD month-loans TO grand-loans.
                ADD month-charged TO grand-charged.
                ADD month-recovered TO grand-recovered.
                MOVE 0 TO month-loans.
                MOVE 0 TO month-charged.
                MOVE 0 TO month-recovered.
                EXIT.

            print-one-line.
                DISPLAY "rcvrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM rcvrpt.
