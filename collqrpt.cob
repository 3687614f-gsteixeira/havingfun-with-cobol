        *> **********************************************************************
        *> collqrpt - the collections supervisor's queue report. The
        *> work queue collque.cob deals out every night (collqueue.dat,
        *> COLLQUE) is only as good as the calls made off it; this
        *> report is how a supervisor sees whether it is being worked,
        *> in two parts:
        *>
        *>      COVERAGE      per collector, and for the unassigned
        *>                    pool: accounts queued, accounts worked
        *>                    (a disposition recorded through collmnt),
        *>                    accounts still waiting, the share worked
        *>                    and the balance at risk still waiting
        *>      NOT TOUCHED   every queued account with no collection
        *>                    entry and no disposition in the last
        *>                    <days> days (7 when not given), or ever -
        *>                    highest risk first within each collector
        *>
        *>    usage: collqrpt [days]
        *>
        *>    run it at the end of the working day, before collque
        *>    rebuilds the queue. The report goes to collqrpt.rpt, the
        *>    console and the report repository.
        *>
        *>    RETURN-CODE: 0 every account touched inside the window, 4
        *>    some were not, 8 there is no work queue on file.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. collqrpt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT queue-file ASSIGN TO "collqueue.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cq-key
                        ALTERNATE RECORD KEY IS cq-loan-number
                        FILE STATUS IS queue-file-status.
                    SELECT report-file ASSIGN TO "collqrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  queue-file.
                    COPY COLLQUE.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 queue-file-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 arg-days         PIC X(10) VALUE SPACES.
                01 lookback-days    PIC 9(3) VALUE 7.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 since-date       PIC X(8) VALUE SPACES.
                01 touched-date     PIC X(8) VALUE SPACES.
                *> the collector the control break is on.
                01 current-owner    PIC X(10) VALUE SPACES.
                01 owner-started    PIC 9 VALUE ZERO.
                01 owner-queued     PIC 9(5) VALUE ZEROS.
                01 owner-worked     PIC 9(5) VALUE ZEROS.
                01 owner-waiting-amt PIC 9(11)V99 VALUE ZEROS.
                01 owner-percent    PIC 9(3) VALUE ZEROS.
                01 total-queued     PIC 9(6) VALUE ZEROS.
                01 total-worked     PIC 9(6) VALUE ZEROS.
                01 total-untouched  PIC 9(6) VALUE ZEROS.
                01 owner-label      PIC X(10) VALUE SPACES.
                01 display-total    PIC Z(10)9.99.
                01 display-risk     PIC Z(8)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "collqrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "COLLQRPT".
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
                IF FUNCTION TRIM(arg-days) NOT NUMERIC THEN
                    DISPLAY "usage: collqrpt [days]"
                    MOVE 16 TO RETURN-CODE
                    MOVE 16 TO banner-retcode
                    CALL "jobbanner" USING banner-job-name, "E",
                            banner-rec-count, banner-retcode
                    GOBACK
                END-IF
                MOVE FUNCTION NUMVAL(arg-days) TO lookback-days
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE cycle-date-stamp TO date-num.
            COMPUTE date-num = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(date-num)
                    - lookback-days).
            MOVE date-num TO since-date.
            OPEN INPUT queue-file.
            IF queue-file-status NOT = "00" THEN
                DISPLAY "collqrpt: collqueue.dat not available - run "
                        "collque first"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "COLLECTIONS QUEUE COVERAGE - " cycle-date-stamp
                    " - NOT TOUCHED SINCE " since-date
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "COVERAGE" TO print-text.
            PERFORM print-one-line.
            MOVE 0 TO owner-started.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ queue-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM cover-one-account
                END-IF
            END-PERFORM.
            IF owner-started = 1 THEN
                PERFORM print-the-coverage
            ELSE
                MOVE "  queue is empty" TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "NOT TOUCHED SINCE " since-date
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO cq-collector.
            MOVE 0 TO cq-rank.
            START queue-file KEY >= cq-key
                INVALID KEY CONTINUE
            END-START.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ queue-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM judge-the-touch
                END-IF
            END-PERFORM.
            IF total-untouched = 0 THEN
                MOVE "  none" TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " total-queued " queued, " total-worked
                    " worked, " total-untouched " not touched in "
                    lookback-days " day(s)"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE queue-file.
            MOVE total-untouched TO banner-rec-count.
            IF total-untouched > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the queue reads in collector order, so each change of
            *> collector closes off the one before.
            cover-one-account.
                IF owner-started = 1
                        AND cq-collector NOT = current-owner THEN
                    PERFORM print-the-coverage
                END-IF.
                IF owner-started = 0
                        OR cq-collector NOT = current-owner THEN
                    MOVE 1 TO owner-started
                    MOVE cq-collector TO current-owner
                    MOVE 0 TO owner-queued
                    MOVE 0 TO owner-worked
                    MOVE 0 TO owner-waiting-amt
                END-IF.
                ADD 1 TO owner-queued.
                ADD 1 TO total-queued.
                IF cq-not-worked THEN
                    ADD cq-balance-at-risk TO owner-waiting-amt
                ELSE
                    ADD 1 TO owner-worked
                    ADD 1 TO total-worked
                END-IF.
                EXIT.

            print-the-coverage.
                IF current-owner = SPACES THEN
                    MOVE "UNASSIGNED" TO owner-label
                ELSE
                    MOVE current-owner TO owner-label
                END-IF.
                COMPUTE owner-percent ROUNDED =
                        owner-worked * 100 / owner-queued.
                MOVE owner-waiting-amt TO display-total.
                MOVE SPACES TO print-text.
                STRING "  " owner-label " " owner-queued " QUEUED "
                        owner-worked " WORKED " owner-percent
                        "% - WAITING AT RISK " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> touched is the newer of the last collection entry the
            *> queue was built with and the disposition since.
            judge-the-touch.
                MOVE cq-last-touched TO touched-date.
                IF cq-worked-date NOT = SPACES
                        AND (touched-date = SPACES
                            OR cq-worked-date > touched-date) THEN
                    MOVE cq-worked-date TO touched-date
                END-IF.
                IF touched-date NOT = SPACES
                        AND touched-date >= since-date THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO total-untouched.
                IF cq-collector = SPACES THEN
                    MOVE "UNASSIGNED" TO owner-label
                ELSE
                    MOVE cq-collector TO owner-label
                END-IF.
                IF touched-date = SPACES THEN
                    MOVE "NEVER" TO touched-date
                END-IF.
                MOVE cq-balance-at-risk TO display-risk.
                MOVE SPACES TO print-text.
                STRING "  " owner-label " LOAN " cq-loan-number
                        " SCORE " cq-score " DAYS " cq-days-past
                        " AT RISK " display-risk " LAST " touched-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "collqrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM collqrpt.
