        *> **********************************************************************
        *> applrpt - the loan application pipeline report. applmnt.cob
        *> carries each application on loanappl.dat (LOANAPPL) from
        *> intake to a decision and loanadd.cob marks it booked; this
        *> report is what the lending managers read pull-through and
        *> decision times from, in four parts:
        *>
        *>      OPEN BY STATUS AND AGE   the applications still in the
        *>                               pipe - received, pending
        *>                               documents, approved and not
        *>                               yet booked - counted by days
        *>                               since received: 0-7, 8-30,
        *>                               31-60, over 60
        *>      CLOSED BY STATUS         declined, withdrawn and booked,
        *>                               with the average days from
        *>                               received to the decision (to
        *>                               the withdrawal, for withdrawn)
        *>      APPROVAL RATE BY BRANCH  per branch (brnchtab.cob) the
        *>                               applications taken, decided,
        *>                               approved and declined, the
        *>                               approval rate (approved and
        *>                               booked over decided), the
        *>                               pull-through (booked over
        *>                               approved) and the average
        *>                               days to a decision
        *>      OPEN OVER 30 DAYS        each application still open a
        *>                               month after it was received
        *>
        *>    ages run to the business date (cyclectl.cob). The report
        *>    goes to applrpt.rpt, the console and the report
        *>    repository.
        *>
        *>    RETURN-CODE: 0 clean, 4 an application has been open over
        *>    30 days, 8 the application file would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. applrpt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT application-file ASSIGN TO "loanappl.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS la-app-number
                        ALTERNATE RECORD KEY IS la-user-id
                            WITH DUPLICATES
                        FILE STATUS IS application-file-status.
                    SELECT report-file ASSIGN TO "applrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  application-file.
                    COPY LOANAPPL.
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 application-file-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 business-integer PIC 9(9) VALUE ZEROS.
                01 application-age  PIC 9(5) VALUE ZEROS.
                01 decision-days    PIC 9(5) VALUE ZEROS.
                01 closing-date     PIC X(8) VALUE SPACES.
                01 stale-days       PIC 9(3) VALUE 30.
                01 applications-read PIC 9(6) VALUE ZEROS.
                01 applications-stale PIC 9(6) VALUE ZEROS.
                *> the six statuses, in the order they are reported.
                01 status-code-values PIC X(6) VALUE "RPADWB".
                01 status-code-table REDEFINES status-code-values.
                    02 status-code  PIC X(1) OCCURS 6 TIMES.
                01 status-name-values.
                    02 FILLER PIC X(20) VALUE "RECEIVED".
                    02 FILLER PIC X(20) VALUE "PENDING DOCUMENTS".
                    02 FILLER PIC X(20) VALUE "APPROVED, UNBOOKED".
                    02 FILLER PIC X(20) VALUE "DECLINED".
                    02 FILLER PIC X(20) VALUE "WITHDRAWN".
                    02 FILLER PIC X(20) VALUE "BOOKED".
                01 status-name-table REDEFINES status-name-values.
                    02 status-name  PIC X(20) OCCURS 6 TIMES.
                01 status-totals.
                    02 status-row OCCURS 6 TIMES.
                        03 status-bucket PIC 9(6) OCCURS 4 TIMES.
                        03 status-count  PIC 9(6).
                        03 status-amount PIC 9(11)V99.
                        03 status-days   PIC 9(9).
                01 status-idx       PIC 9(2) VALUE ZEROS.
                01 bucket-idx       PIC 9 VALUE ZERO.
                *> the branch table - see brnchtab.cob - with one row
                *> past it for an application under a branch the table
                *> no longer holds.
                01 branch-count     PIC 9(2) VALUE ZEROS.
                01 branch-table.
                    02 branch-entry OCCURS 20 TIMES.
                        03 branch-code PIC X(3).
                        03 branch-name PIC X(30).
                01 branch-totals.
                    02 branch-row OCCURS 21 TIMES.
                        03 branch-taken    PIC 9(6).
                        03 branch-decided  PIC 9(6).
                        03 branch-approved PIC 9(6).
                        03 branch-declined PIC 9(6).
                        03 branch-booked   PIC 9(6).
                        03 branch-days     PIC 9(9).
                01 branch-idx       PIC 9(2) VALUE ZEROS.
                01 row-idx          PIC 9(2) VALUE ZEROS.
                01 total-taken      PIC 9(6) VALUE ZEROS.
                01 total-decided    PIC 9(6) VALUE ZEROS.
                01 total-approved   PIC 9(6) VALUE ZEROS.
                01 total-declined   PIC 9(6) VALUE ZEROS.
                01 total-booked     PIC 9(6) VALUE ZEROS.
                01 total-days       PIC 9(9) VALUE ZEROS.
                01 row-label        PIC X(24) VALUE SPACES.
                01 work-taken       PIC 9(6) VALUE ZEROS.
                01 work-decided     PIC 9(6) VALUE ZEROS.
                01 work-approved    PIC 9(6) VALUE ZEROS.
                01 work-declined    PIC 9(6) VALUE ZEROS.
                01 work-booked      PIC 9(6) VALUE ZEROS.
                01 work-days        PIC 9(9) VALUE ZEROS.
                01 work-pct         PIC 9(3)V9 VALUE ZEROS.
                01 display-count    PIC Z(5)9.
                01 display-bucket-1 PIC Z(5)9.
                01 display-bucket-2 PIC Z(5)9.
                01 display-bucket-3 PIC Z(5)9.
                01 display-bucket-4 PIC Z(5)9.
                01 display-amount   PIC Z(10)9.99.
                01 display-days     PIC ZZZ9.9.
                01 display-rate-pct PIC ZZ9.9.
                01 display-pull-pct PIC ZZ9.9.
                01 display-age      PIC Z(4)9.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "applrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "APPLRPT".
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
            MOVE cycle-date-stamp TO date-num.
            COMPUTE business-integer =
                    FUNCTION INTEGER-OF-DATE(date-num).
            OPEN INPUT application-file.
            IF application-file-status NOT = "00" THEN
                DISPLAY "applrpt: loanappl.dat not available - no "
                        "applications on file"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            CALL "brnchtab" USING branch-count, branch-table.
            INITIALIZE status-totals.
            INITIALIZE branch-totals.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ application-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM tally-one-application
                END-IF
            END-PERFORM.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "LOAN APPLICATION PIPELINE - " cycle-date-stamp
                    " - " applications-read " APPLICATION(S) ON FILE"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            PERFORM report-open-by-age.
            PERFORM report-closed-by-status.
            PERFORM report-approval-by-branch.
            PERFORM report-stale-applications.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE application-file.
            MOVE applications-read TO banner-rec-count.
            IF applications-stale > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> one application into the status and branch totals.
            tally-one-application.
                ADD 1 TO applications-read.
                MOVE 0 TO status-idx.
                PERFORM VARYING row-idx FROM 1 BY 1
                        UNTIL row-idx > 6
                    IF la-status = status-code(row-idx) THEN
                        MOVE row-idx TO status-idx
                    END-IF
                END-PERFORM.
                IF status-idx = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO status-count(status-idx).
                ADD la-principal TO status-amount(status-idx).
                MOVE la-received-date TO closing-date.
                PERFORM days-since-received.
                IF la-is-open THEN
                    EVALUATE TRUE
                        WHEN application-age <= 7
                            MOVE 1 TO bucket-idx
                        WHEN application-age <= 30
                            MOVE 2 TO bucket-idx
                        WHEN application-age <= 60
                            MOVE 3 TO bucket-idx
                        WHEN OTHER
                            MOVE 4 TO bucket-idx
                    END-EVALUATE
                    ADD 1 TO status-bucket(status-idx, bucket-idx)
                    IF application-age > stale-days THEN
                        ADD 1 TO applications-stale
                    END-IF
                END-IF.
                *> days to the decision - the withdrawal for a
                *> withdrawn application.
                MOVE 0 TO decision-days.
                IF la-is-withdrawn THEN
                    MOVE la-changed-date TO closing-date
                ELSE
                    MOVE la-decision-date TO closing-date
                END-IF.
                IF NOT la-is-undecided THEN
                    PERFORM days-to-closing
                    ADD decision-days TO status-days(status-idx)
                END-IF.
                MOVE 21 TO branch-idx.
                PERFORM VARYING row-idx FROM 1 BY 1
                        UNTIL row-idx > branch-count
                    IF la-branch = branch-code(row-idx) THEN
                        MOVE row-idx TO branch-idx
                    END-IF
                END-PERFORM.
                ADD 1 TO branch-taken(branch-idx).
                IF la-is-approved OR la-is-booked OR la-is-declined THEN
                    ADD 1 TO branch-decided(branch-idx)
                    ADD decision-days TO branch-days(branch-idx)
                END-IF.
                IF la-is-approved OR la-is-booked THEN
                    ADD 1 TO branch-approved(branch-idx)
                END-IF.
                IF la-is-declined THEN
                    ADD 1 TO branch-declined(branch-idx)
                END-IF.
                IF la-is-booked THEN
                    ADD 1 TO branch-booked(branch-idx)
                END-IF.
                EXIT.

            *> the age of an open application: received to the
            *> business date. A date that will not convert ages zero.
            days-since-received.
                MOVE 0 TO application-age.
                IF la-received-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE la-received-date TO date-num.
                IF FUNCTION TEST-DATE-YYYYMMDD(date-num) NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION INTEGER-OF-DATE(date-num)
                        < business-integer THEN
                    COMPUTE application-age = business-integer
                            - FUNCTION INTEGER-OF-DATE(date-num)
                END-IF.
                EXIT.

            *> received to closing-date, for a closed application.
            days-to-closing.
                MOVE 0 TO decision-days.
                IF la-received-date NOT NUMERIC
                        OR closing-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE la-received-date TO date-num.
                IF FUNCTION TEST-DATE-YYYYMMDD(date-num) NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE closing-date TO date-num.
                IF FUNCTION TEST-DATE-YYYYMMDD(date-num) NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF closing-date > la-received-date THEN
                    MOVE la-received-date TO date-num
                    COMPUTE decision-days =
                            FUNCTION INTEGER-OF-DATE(
                                FUNCTION NUMVAL(closing-date))
                            - FUNCTION INTEGER-OF-DATE(date-num)
                END-IF.
                EXIT.

            report-open-by-age.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "OPEN BY STATUS AND AGE (DAYS SINCE RECEIVED)"
                        TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  STATUS                    0-7   8-30  31-60"
                        "    61+  TOTAL         AMOUNT"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING status-idx FROM 1 BY 1
                        UNTIL status-idx > 3
                    MOVE status-bucket(status-idx, 1)
                            TO display-bucket-1
                    MOVE status-bucket(status-idx, 2)
                            TO display-bucket-2
                    MOVE status-bucket(status-idx, 3)
                            TO display-bucket-3
                    MOVE status-bucket(status-idx, 4)
                            TO display-bucket-4
                    MOVE status-count(status-idx) TO display-count
                    MOVE status-amount(status-idx) TO display-amount
                    MOVE SPACES TO print-text
                    STRING "  " status-code(status-idx) " "
                            status-name(status-idx) " "
                            display-bucket-1 " " display-bucket-2 " "
                            display-bucket-3 " " display-bucket-4 " "
                            display-count " " display-amount
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM.
                EXIT.

            report-closed-by-status.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "CLOSED BY STATUS" TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  STATUS                 COUNT         AMOUNT"
                        "  AVG DAYS TO DECISION"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING status-idx FROM 4 BY 1
                        UNTIL status-idx > 6
                    MOVE status-count(status-idx) TO display-count
                    MOVE status-amount(status-idx) TO display-amount
                    MOVE 0 TO display-days
                    IF status-count(status-idx) > 0 THEN
                        COMPUTE display-days ROUNDED =
                                status-days(status-idx)
                                / status-count(status-idx)
                    END-IF
                    MOVE SPACES TO print-text
                    STRING "  " status-code(status-idx) " "
                            status-name(status-idx) display-count " "
                            display-amount "  " display-days
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM.
                EXIT.

            report-approval-by-branch.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "APPROVAL RATE BY BRANCH" TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                MOVE "  BRANCH" TO print-text(1:8).
                MOVE "TAKEN" TO print-text(28:5).
                MOVE "DECIDED" TO print-text(34:7).
                MOVE "APPRVD" TO print-text(42:6).
                MOVE "DECLND" TO print-text(49:6).
                MOVE "BOOKED" TO print-text(56:6).
                MOVE "RATE%" TO print-text(63:5).
                MOVE "PULL%" TO print-text(70:5).
                MOVE "AVG DAYS" TO print-text(76:8).
                PERFORM print-one-line.
                PERFORM VARYING branch-idx FROM 1 BY 1
                        UNTIL branch-idx > 21
                    IF branch-idx <= branch-count
                            OR branch-taken(branch-idx) > 0 THEN
                        PERFORM report-one-branch
                    END-IF
                END-PERFORM.
                MOVE "ALL BRANCHES" TO row-label.
                MOVE total-taken TO work-taken.
                MOVE total-decided TO work-decided.
                MOVE total-approved TO work-approved.
                MOVE total-declined TO work-declined.
                MOVE total-booked TO work-booked.
                MOVE total-days TO work-days.
                PERFORM print-branch-line.
                EXIT.

            report-one-branch.
                MOVE SPACES TO row-label.
                IF branch-idx > 20 THEN
                    MOVE "(NOT IN BRANCH TABLE)" TO row-label
                ELSE
                    STRING branch-code(branch-idx) " "
                            branch-name(branch-idx)
                        DELIMITED BY SIZE INTO row-label
                    END-STRING
                END-IF.
                MOVE branch-taken(branch-idx) TO work-taken.
                MOVE branch-decided(branch-idx) TO work-decided.
                MOVE branch-approved(branch-idx) TO work-approved.
                MOVE branch-declined(branch-idx) TO work-declined.
                MOVE branch-booked(branch-idx) TO work-booked.
                MOVE branch-days(branch-idx) TO work-days.
                ADD work-taken TO total-taken.
                ADD work-decided TO total-decided.
                ADD work-approved TO total-approved.
                ADD work-declined TO total-declined.
                ADD work-booked TO total-booked.
                ADD work-days TO total-days.
                PERFORM print-branch-line.
                EXIT.

            *> approval rate over the decided, pull-through over the
            *> approved; nothing decided prints zero, not a divide.
            print-branch-line.
                MOVE 0 TO display-rate-pct.
                MOVE 0 TO display-pull-pct.
                MOVE 0 TO display-days.
                IF work-decided > 0 THEN
                    COMPUTE work-pct ROUNDED =
                            work-approved * 100 / work-decided
                    MOVE work-pct TO display-rate-pct
                    COMPUTE display-days ROUNDED =
                            work-days / work-decided
                END-IF.
                IF work-approved > 0 THEN
                    COMPUTE work-pct ROUNDED =
                            work-booked * 100 / work-approved
                    MOVE work-pct TO display-pull-pct
                END-IF.
                MOVE SPACES TO print-text.
                MOVE work-taken TO display-count.
                STRING "  " row-label display-count
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                MOVE work-decided TO display-count.
                MOVE display-count TO print-text(35:6).
                MOVE work-approved TO display-count.
                MOVE display-count TO print-text(42:6).
                MOVE work-declined TO display-count.
                MOVE display-count TO print-text(49:6).
                MOVE work-booked TO display-count.
                MOVE display-count TO print-text(56:6).
                MOVE display-rate-pct TO print-text(63:5).
                MOVE display-pull-pct TO print-text(70:5).
                MOVE display-days TO print-text(78:6).
                PERFORM print-one-line.
                EXIT.

            *> the second pass: each application open past the stale
            *> mark, in application-number order.
            report-stale-applications.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                MOVE stale-days TO display-age.
                STRING "OPEN OVER " FUNCTION TRIM(display-age) " DAYS"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF applications-stale = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO la-app-number.
                START application-file KEY >= la-app-number
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ application-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND la-is-open THEN
                        PERFORM days-since-received
                        IF application-age > stale-days THEN
                            PERFORM report-one-stale
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            report-one-stale.
                MOVE application-age TO display-age.
                MOVE la-principal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  " la-app-number " " la-status " USER "
                        la-user-id " BRANCH " la-branch " RECEIVED "
                        la-received-date " AGE " display-age
                        " AMT " display-amount " BY "
                        la-received-by
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "applrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM applrpt.
