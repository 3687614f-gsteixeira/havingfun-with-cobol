        *> **********************************************************************
        *> collque - the nightly collections work queue. collmnt.cob
        *> worked one loan at a time, whichever loan-number the
        *> collector already had in hand, so nobody decided who got
        *> called first and the biggest, worst accounts waited behind
        *> small ones. This job scores every delinquent loan on
        *> delinq.dat for behavior risk and deals the loans out, worst
        *> first, to the collectors of the borrower's branch by
        *> workload, rebuilding collqueue.dat (COLLQUE) from scratch.
        *> collmnt opens on the collector's next account and records
        *> what came of the call; collqrpt.cob reports coverage.
        *>
        *>    the score, 0 to 990 - the higher, the sooner the call:
        *>      days past due       2 a day, up to 240 (120 days)
        *>      paying late         15 for every schedule row on
        *>                          loansched.dat paid after its due
        *>                          date, up to 150
        *>      broken promises     50 for every promise promchk.cob
        *>                          judged broken on collect.dat, up
        *>                          to 200
        *>      balance at risk     1 for every $200 of balance plus
        *>                          fees due, up to 250
        *>      overdue amount      1 for every $50 overdue, up to 150
        *>    ties go to the larger balance at risk.
        *>
        *>    the collectors are one per line on collectors.ctl:
        *>      cols  1-10  operator id, as they sign on to opersec
        *>      cols 12-14  branch code (see brnchtab.cob)
        *>      cols 16-18  capacity - the most accounts they take
        *>    each loan goes to the collector of its borrower's branch
        *>    (the default branch when the customer has none) with
        *>    the fewest accounts so far and room left. A loan no
        *>    collector of its branch has room for is queued
        *>    unassigned - collector spaces - for whoever finishes
        *>    first; with no collectors.ctl every loan is.
        *>
        *>    a loan under a legal hold on loanlegal.dat is never
        *>    queued, nor one no longer active on the master.
        *>
        *>    run order: after loanaging (which writes delinq.dat) and
        *>    promchk (which judges tonight's promises).
        *>
        *>    the queue listing goes to collque.rpt, the console and
        *>    the report repository.
        *>
        *>    RETURN-CODE: 0 every account assigned, 4 some went to the
        *>    unassigned pool, 8 delinq.dat or the queue file would not
        *>    open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. collque.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT delinquency-file ASSIGN TO "delinq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS delinquency-status.
                    SELECT collector-control ASSIGN TO "collectors.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS collector-control-status.
                    SELECT queue-file ASSIGN TO "collqueue.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cq-key
                        ALTERNATE RECORD KEY IS cq-loan-number
                        FILE STATUS IS queue-file-status.
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
                    SELECT collections-file ASSIGN TO "collect.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collections-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT queue-sorted ASSIGN TO "collque.st1"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT queue-sort-work ASSIGN TO "collque.sw1".
                    SELECT report-file ASSIGN TO "collque.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  delinquency-file.
                    01 delinquency-record.
                        02 dlq-loan-number PIC 9(6).
                        02 dlq-borrower-id PIC 9(4).
                        02 dlq-days-past   PIC 9(5).
                        02 dlq-bucket      PIC X(5).
                        02 dlq-overdue-amt PIC 9(9)V99.
                        02 dlq-overdue-cnt PIC 9(3).
                        02 dlq-cycle-date  PIC X(8).
                        02 dlq-balloon     PIC X(1).
                FD  collector-control.
                    01 collector-control-record.
                        02 ctl-collector    PIC X(10).
                        02 FILLER           PIC X(1).
                        02 ctl-branch       PIC X(3).
                        02 FILLER           PIC X(1).
                        02 ctl-capacity     PIC X(3).
                FD  queue-file.
                    COPY COLLQUE.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  collections-file.
                    COPY COLLREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  queue-sorted.
                    01 queue-sorted-record.
                        02 qs-score        PIC 9(3).
                        02 qs-balance      PIC 9(9)V99.
                        02 qs-loan-number  PIC 9(6).
                        02 qs-borrower-id  PIC 9(4).
                        02 qs-branch       PIC X(3).
                        02 qs-days-past    PIC 9(5).
                        02 qs-overdue-amt  PIC 9(9)V99.
                        02 qs-late-count   PIC 9(3).
                        02 qs-broken-count PIC 9(3).
                        02 qs-touched      PIC X(8).
                SD  queue-sort-work.
                    01 queue-work-record.
                        02 qw-score        PIC 9(3).
                        02 qw-balance      PIC 9(9)V99.
                        02 qw-loan-number  PIC 9(6).
                        02 qw-borrower-id  PIC 9(4).
                        02 qw-branch       PIC X(3).
                        02 qw-days-past    PIC 9(5).
                        02 qw-overdue-amt  PIC 9(9)V99.
                        02 qw-late-count   PIC 9(3).
                        02 qw-broken-count PIC 9(3).
                        02 qw-touched      PIC X(8).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 delinquency-status       PIC X(02) VALUE "00".
                01 collector-control-status PIC X(02) VALUE "00".
                01 queue-file-status        PIC X(02) VALUE "00".
                01 loan-master-status       PIC X(02) VALUE "00".
                01 loan-schedule-status     PIC X(02) VALUE "00".
                01 collections-status       PIC X(02) VALUE "00".
                01 master-file-status       PIC X(02) VALUE "00".
                01 legal-file-status        PIC X(02) VALUE "00".
                01 loan-master-open         PIC 9 VALUE ZERO.
                01 schedule-open            PIC 9 VALUE ZERO.
                01 collections-open         PIC 9 VALUE ZERO.
                01 customers-open           PIC 9 VALUE ZERO.
                01 legal-is-open            PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 sorted-at-end    PIC 9 VALUE ZERO.
                01 walk-done        PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the collectors off collectors.ctl and what each has
                *> been dealt so far tonight.
                01 collector-count  PIC 9(2) VALUE ZEROS.
                01 collector-table.
                    02 collector-entry OCCURS 50 TIMES.
                        03 clr-id       PIC X(10).
                        03 clr-branch   PIC X(3).
                        03 clr-capacity PIC 9(3).
                        03 clr-load     PIC 9(4).
                        03 clr-at-risk  PIC 9(11)V99.
                01 collector-idx    PIC 9(2) VALUE ZEROS.
                01 collector-slot   PIC 9(2) VALUE ZEROS.
                01 unassigned-load  PIC 9(4) VALUE ZEROS.
                01 unassigned-at-risk PIC 9(11)V99 VALUE ZEROS.
                *> the branch table - see brnchtab.cob.
                01 branch-count     PIC 9(2) VALUE ZEROS.
                01 branch-table.
                    02 branch-entry OCCURS 20 TIMES.
                        03 branch-code PIC X(3).
                        03 branch-name PIC X(30).
                01 branch-idx       PIC 9(2) VALUE ZEROS.
                *> the loan being scored.
                01 loan-branch      PIC X(3) VALUE SPACES.
                01 late-count       PIC 9(3) VALUE ZEROS.
                01 broken-count     PIC 9(3) VALUE ZEROS.
                01 last-touched     PIC X(8) VALUE SPACES.
                01 at-risk-amount   PIC 9(9)V99 VALUE ZEROS.
                01 score-part       PIC 9(6) VALUE ZEROS.
                01 risk-score       PIC 9(4) VALUE ZEROS.
                01 loans-read       PIC 9(6) VALUE ZEROS.
                01 loans-queued     PIC 9(6) VALUE ZEROS.
                01 loans-held       PIC 9(6) VALUE ZEROS.
                01 loans-closed     PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-risk     PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "collque.rpt".
                01 banner-job-name  PIC X(20) VALUE "COLLQUE".
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
            OPEN INPUT delinquency-file.
            IF delinquency-status NOT = "00" THEN
                DISPLAY "collque: delinq.dat not available - run "
                        "loanaging first"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            CLOSE delinquency-file.
            OPEN OUTPUT queue-file.
            IF queue-file-status NOT = "00" THEN
                DISPLAY "collque: cannot open collqueue.dat, status "
                        queue-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            CALL "brnchtab" USING branch-count, branch-table.
            PERFORM load-the-collectors.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            OPEN INPUT collections-file.
            OPEN INPUT customer-master.
            OPEN INPUT legal-file.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loan-master-open
            END-IF.
            IF loan-schedule-status = "00" THEN
                MOVE 1 TO schedule-open
            END-IF.
            IF collections-status = "00" THEN
                MOVE 1 TO collections-open
            END-IF.
            IF master-file-status = "00" THEN
                MOVE 1 TO customers-open
            END-IF.
            IF legal-file-status = "00" THEN
                MOVE 1 TO legal-is-open
            END-IF.
            SORT queue-sort-work
                    ON DESCENDING KEY qw-score qw-balance
                    ON ASCENDING KEY qw-loan-number
                INPUT PROCEDURE IS score-the-delinquents
                GIVING queue-sorted.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            IF customers-open = 1 THEN
                CLOSE customer-master
            END-IF.
            IF collections-open = 1 THEN
                CLOSE collections-file
            END-IF.
            IF schedule-open = 1 THEN
                CLOSE loan-schedule
            END-IF.
            IF loan-master-open = 1 THEN
                CLOSE loan-master
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "COLLECTIONS WORK QUEUE - " cycle-date-stamp
                    " - HIGHEST RISK FIRST"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "  COLLECTOR  RANK LOAN   SCORE DAYS      OVERDUE"
                    TO print-text.
            MOVE "BALANCE AT RISK BR" TO print-text(55:18).
            PERFORM print-one-line.
            OPEN INPUT queue-sorted.
            MOVE 0 TO sorted-at-end.
            PERFORM UNTIL sorted-at-end = 1
                READ queue-sorted
                    AT END MOVE 1 TO sorted-at-end
                END-READ
                IF sorted-at-end = 0 THEN
                    PERFORM deal-one-account
                END-IF
            END-PERFORM.
            CLOSE queue-sorted.
            CLOSE queue-file.
            PERFORM print-the-workloads.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            MOVE loans-queued TO banner-rec-count.
            IF unassigned-load > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> a line without an id, a branch and a numeric capacity
            *> is skipped.
            load-the-collectors.
                MOVE 0 TO collector-count.
                OPEN INPUT collector-control.
                IF collector-control-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                        OR collector-count >= 50
                    READ collector-control
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ctl-collector NOT = SPACES
                            AND ctl-branch NOT = SPACES
                            AND ctl-capacity NUMERIC THEN
                        ADD 1 TO collector-count
                        MOVE FUNCTION UPPER-CASE(ctl-collector)
                                TO clr-id(collector-count)
                        MOVE ctl-branch TO clr-branch(collector-count)
                        MOVE ctl-capacity
                                TO clr-capacity(collector-count)
                        MOVE 0 TO clr-load(collector-count)
                        MOVE 0 TO clr-at-risk(collector-count)
                    END-IF
                END-PERFORM.
                CLOSE collector-control.
                EXIT.

            score-the-delinquents.
                OPEN INPUT delinquency-file.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ delinquency-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO loans-read
                        PERFORM score-one-loan
                    END-IF
                END-PERFORM.
                CLOSE delinquency-file.
                EXIT.

            score-one-loan.
                IF loan-master-open = 0 THEN
                    ADD 1 TO loans-closed
                    EXIT PARAGRAPH
                END-IF.
                MOVE dlq-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        ADD 1 TO loans-closed
                        EXIT PARAGRAPH
                END-READ.
                IF NOT loan-is-active THEN
                    ADD 1 TO loans-closed
                    EXIT PARAGRAPH
                END-IF.
                IF legal-is-open = 1 THEN
                    MOVE dlq-loan-number TO ll-loan-number
                    READ legal-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF ll-hold-in-force THEN
                                ADD 1 TO loans-held
                                EXIT PARAGRAPH
                            END-IF
                    END-READ
                END-IF.
                PERFORM find-the-branch.
                PERFORM count-the-late-payments.
                PERFORM read-the-collection-history.
                COMPUTE at-risk-amount = loan-balance + loan-fees-due.
                MOVE 0 TO risk-score.
                COMPUTE score-part = dlq-days-past * 2.
                IF score-part > 240 THEN
                    MOVE 240 TO score-part
                END-IF.
                ADD score-part TO risk-score.
                COMPUTE score-part = late-count * 15.
                IF score-part > 150 THEN
                    MOVE 150 TO score-part
                END-IF.
                ADD score-part TO risk-score.
                COMPUTE score-part = broken-count * 50.
                IF score-part > 200 THEN
                    MOVE 200 TO score-part
                END-IF.
                ADD score-part TO risk-score.
                IF at-risk-amount / 200 > 250 THEN
                    MOVE 250 TO score-part
                ELSE
                    COMPUTE score-part = at-risk-amount / 200
                END-IF.
                ADD score-part TO risk-score.
                IF dlq-overdue-amt / 50 > 150 THEN
                    MOVE 150 TO score-part
                ELSE
                    COMPUTE score-part = dlq-overdue-amt / 50
                END-IF.
                ADD score-part TO risk-score.
                MOVE risk-score TO qw-score.
                MOVE at-risk-amount TO qw-balance.
                MOVE dlq-loan-number TO qw-loan-number.
                MOVE loan-borrower-id TO qw-borrower-id.
                MOVE loan-branch TO qw-branch.
                MOVE dlq-days-past TO qw-days-past.
                MOVE dlq-overdue-amt TO qw-overdue-amt.
                MOVE late-count TO qw-late-count.
                MOVE broken-count TO qw-broken-count.
                MOVE last-touched TO qw-touched.
                RELEASE queue-work-record.
                EXIT.

            *> the borrower's branch off the customer master, the
            *> default (first) branch when the record has none or is
            *> missing - the same rule loanaging subtotals by.
            find-the-branch.
                MOVE branch-code(1) TO loan-branch.
                IF customers-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                PERFORM VARYING branch-idx FROM 1 BY 1
                        UNTIL branch-idx > branch-count
                    IF cust-branch = branch-code(branch-idx) THEN
                        MOVE cust-branch TO loan-branch
                    END-IF
                END-PERFORM.
                EXIT.

            count-the-late-payments.
                MOVE 0 TO late-count.
                IF schedule-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE dlq-loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND sched-loan-number
                                    NOT = dlq-loan-number THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 AND sched-row-is-paid
                            AND sched-due-date NOT = SPACES
                            AND sched-paid-date > sched-due-date
                            AND late-count < 999 THEN
                        ADD 1 TO late-count
                    END-IF
                END-PERFORM.
                EXIT.

            *> the broken promises, and the day anybody last wrote
            *> anything about the loan.
            read-the-collection-history.
                MOVE 0 TO broken-count.
                MOVE SPACES TO last-touched.
                IF collections-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE dlq-loan-number TO coll-loan-number.
                MOVE 0 TO coll-seq.
                START collections-file KEY >= coll-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ collections-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND coll-loan-number
                                    NOT = dlq-loan-number THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        IF coll-is-promise AND promise-is-broken
                                AND broken-count < 999 THEN
                            ADD 1 TO broken-count
                        END-IF
                        IF last-touched = SPACES
                                OR coll-stamp(1:8) > last-touched THEN
                            MOVE coll-stamp(1:8) TO last-touched
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the least-loaded collector of the branch with room
            *> left; none, the unassigned pool.
            deal-one-account.
                MOVE 0 TO collector-slot.
                PERFORM VARYING collector-idx FROM 1 BY 1
                        UNTIL collector-idx > collector-count
                    IF clr-branch(collector-idx) = qs-branch
                            AND clr-load(collector-idx)
                                    < clr-capacity(collector-idx) THEN
                        IF collector-slot = 0 THEN
                            MOVE collector-idx TO collector-slot
                        ELSE
                            IF clr-load(collector-idx)
                                    < clr-load(collector-slot) THEN
                                MOVE collector-idx TO collector-slot
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE SPACES TO collection-queue-record.
                IF collector-slot = 0 THEN
                    ADD 1 TO unassigned-load
                    ADD qs-balance TO unassigned-at-risk
                    MOVE SPACES TO cq-collector
                    MOVE unassigned-load TO cq-rank
                ELSE
                    ADD 1 TO clr-load(collector-slot)
                    ADD qs-balance TO clr-at-risk(collector-slot)
                    MOVE clr-id(collector-slot) TO cq-collector
                    MOVE clr-load(collector-slot) TO cq-rank
                END-IF.
                MOVE qs-loan-number TO cq-loan-number.
                MOVE qs-borrower-id TO cq-borrower-id.
                MOVE qs-branch TO cq-branch.
                MOVE qs-score TO cq-score.
                MOVE qs-days-past TO cq-days-past.
                MOVE qs-overdue-amt TO cq-overdue-amt.
                MOVE qs-balance TO cq-balance-at-risk.
                MOVE qs-late-count TO cq-late-payments.
                MOVE qs-broken-count TO cq-broken-promises.
                MOVE qs-touched TO cq-last-touched.
                MOVE cycle-date-stamp TO cq-built-date.
                MOVE SPACES TO cq-disposition.
                MOVE SPACES TO cq-worked-date.
                MOVE SPACES TO cq-worked-by.
                WRITE collection-queue-record
                    INVALID KEY
                        DISPLAY "collque: loan " qs-loan-number
                                " not queued, status "
                                queue-file-status
                        EXIT PARAGRAPH
                END-WRITE.
                ADD 1 TO loans-queued.
                MOVE qs-overdue-amt TO display-amount.
                MOVE qs-balance TO display-risk.
                MOVE SPACES TO print-text.
                IF cq-collector = SPACES THEN
                    STRING "  UNASSIGNED " DELIMITED BY SIZE
                        INTO print-text
                    END-STRING
                ELSE
                    STRING "  " cq-collector " " DELIMITED BY SIZE
                        INTO print-text
                    END-STRING
                END-IF.
                STRING cq-rank " " cq-loan-number " " cq-score "   "
                        cq-days-past " " display-amount " "
                        display-risk " " cq-branch
                    DELIMITED BY SIZE INTO print-text(14:87)
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-the-workloads.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "WORKLOAD BY COLLECTOR" TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING collector-idx FROM 1 BY 1
                        UNTIL collector-idx > collector-count
                    MOVE clr-at-risk(collector-idx) TO display-total
                    MOVE SPACES TO print-text
                    STRING "  " clr-id(collector-idx) " BRANCH "
                            clr-branch(collector-idx) " "
                            clr-load(collector-idx) " OF "
                            clr-capacity(collector-idx)
                            " ACCOUNT(S) AT RISK " display-total
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM.
                MOVE unassigned-at-risk TO display-total.
                MOVE SPACES TO print-text.
                STRING "  UNASSIGNED            " unassigned-load
                        " ACCOUNT(S)        AT RISK " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " loans-read " delinquent, "
                        loans-queued " queued, " loans-held
                        " under legal hold, " loans-closed
                        " no longer active"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "collque: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM collque.
