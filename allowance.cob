        *> **********************************************************************
        *> allowance - the quarterly loan-loss allowance. Finance set the
        *> reserve in a spreadsheet fed by loanaging.rpt totals typed
        *> in by hand; this job works it from the files instead.
        *>
        *>    allowance            the required allowance, to allow.rpt
        *>    allowance book       the same, then books it: the
        *>                         quarter goes on allowhist.dat and
        *>                         the change is handed to glfeed.cob
        *>                         on allowgl.dat - supervisor sign-on
        *>                         (opersec.cob), role S
        *>
        *>    every active loan on loanmast.dat is reserved on its
        *>    balance at the loss rate for its delinquency bucket and
        *>    rate type: the bucket off delinq.dat (loanaging.cob), a
        *>    loan not on it being current; a loan under a legal hold
        *>    on loanlegal.dat, which loanaging keeps off delinq.dat,
        *>    reserves in a LEGAL pool of its own. The rates come from
        *>    allow.ctl, one line per bucket and rate type:
        *>      ac-bucket    X(5)        CURR, 1-29, 30-59, 60-89,
        *>                               90+ or LEGAL
        *>      ac-rate-type X(1)        F fixed, V variable
        *>      ac-rate      9(3)V9999   loss rate, percent
        *>    a bucket and type with no line keeps the default: 0.5%
        *>    current, 2% 1-29, 10% 30-59, 25% 60-89, 50% 90+ and
        *>    LEGAL.
        *>
        *>    a loan finance has assessed on its own carries a
        *>    specific reserve on allowspec.dat instead of the pooled
        *>    rate, one line per loan:
        *>      as-loan-number 9(6)
        *>      as-amount      9(9)V99
        *>      as-reason      X(40)
        *>    a specific reserve on a loan that is no longer active is
        *>    listed and left out.
        *>
        *>    the report sets the required allowance against the prior
        *>    quarter's as booked, and the change to book against what
        *>    the ledger carries now (the last booking, which is the
        *>    prior quarter's unless this quarter has been booked
        *>    already). The change posts through glfeed as event
        *>    PROVISN - provision expense against the allowance, the
        *>    pair reversed for a release.
        *>
        *>    the back-test takes the allowance booked for the same
        *>    quarter last year and sets against it the write-offs
        *>    woff.dat has recorded since that booking, principal and
        *>    fees.
        *>
        *>    RC 4 when delinq.dat was not aged on the business date or
        *>    a specific reserve was left out, 8 when the run could not
        *>    be made or booked.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. allowance.
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
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT delinquency-file ASSIGN TO "delinq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS delinquency-status.
                    SELECT rate-control ASSIGN TO "allow.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rate-control-status.
                    SELECT specific-file ASSIGN TO "allowspec.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS specific-file-status.
                    SELECT history-file ASSIGN TO "allowhist.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS history-file-status.
                    SELECT writeoff-file ASSIGN TO "woff.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS writeoff-file-status.
                    SELECT provision-gl-file ASSIGN TO "allowgl.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS provision-gl-status.
                    SELECT report-file ASSIGN TO "allow.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  legal-file.
                    COPY LOANLEGAL.
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
                FD  rate-control.
                    01 rate-control-line.
                        02 ac-bucket       PIC X(5).
                        02 ac-rate-type    PIC X(1).
                        02 ac-rate         PIC 9(3)V9999.
                FD  specific-file.
                    01 specific-record.
                        02 as-loan-number  PIC 9(6).
                        02 as-amount       PIC 9(9)V99.
                        02 as-reason       PIC X(40).
                *> one row per booking, oldest first.
                FD  history-file.
                    01 history-record.
                        02 ah-quarter      PIC X(6).
                        02 ah-run-date     PIC X(8).
                        02 ah-pooled       PIC 9(11)V99.
                        02 ah-specific     PIC 9(11)V99.
                        02 ah-required     PIC 9(11)V99.
                        02 ah-loans        PIC 9(6).
                        02 ah-booked-by    PIC X(10).
                FD  writeoff-file.
                    01 writeoff-record.
                        02 wo-loan-number PIC 9(6).
                        02 wo-borrower-id PIC 9(4).
                        02 wo-principal   PIC 9(9)V99.
                        02 wo-fees        PIC 9(9)V99.
                        02 wo-approver    PIC X(10).
                        02 wo-cycle-date  PIC X(8).
                *> the handoff glfeed reads for the PROVISN event.
                FD  provision-gl-file.
                    01 provision-gl-record.
                        02 ap-provision    PIC 9(11)V99.
                        02 ap-release      PIC 9(11)V99.
                        02 ap-cycle-date   PIC X(8).
                        02 ap-quarter      PIC X(6).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 legal-file-status    PIC X(02) VALUE "00".
                01 legal-is-open        PIC 9 VALUE ZERO.
                01 delinquency-status   PIC X(02) VALUE "00".
                01 rate-control-status  PIC X(02) VALUE "00".
                01 specific-file-status PIC X(02) VALUE "00".
                01 history-file-status  PIC X(02) VALUE "00".
                01 writeoff-file-status PIC X(02) VALUE "00".
                01 provision-gl-status  PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 booking-wanted   PIC 9 VALUE ZERO.
                    88 run-books-it VALUE 1.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 this-quarter     PIC X(06) VALUE SPACES.
                01 last-year-quarter PIC X(06) VALUE SPACES.
                01 quarter-year     PIC 9(4) VALUE ZEROS.
                01 quarter-number   PIC 9 VALUE ZERO.
                01 run-warnings     PIC 9(4) VALUE ZEROS.
                *> the pools: six buckets by two rate types, with the
                *> default loss rates (percent) laid down by VALUE.
                01 bucket-values.
                    02 FILLER PIC X(5) VALUE "CURR ".
                    02 FILLER PIC X(5) VALUE "1-29 ".
                    02 FILLER PIC X(5) VALUE "30-59".
                    02 FILLER PIC X(5) VALUE "60-89".
                    02 FILLER PIC X(5) VALUE "90+  ".
                    02 FILLER PIC X(5) VALUE "LEGAL".
                01 bucket-table REDEFINES bucket-values.
                    02 bucket-name PIC X(5) OCCURS 6 TIMES.
                01 default-rate-values.
                    02 FILLER PIC 9(3)V9999 VALUE 0.5.
                    02 FILLER PIC 9(3)V9999 VALUE 2.
                    02 FILLER PIC 9(3)V9999 VALUE 10.
                    02 FILLER PIC 9(3)V9999 VALUE 25.
                    02 FILLER PIC 9(3)V9999 VALUE 50.
                    02 FILLER PIC 9(3)V9999 VALUE 50.
                01 default-rate-table REDEFINES default-rate-values.
                    02 default-rate PIC 9(3)V9999 OCCURS 6 TIMES.
                01 type-values      PIC X(2) VALUE "FV".
                01 type-table REDEFINES type-values.
                    02 type-code    PIC X(1) OCCURS 2 TIMES.
                01 pool-table.
                    02 pool-bucket OCCURS 6 TIMES.
                        03 pool-type OCCURS 2 TIMES.
                            04 pool-rate     PIC 9(3)V9999.
                            04 pool-loans    PIC 9(6).
                            04 pool-balance  PIC 9(11)V99.
                            04 pool-reserve  PIC 9(11)V99.
                01 bucket-idx       PIC 9(2) VALUE ZEROS.
                01 type-idx         PIC 9(2) VALUE ZEROS.
                *> the delinquent loans and their buckets.
                01 delinquent-table.
                    02 delinquent-entry OCCURS 5000 TIMES.
                        03 dt-loan-number PIC 9(6).
                        03 dt-bucket      PIC 9(1).
                01 delinquent-count PIC 9(4) VALUE ZEROS.
                01 delinquent-idx   PIC 9(4) VALUE ZEROS.
                01 aged-on-date     PIC X(08) VALUE SPACES.
                *> the specific reserves finance entered.
                01 specific-table.
                    02 specific-entry OCCURS 500 TIMES.
                        03 st-loan-number PIC 9(6).
                        03 st-amount      PIC 9(9)V99.
                        03 st-reason      PIC X(40).
                        03 st-used        PIC 9.
                01 specific-count   PIC 9(4) VALUE ZEROS.
                01 specific-idx     PIC 9(4) VALUE ZEROS.
                01 specific-slot    PIC 9(4) VALUE ZEROS.
                *> the totals.
                01 loans-reserved   PIC 9(6) VALUE ZEROS.
                01 pooled-balance   PIC 9(11)V99 VALUE ZEROS.
                01 pooled-reserve   PIC 9(11)V99 VALUE ZEROS.
                01 specific-balance PIC 9(11)V99 VALUE ZEROS.
                01 specific-reserve PIC 9(11)V99 VALUE ZEROS.
                01 required-allowance PIC 9(11)V99 VALUE ZEROS.
                01 prior-allowance  PIC 9(11)V99 VALUE ZEROS.
                01 prior-quarter    PIC X(06) VALUE SPACES.
                01 booked-allowance PIC 9(11)V99 VALUE ZEROS.
                01 booked-quarter   PIC X(06) VALUE SPACES.
                01 change-to-book   PIC S9(11)V99 VALUE ZEROS.
                *> the back-test.
                01 last-year-allowance PIC 9(11)V99 VALUE ZEROS.
                01 last-year-run-date  PIC X(08) VALUE SPACES.
                01 losses-since     PIC 9(11)V99 VALUE ZEROS.
                01 losses-loans     PIC 9(6) VALUE ZEROS.
                01 coverage-left    PIC S9(11)V99 VALUE ZEROS.
                01 coverage-pct     PIC 9(5)V99 VALUE ZEROS.
                01 display-amount   PIC Z(10)9.99.
                01 display-signed   PIC -(10)9.99.
                01 display-balance  PIC Z(10)9.99.
                01 display-rate     PIC ZZ9.9999.
                01 display-count    PIC Z(5)9.
                01 display-pct      PIC Z(4)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Only a
                *> supervisor books the allowance.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "allow.rpt".
                01 banner-job-name  PIC X(20) VALUE "ALLOWANCE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb
            END-UNSTRING.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN SPACES CONTINUE
                WHEN "book" MOVE 1 TO booking-wanted
                WHEN OTHER
                    DISPLAY "usage: allowance [book]"
                    MOVE 16 TO RETURN-CODE
                    PERFORM finish-the-job
                    GOBACK
            END-EVALUATE.
            IF run-books-it THEN
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome
                IF NOT operator-signed-on
                        OR NOT role-is-supervisor THEN
                    DISPLAY "allowance: supervisor role required - "
                            "booking refused"
                    MOVE 8 TO RETURN-CODE
                    PERFORM finish-the-job
                    GOBACK
                END-IF
            END-IF.
            PERFORM read-the-business-date.
            PERFORM load-the-rates.
            PERFORM load-the-delinquency.
            PERFORM load-the-specific-reserves.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "allowance: loanmast.dat not available "
                        "(status " loan-master-status ")"
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            OPEN INPUT legal-file.
            IF legal-file-status = "00" THEN
                MOVE 1 TO legal-is-open
            END-IF.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND loan-is-active THEN
                    PERFORM reserve-one-loan
                END-IF
            END-PERFORM.
            CLOSE loan-master.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            PERFORM price-the-pools.
            PERFORM read-the-history.
            PERFORM gather-losses-since.
            PERFORM print-the-report.
            IF run-books-it THEN
                PERFORM book-the-allowance
            END-IF.
            MOVE loans-reserved TO banner-rec-count.
            IF RETURN-CODE = 0 AND run-warnings > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            *> the business date and the quarter it falls in - this
            *> year's and the same one a year back.
            read-the-business-date.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
                END-IF.
                MOVE cycle-date-stamp(1:4) TO quarter-year.
                COMPUTE quarter-number =
                        (FUNCTION NUMVAL(cycle-date-stamp(5:2)) - 1)
                            / 3 + 1.
                MOVE SPACES TO this-quarter.
                STRING quarter-year "Q" quarter-number
                    DELIMITED BY SIZE INTO this-quarter
                END-STRING.
                SUBTRACT 1 FROM quarter-year.
                MOVE SPACES TO last-year-quarter.
                STRING quarter-year "Q" quarter-number
                    DELIMITED BY SIZE INTO last-year-quarter
                END-STRING.
                EXIT.

            load-the-rates.
                INITIALIZE pool-table.
                PERFORM VARYING bucket-idx FROM 1 BY 1
                        UNTIL bucket-idx > 6
                    PERFORM VARYING type-idx FROM 1 BY 1
                            UNTIL type-idx > 2
                        MOVE default-rate(bucket-idx)
                            TO pool-rate(bucket-idx, type-idx)
                    END-PERFORM
                END-PERFORM.
                OPEN INPUT rate-control.
                IF rate-control-status NOT = "00" THEN
                    DISPLAY "allowance: no allow.ctl - using the "
                            "default loss rates"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ rate-control
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        PERFORM apply-one-rate
                    END-IF
                END-PERFORM.
                CLOSE rate-control.
                EXIT.

            apply-one-rate.
                MOVE 0 TO bucket-idx.
                PERFORM VARYING delinquent-idx FROM 1 BY 1
                        UNTIL delinquent-idx > 6
                    IF bucket-name(delinquent-idx) = ac-bucket THEN
                        MOVE delinquent-idx TO bucket-idx
                    END-IF
                END-PERFORM.
                EVALUATE ac-rate-type
                    WHEN "F" MOVE 1 TO type-idx
                    WHEN "V" MOVE 2 TO type-idx
                    WHEN OTHER MOVE 0 TO type-idx
                END-EVALUATE.
                IF bucket-idx = 0 OR type-idx = 0
                        OR ac-rate NOT NUMERIC
                        OR ac-rate > 100 THEN
                    DISPLAY "allowance: allow.ctl line " ac-bucket
                            ac-rate-type " not recognized - ignored"
                    EXIT PARAGRAPH
                END-IF.
                MOVE ac-rate TO pool-rate(bucket-idx, type-idx).
                EXIT.

            *> loanaging's buckets, translated to the pool numbers.
            load-the-delinquency.
                MOVE 0 TO delinquent-count.
                OPEN INPUT delinquency-file.
                IF delinquency-status NOT = "00" THEN
                    DISPLAY "allowance: no delinq.dat - every loan "
                            "not on a legal hold reserves as current"
                    ADD 1 TO run-warnings
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ delinquency-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND delinquent-count < 5000 THEN
                        ADD 1 TO delinquent-count
                        MOVE dlq-loan-number
                            TO dt-loan-number(delinquent-count)
                        MOVE dlq-cycle-date TO aged-on-date
                        EVALUATE dlq-bucket
                            WHEN "1-29 " MOVE 2 TO bucket-idx
                            WHEN "30-59" MOVE 3 TO bucket-idx
                            WHEN "60-89" MOVE 4 TO bucket-idx
                            WHEN OTHER   MOVE 5 TO bucket-idx
                        END-EVALUATE
                        MOVE bucket-idx TO dt-bucket(delinquent-count)
                    END-IF
                END-PERFORM.
                CLOSE delinquency-file.
                IF delinquent-count > 0
                        AND aged-on-date NOT = cycle-date-stamp THEN
                    DISPLAY "allowance: delinq.dat was aged on "
                            aged-on-date ", not the business date "
                            cycle-date-stamp
                    ADD 1 TO run-warnings
                END-IF.
                EXIT.

            load-the-specific-reserves.
                MOVE 0 TO specific-count.
                OPEN INPUT specific-file.
                IF specific-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ specific-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND specific-count < 500
                            AND as-loan-number NUMERIC
                            AND as-amount NUMERIC THEN
                        ADD 1 TO specific-count
                        MOVE as-loan-number
                            TO st-loan-number(specific-count)
                        MOVE as-amount TO st-amount(specific-count)
                        MOVE as-reason TO st-reason(specific-count)
                        MOVE 0 TO st-used(specific-count)
                    END-IF
                END-PERFORM.
                CLOSE specific-file.
                EXIT.

            *> a specific reserve replaces the pool for its loan;
            *> everything else joins the pool for its bucket and type.
            reserve-one-loan.
                ADD 1 TO loans-reserved.
                MOVE 0 TO specific-slot.
                PERFORM VARYING specific-idx FROM 1 BY 1
                        UNTIL specific-idx > specific-count
                    IF st-loan-number(specific-idx) = loan-number THEN
                        MOVE specific-idx TO specific-slot
                    END-IF
                END-PERFORM.
                IF specific-slot > 0 THEN
                    MOVE 1 TO st-used(specific-slot)
                    ADD loan-balance TO specific-balance
                    ADD st-amount(specific-slot) TO specific-reserve
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO bucket-idx.
                PERFORM VARYING delinquent-idx FROM 1 BY 1
                        UNTIL delinquent-idx > delinquent-count
                    IF dt-loan-number(delinquent-idx) = loan-number THEN
                        MOVE dt-bucket(delinquent-idx) TO bucket-idx
                    END-IF
                END-PERFORM.
                IF legal-is-open = 1 THEN
                    MOVE loan-number TO ll-loan-number
                    READ legal-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF ll-hold-in-force THEN
                                MOVE 6 TO bucket-idx
                            END-IF
                    END-READ
                END-IF.
                IF loan-rate-variable THEN
                    MOVE 2 TO type-idx
                ELSE
                    MOVE 1 TO type-idx
                END-IF.
                ADD 1 TO pool-loans(bucket-idx, type-idx).
                ADD loan-balance TO pool-balance(bucket-idx, type-idx).
                EXIT.

            price-the-pools.
                PERFORM VARYING bucket-idx FROM 1 BY 1
                        UNTIL bucket-idx > 6
                    PERFORM VARYING type-idx FROM 1 BY 1
                            UNTIL type-idx > 2
                        COMPUTE pool-reserve(bucket-idx, type-idx)
                                ROUNDED =
                            pool-balance(bucket-idx, type-idx)
                                * pool-rate(bucket-idx, type-idx) / 100
                        ADD pool-balance(bucket-idx, type-idx)
                            TO pooled-balance
                        ADD pool-reserve(bucket-idx, type-idx)
                            TO pooled-reserve
                    END-PERFORM
                END-PERFORM.
                COMPUTE required-allowance =
                        pooled-reserve + specific-reserve.
                EXIT.

            *> the bookings so far: the last one in an earlier quarter
            *> is the prior quarter's allowance, the last one of all
            *> is what the ledger carries, the last one in this
            *> quarter a year back is the back-test's.
            read-the-history.
                OPEN INPUT history-file.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ history-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE ah-required TO booked-allowance
                        MOVE ah-quarter TO booked-quarter
                        IF ah-quarter < this-quarter THEN
                            MOVE ah-required TO prior-allowance
                            MOVE ah-quarter TO prior-quarter
                        END-IF
                        IF ah-quarter = last-year-quarter THEN
                            MOVE ah-required TO last-year-allowance
                            MOVE ah-run-date TO last-year-run-date
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                COMPUTE change-to-book =
                        required-allowance - booked-allowance.
                EXIT.

            gather-losses-since.
                IF last-year-run-date = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT writeoff-file.
                IF writeoff-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ writeoff-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND wo-cycle-date > last-year-run-date
                            AND wo-cycle-date <= cycle-date-stamp THEN
                        ADD wo-principal TO losses-since
                        ADD wo-fees TO losses-since
                        ADD 1 TO losses-loans
                    END-IF
                END-PERFORM.
                CLOSE writeoff-file.
                COMPUTE coverage-left =
                        last-year-allowance - losses-since.
                IF last-year-allowance > 0 THEN
                    COMPUTE coverage-pct ROUNDED =
                            losses-since * 100 / last-year-allowance
                        ON SIZE ERROR MOVE 99999.99 TO coverage-pct
                    END-COMPUTE
                END-IF.
                EXIT.

            print-the-report.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "LOAN-LOSS ALLOWANCE - " this-quarter " - as of "
                        cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "POOLED RESERVE BY BUCKET AND RATE TYPE"
                        TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  bucket type  loans         balance     rate"
                        "         reserve"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING bucket-idx FROM 1 BY 1
                        UNTIL bucket-idx > 6
                    PERFORM VARYING type-idx FROM 1 BY 1
                            UNTIL type-idx > 2
                        PERFORM print-one-pool
                    END-PERFORM
                END-PERFORM.
                MOVE pooled-balance TO display-balance.
                MOVE pooled-reserve TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  pooled total       " display-balance
                        "          " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "SPECIFIC RESERVES" TO print-text.
                PERFORM print-one-line.
                IF specific-count = 0 THEN
                    MOVE "  none entered" TO print-text
                    PERFORM print-one-line
                END-IF.
                PERFORM VARYING specific-idx FROM 1 BY 1
                        UNTIL specific-idx > specific-count
                    PERFORM print-one-specific
                END-PERFORM.
                MOVE specific-balance TO display-balance.
                MOVE specific-reserve TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  specific total     " display-balance
                        "          " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE required-allowance TO display-amount.
                MOVE SPACES TO print-text.
                STRING "REQUIRED ALLOWANCE          " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE prior-allowance TO display-amount.
                MOVE SPACES TO print-text.
                IF prior-quarter = SPACES THEN
                    MOVE "PRIOR QUARTER               none booked"
                            TO print-text
                ELSE
                    STRING "PRIOR QUARTER " prior-quarter "        "
                            display-amount
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                IF booked-quarter = this-quarter THEN
                    MOVE booked-allowance TO display-amount
                    MOVE SPACES TO print-text
                    STRING "BOOKED SO FAR " this-quarter "        "
                            display-amount
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                MOVE change-to-book TO display-signed.
                MOVE SPACES TO print-text.
                EVALUATE TRUE
                    WHEN change-to-book > 0
                        STRING "CHANGE TO BOOK              "
                                display-signed "  provision"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN change-to-book < 0
                        STRING "CHANGE TO BOOK              "
                                display-signed "  release"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN OTHER
                        MOVE "CHANGE TO BOOK              none"
                                TO print-text
                END-EVALUATE.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                PERFORM print-the-back-test.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                EXIT.

            print-one-pool.
                IF pool-loans(bucket-idx, type-idx) = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE pool-loans(bucket-idx, type-idx) TO display-count.
                MOVE pool-balance(bucket-idx, type-idx)
                        TO display-balance.
                MOVE pool-rate(bucket-idx, type-idx) TO display-rate.
                MOVE pool-reserve(bucket-idx, type-idx)
                        TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  " bucket-name(bucket-idx) "    "
                        type-code(type-idx) "  " display-count " "
                        display-balance " " display-rate "% "
                        display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-specific.
                MOVE st-amount(specific-idx) TO display-amount.
                MOVE SPACES TO print-text.
                IF st-used(specific-idx) = 1 THEN
                    STRING "  loan " st-loan-number(specific-idx) " "
                            display-amount "  "
                            st-reason(specific-idx)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    ADD 1 TO run-warnings
                    STRING "  loan " st-loan-number(specific-idx) " "
                            display-amount "  NOT ACTIVE - left out"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            print-the-back-test.
                MOVE SPACES TO print-text.
                STRING "BACK-TEST - " last-year-quarter
                        " ALLOWANCE AGAINST WRITE-OFFS SINCE"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF last-year-run-date = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "  no allowance booked for "
                            last-year-quarter
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE last-year-allowance TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  allowance booked " last-year-run-date
                        "   " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE losses-since TO display-amount.
                MOVE losses-loans TO display-count.
                MOVE SPACES TO print-text.
                STRING "  written off since         " display-amount
                        "  on " display-count " loan(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE coverage-left TO display-signed.
                MOVE SPACES TO print-text.
                IF coverage-left < 0 THEN
                    STRING "  shortfall                 " display-signed
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING "  allowance left over       " display-signed
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                MOVE coverage-pct TO display-pct.
                MOVE SPACES TO print-text.
                STRING "  losses as % of allowance      " display-pct
                        "%"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the quarter goes on the history, the change to the
            *> glfeed handoff under the business date.
            book-the-allowance.
                OPEN EXTEND history-file.
                IF history-file-status = "35" THEN
                    OPEN OUTPUT history-file
                END-IF.
                IF history-file-status NOT = "00" THEN
                    DISPLAY "allowance: allowhist.dat not writable "
                            "(status " history-file-status ") - "
                            "nothing booked"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO history-record.
                MOVE this-quarter TO ah-quarter.
                MOVE cycle-date-stamp TO ah-run-date.
                MOVE pooled-reserve TO ah-pooled.
                MOVE specific-reserve TO ah-specific.
                MOVE required-allowance TO ah-required.
                MOVE loans-reserved TO ah-loans.
                MOVE signed-operator TO ah-booked-by.
                WRITE history-record.
                CLOSE history-file.
                IF change-to-book = 0 THEN
                    DISPLAY "allowance: " this-quarter " booked - "
                            "no change to post"
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND provision-gl-file.
                IF provision-gl-status = "35" THEN
                    OPEN OUTPUT provision-gl-file
                END-IF.
                MOVE SPACES TO provision-gl-record.
                MOVE 0 TO ap-provision.
                MOVE 0 TO ap-release.
                IF change-to-book > 0 THEN
                    MOVE change-to-book TO ap-provision
                ELSE
                    COMPUTE ap-release = 0 - change-to-book
                END-IF.
                MOVE cycle-date-stamp TO ap-cycle-date.
                MOVE this-quarter TO ap-quarter.
                WRITE provision-gl-record.
                CLOSE provision-gl-file.
                MOVE change-to-book TO display-signed.
                DISPLAY "allowance: " this-quarter " booked - change "
                        FUNCTION TRIM(display-signed)
                        " handed to glfeed on allowgl.dat".
                EXIT.

            print-one-line.
                DISPLAY "allowance: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM allowance.
