        *> **********************************************************************
        *> redflag - nightly account-takeover red flags. The pattern is
        *> the classic one: change the address, then ask what it costs
        *> to close the loan, or get money sent out - and it sailed
        *> through because the address history, the payoff quotes and
        *> the payments path never met. This job puts each customer's
        *> recent events side by side and raises a flag on the fraud
        *> review queue, fraudq.dat (FRAUDQ), with the events behind
        *> it; fraudrev.cob works the queue and custinq.cob shows the
        *> customer as under review until every flag is cleared.
        *>
        *>    events, per customer:
        *>      address change  addrhist.dat (see addrhist.cob) - every
        *>                      entry after the customer's first, which
        *>                      is the address they came to us with
        *>      name change     corrections.jnl NAME rows (CUSTMNT,
        *>                      CUSTBAT)
        *>      payoff quote    payoffq.dat, the quotes payoff.cob
        *>                      handed across the counter
        *>      reversal        corrections.jnl LOANPOST rows backing
        *>                      a payment out, the loan's borrower
        *>      refund          refundreg.dat checks, by issue date
        *>      maintenance     corrections.jnl CUSTMNT and RETMAIL
        *>                      rows by an operator whose branch
        *>                      (operators.dat) is not the customer's
        *>                      - either side blank is never judged,
        *>                      the viewrpt.cob rule
        *>
        *>    the rules, windows in days off redflag.ctl (one line:
        *>    payoff window 9(3), reversal window 9(3), change window
        *>    9(3), change count 9(2) - 030030030 03 when the file is
        *>    missing):
        *>      ADPQ  a payoff quote inside the payoff window after
        *>            an address change
        *>      ADRV  a payment reversal or refund check inside the
        *>            reversal window after an address change
        *>      MCHG  change-count or more name and address changes
        *>            inside the change window
        *>      OBRM  out-of-branch maintenance, looked back over the
        *>            change window
        *>    a rule fires on the later event, when that event falls
        *>    inside the rule's window back from the business date;
        *>    a customer carries one open flag per rule at most, and
        *>    a flag already on the queue - open or cleared - is not
        *>    raised again.
        *>
        *>    the night's new flags go to redflag.rpt and the report
        *>    repository (rptstore.cob); RC 4 when any were raised.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. redflag.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT window-control ASSIGN TO "redflag.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS window-control-status.
                    SELECT history-file ASSIGN TO "addrhist.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hist-key
                        FILE STATUS IS history-file-status.
                    SELECT journal-file ASSIGN TO "corrections.jnl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT quote-log ASSIGN TO "payoffq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS quote-log-status.
                    SELECT check-register ASSIGN TO "refundreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rf-check-number
                        FILE STATUS IS check-register-status.
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
                    SELECT operator-file ASSIGN TO "operators.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS operator-file-status.
                    SELECT fraud-queue ASSIGN TO "fraudq.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fq-key
                        FILE STATUS IS fraud-queue-status.
                    SELECT event-sorted ASSIGN TO "redflag.st1"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT event-sort-work ASSIGN TO "redflag.sw1".
                    SELECT report-file ASSIGN TO "redflag.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  window-control.
                    01 window-control-record.
                        02 wc-payoff-days   PIC 9(3).
                        02 wc-reversal-days PIC 9(3).
                        02 wc-change-days   PIC 9(3).
                        02 FILLER           PIC X(1).
                        02 wc-change-count  PIC 9(2).
                FD  history-file.
                    01 history-record.
                        02 hist-key.
                            03 hist-user-id   PIC 9(4).
                            03 hist-effective PIC X(8).
                        02 hist-address       PIC X(60).
                        02 hist-source        PIC X(10).
                FD  journal-file.
                    01 journal-record.
                        02 jrn-timestamp PIC X(14).
                        02 jrn-operator  PIC X(10).
                        02 jrn-program   PIC X(10).
                        02 jrn-key       PIC X(10).
                        02 jrn-before    PIC X(60).
                        02 jrn-after     PIC X(60).
                        02 jrn-reference PIC X(12).
                FD  quote-log.
                    COPY PAYOFFQ.
                FD  check-register.
                    COPY REFUNDREG.
                FD  loan-master.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  operator-file.
                    01 operator-record.
                        02 oper-id       PIC X(10).
                        02 oper-password PIC X(10).
                        02 oper-role     PIC X(1).
                        02 oper-branch   PIC X(3).
                FD  fraud-queue.
                    COPY FRAUDQ.
                FD  event-sorted.
                    01 event-sorted-record.
                        02 es-user-id PIC 9(4).
                        02 es-stamp   PIC X(14).
                        02 es-type    PIC X(1).
                        02 es-text    PIC X(60).
                SD  event-sort-work.
                    01 event-work-record.
                        02 ew-user-id PIC 9(4).
                        02 ew-stamp   PIC X(14).
                        02 ew-type    PIC X(1).
                        02 ew-text    PIC X(60).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 window-control-status PIC X(02) VALUE "00".
                01 history-file-status   PIC X(02) VALUE "00".
                01 journal-file-status   PIC X(02) VALUE "00".
                01 quote-log-status      PIC X(02) VALUE "00".
                01 check-register-status PIC X(02) VALUE "00".
                01 loan-master-status    PIC X(02) VALUE "00".
                01 master-file-status    PIC X(02) VALUE "00".
                01 operator-file-status  PIC X(02) VALUE "00".
                01 fraud-queue-status    PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 sorted-at-end    PIC 9 VALUE ZERO.
                01 queue-done       PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the windows, in days.
                01 payoff-days      PIC 9(3) VALUE 30.
                01 reversal-days    PIC 9(3) VALUE 30.
                01 change-days      PIC 9(3) VALUE 30.
                01 change-count     PIC 9(2) VALUE 3.
                01 widest-window    PIC 9(3) VALUE ZEROS.
                01 business-day     PIC 9(7) VALUE ZEROS.
                01 oldest-day       PIC S9(7) VALUE ZEROS.
                01 event-day        PIC 9(7) VALUE ZEROS.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 previous-user    PIC 9(4) VALUE ZEROS.
                01 masters-open     PIC 9 VALUE ZERO.
                01 loans-open       PIC 9 VALUE ZERO.
                01 field-tag        PIC X(4) VALUE SPACES.
                01 display-amount   PIC Z(8)9.99.
                *> the operators and their branches, off operators.dat.
                01 operator-table.
                    02 operator-entry OCCURS 500 TIMES.
                        03 ot-id     PIC X(10).
                        03 ot-branch PIC X(3).
                01 operator-count   PIC 9(4) VALUE ZEROS.
                01 operator-idx     PIC 9(4) VALUE ZEROS.
                01 actor-branch     PIC X(3) VALUE SPACES.
                *> one customer's events, oldest first.
                01 customer-events.
                    02 ce-entry OCCURS 300 TIMES.
                        03 ce-stamp PIC X(14).
                        03 ce-day   PIC 9(7).
                        03 ce-type  PIC X(1).
                        03 ce-text  PIC X(60).
                01 ce-count         PIC 9(3) VALUE ZEROS.
                01 current-user     PIC 9(4) VALUE ZEROS.
                01 ce-idx           PIC 9(3) VALUE ZEROS.
                01 prior-idx        PIC 9(3) VALUE ZEROS.
                01 found-idx        PIC 9(3) VALUE ZEROS.
                01 window-days      PIC 9(3) VALUE ZEROS.
                01 changes-seen     PIC 9(3) VALUE ZEROS.
                *> the customer's rules already open on the queue.
                01 open-rules.
                    02 open-adpq    PIC 9 VALUE ZERO.
                    02 open-adrv    PIC 9 VALUE ZERO.
                    02 open-mchg    PIC 9 VALUE ZERO.
                    02 open-obrm    PIC 9 VALUE ZERO.
                *> the flag being raised.
                01 raise-rule       PIC X(4) VALUE SPACES.
                01 raise-events.
                    02 re-idx OCCURS 5 TIMES PIC 9(3).
                01 raise-count      PIC 9 VALUE ZERO.
                01 raise-slot       PIC 9 VALUE ZERO.
                01 events-read      PIC 9(7) VALUE ZEROS.
                01 flags-raised     PIC 9(5) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "redflag.rpt".
                01 banner-job-name  PIC X(20) VALUE "REDFLAG".
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
            MOVE cycle-date-stamp TO date-num.
            COMPUTE business-day = FUNCTION INTEGER-OF-DATE(date-num).
            PERFORM read-the-windows.
            PERFORM load-the-operators.
            OPEN INPUT customer-master.
            IF master-file-status = "00" THEN
                MOVE 1 TO masters-open
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loans-open
            END-IF.
            SORT event-sort-work
                    ON ASCENDING KEY ew-user-id ew-stamp
                INPUT PROCEDURE IS release-the-events
                GIVING event-sorted.
            IF loans-open = 1 THEN
                CLOSE loan-master
            END-IF.
            IF masters-open = 1 THEN
                CLOSE customer-master
            END-IF.
            OPEN I-O fraud-queue.
            IF fraud-queue-status = "35" THEN
                OPEN OUTPUT fraud-queue
                CLOSE fraud-queue
                OPEN I-O fraud-queue
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "ACCOUNT-TAKEOVER RED FLAGS - " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE 0 TO ce-count.
            OPEN INPUT event-sorted.
            MOVE 0 TO sorted-at-end.
            PERFORM UNTIL sorted-at-end = 1
                READ event-sorted
                    AT END MOVE 1 TO sorted-at-end
                END-READ
                IF sorted-at-end = 0 THEN
                    IF ce-count > 0 AND es-user-id NOT = current-user
                            THEN
                        PERFORM judge-the-customer
                        MOVE 0 TO ce-count
                    END-IF
                    PERFORM hold-one-event
                END-IF
            END-PERFORM.
            IF ce-count > 0 THEN
                PERFORM judge-the-customer
            END-IF.
            CLOSE event-sorted.
            CLOSE fraud-queue.
            IF flags-raised = 0 THEN
                MOVE SPACES TO print-text
                PERFORM print-one-line
                MOVE "  no new red flags" TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " events-read " event(s) weighed, "
                    flags-raised " red flag(s) raised"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            MOVE flags-raised TO banner-rec-count.
            IF flags-raised > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            read-the-windows.
                OPEN INPUT window-control.
                IF window-control-status = "00" THEN
                    READ window-control
                        AT END CONTINUE
                        NOT AT END
                            IF wc-payoff-days NUMERIC
                                    AND wc-payoff-days > 0 THEN
                                MOVE wc-payoff-days TO payoff-days
                            END-IF
                            IF wc-reversal-days NUMERIC
                                    AND wc-reversal-days > 0 THEN
                                MOVE wc-reversal-days TO reversal-days
                            END-IF
                            IF wc-change-days NUMERIC
                                    AND wc-change-days > 0 THEN
                                MOVE wc-change-days TO change-days
                            END-IF
                            IF wc-change-count NUMERIC
                                    AND wc-change-count > 1 THEN
                                MOVE wc-change-count TO change-count
                            END-IF
                    END-READ
                    CLOSE window-control
                END-IF.
                MOVE payoff-days TO widest-window.
                IF reversal-days > widest-window THEN
                    MOVE reversal-days TO widest-window
                END-IF.
                IF change-days > widest-window THEN
                    MOVE change-days TO widest-window
                END-IF.
                *> a trigger inside its window can reach back a
                *> window further for the event it pairs with.
                COMPUTE oldest-day = business-day - widest-window * 2.
                EXIT.

            *> ------------------------------------------------------------
            *> the events, every source, into the sort.
            *> ------------------------------------------------------------
            release-the-events.
                PERFORM release-address-changes.
                PERFORM release-journal-events.
                PERFORM release-payoff-quotes.
                PERFORM release-refund-checks.
                EXIT.

            release-address-changes.
                OPEN INPUT history-file.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO previous-user.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ history-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF hist-user-id = previous-user THEN
                            PERFORM release-one-address-change
                        END-IF
                        MOVE hist-user-id TO previous-user
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                EXIT.

            release-one-address-change.
                MOVE SPACES TO event-work-record.
                MOVE hist-user-id TO ew-user-id.
                MOVE hist-effective TO ew-stamp.
                MOVE "000000" TO ew-stamp(9:6).
                MOVE "A" TO ew-type.
                STRING hist-effective " ADDRESS CHANGED ("
                        FUNCTION TRIM(hist-source) ") "
                        hist-address
                    DELIMITED BY SIZE INTO ew-text
                END-STRING.
                PERFORM release-one-event.
                EXIT.

            *> name changes, reversals and out-of-branch maintenance,
            *> each told by its writer and tag.
            release-journal-events.
                OPEN INPUT journal-file.
                IF journal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ journal-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE jrn-key(6:4) TO field-tag
                        EVALUATE TRUE
                            WHEN jrn-program = "LOANPOST"
                                    AND jrn-after(1:4) = "PMT "
                                PERFORM release-one-reversal
                            WHEN (jrn-program = "CUSTMNT"
                                    OR jrn-program = "CUSTBAT")
                                    AND field-tag = "NAME"
                                PERFORM release-one-name-change
                        END-EVALUATE
                        IF jrn-program = "CUSTMNT"
                                OR jrn-program = "RETMAIL" THEN
                            PERFORM judge-the-maintenance
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE journal-file.
                EXIT.

            release-one-name-change.
                IF jrn-key(1:4) NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO event-work-record.
                MOVE jrn-key(1:4) TO ew-user-id.
                MOVE jrn-timestamp TO ew-stamp.
                MOVE "N" TO ew-type.
                STRING jrn-timestamp(1:8) " NAME CHANGED by "
                        FUNCTION TRIM(jrn-operator) " to "
                        jrn-after
                    DELIMITED BY SIZE INTO ew-text
                END-STRING.
                PERFORM release-one-event.
                EXIT.

            *> the journal keys a reversal on the loan; the flag
            *> belongs to the loan's borrower.
            release-one-reversal.
                IF loans-open = 0 OR jrn-key(1:6) NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE jrn-key(1:6) TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE SPACES TO event-work-record.
                MOVE loan-borrower-id TO ew-user-id.
                MOVE jrn-timestamp TO ew-stamp.
                MOVE "R" TO ew-type.
                STRING jrn-timestamp(1:8) " PAYMENT REVERSED loan "
                        loan-number " " jrn-after
                    DELIMITED BY SIZE INTO ew-text
                END-STRING.
                PERFORM release-one-event.
                EXIT.

            *> a customer row keyed by a clerk of another branch.
            judge-the-maintenance.
                IF masters-open = 0 OR jrn-key(1:4) NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO actor-branch.
                PERFORM VARYING operator-idx FROM 1 BY 1
                        UNTIL operator-idx > operator-count
                    IF ot-id(operator-idx) = jrn-operator THEN
                        MOVE ot-branch(operator-idx) TO actor-branch
                    END-IF
                END-PERFORM.
                IF actor-branch = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE jrn-key(1:4) TO user_id.
                READ customer-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF cust-branch = SPACES
                        OR cust-branch = actor-branch THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO event-work-record.
                MOVE user_id TO ew-user-id.
                MOVE jrn-timestamp TO ew-stamp.
                MOVE "M" TO ew-type.
                STRING jrn-timestamp(1:8) " "
                        FUNCTION TRIM(jrn-program) " "
                        jrn-key(6:4) " by "
                        FUNCTION TRIM(jrn-operator) " of branch "
                        actor-branch " - customer of " cust-branch
                    DELIMITED BY SIZE INTO ew-text
                END-STRING.
                PERFORM release-one-event.
                EXIT.

            release-payoff-quotes.
                OPEN INPUT quote-log.
                IF quote-log-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ quote-log
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE SPACES TO event-work-record
                        MOVE pq-borrower-id TO ew-user-id
                        MOVE pq-quoted-at TO ew-stamp
                        MOVE "Q" TO ew-type
                        MOVE pq-total TO display-amount
                        STRING pq-quoted-at(1:8) " PAYOFF QUOTE loan "
                                pq-loan-number " "
                                FUNCTION TRIM(display-amount) " by "
                                pq-operator
                            DELIMITED BY SIZE INTO ew-text
                        END-STRING
                        PERFORM release-one-event
                    END-IF
                END-PERFORM.
                CLOSE quote-log.
                EXIT.

            release-refund-checks.
                OPEN INPUT check-register.
                IF check-register-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ check-register NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE SPACES TO event-work-record
                        MOVE rf-borrower-id TO ew-user-id
                        MOVE rf-issue-date TO ew-stamp
                        MOVE "120000" TO ew-stamp(9:6)
                        MOVE "F" TO ew-type
                        MOVE rf-amount TO display-amount
                        STRING rf-issue-date " REFUND CHECK "
                                rf-check-number " loan "
                                rf-loan-number " "
                                FUNCTION TRIM(display-amount)
                            DELIMITED BY SIZE INTO ew-text
                        END-STRING
                        PERFORM release-one-event
                    END-IF
                END-PERFORM.
                CLOSE check-register.
                EXIT.

            *> only what a window can still reach goes to the sort.
            release-one-event.
                IF ew-stamp(1:8) NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ew-stamp(1:8) TO date-num.
                COMPUTE event-day = FUNCTION INTEGER-OF-DATE(date-num).
                IF event-day < oldest-day
                        OR event-day > business-day THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO events-read.
                RELEASE event-work-record.
                EXIT.

            hold-one-event.
                MOVE es-user-id TO current-user.
                IF ce-count = 300 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO ce-count.
                MOVE es-stamp TO ce-stamp(ce-count).
                MOVE es-stamp(1:8) TO date-num.
                COMPUTE ce-day(ce-count) =
                        FUNCTION INTEGER-OF-DATE(date-num).
                MOVE es-type TO ce-type(ce-count).
                MOVE es-text TO ce-text(ce-count).
                EXIT.

            *> ------------------------------------------------------------
            *> the rules, over one customer's events.
            *> ------------------------------------------------------------
            judge-the-customer.
                PERFORM find-the-open-rules.
                PERFORM VARYING ce-idx FROM 1 BY 1
                        UNTIL ce-idx > ce-count
                    EVALUATE ce-type(ce-idx)
                        WHEN "Q"
                            IF open-adpq = 0 THEN
                                MOVE payoff-days TO window-days
                                PERFORM find-the-address-change
                                IF found-idx > 0 THEN
                                    MOVE "ADPQ" TO raise-rule
                                    PERFORM raise-a-pair
                                END-IF
                            END-IF
                        WHEN "R"
                        WHEN "F"
                            IF open-adrv = 0 THEN
                                MOVE reversal-days TO window-days
                                PERFORM find-the-address-change
                                IF found-idx > 0 THEN
                                    MOVE "ADRV" TO raise-rule
                                    PERFORM raise-a-pair
                                END-IF
                            END-IF
                        WHEN "A"
                        WHEN "N"
                            IF open-mchg = 0 THEN
                                PERFORM count-the-changes
                            END-IF
                        WHEN "M"
                            IF open-obrm = 0
                                    AND ce-day(ce-idx) + change-days
                                        >= business-day THEN
                                MOVE "OBRM" TO raise-rule
                                MOVE 1 TO raise-count
                                MOVE ce-idx TO re-idx(1)
                                PERFORM raise-the-flag
                            END-IF
                    END-EVALUATE
                END-PERFORM.
                EXIT.

            find-the-open-rules.
                INITIALIZE open-rules.
                MOVE current-user TO fq-user-id.
                MOVE LOW-VALUES TO fq-rule.
                MOVE LOW-VALUES TO fq-trigger.
                START fraud-queue KEY >= fq-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO queue-done.
                PERFORM UNTIL queue-done = 1
                    READ fraud-queue NEXT RECORD
                        AT END MOVE 1 TO queue-done
                    END-READ
                    IF queue-done = 0
                            AND fq-user-id NOT = current-user THEN
                        MOVE 1 TO queue-done
                    END-IF
                    IF queue-done = 0 AND fq-is-open THEN
                        PERFORM mark-the-open-rule
                    END-IF
                END-PERFORM.
                EXIT.

            mark-the-open-rule.
                EVALUATE fq-rule
                    WHEN "ADPQ" MOVE 1 TO open-adpq
                    WHEN "ADRV" MOVE 1 TO open-adrv
                    WHEN "MCHG" MOVE 1 TO open-mchg
                    WHEN "OBRM" MOVE 1 TO open-obrm
                END-EVALUATE.
                EXIT.

            *> the latest address change at or before the event in
            *> hand and inside the window behind it - the event
            *> itself inside the same window back from the business
            *> date.
            find-the-address-change.
                MOVE 0 TO found-idx.
                IF ce-day(ce-idx) + window-days < business-day THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING prior-idx FROM 1 BY 1
                        UNTIL prior-idx >= ce-idx
                    IF ce-type(prior-idx) = "A"
                            AND ce-day(prior-idx) + window-days
                                >= ce-day(ce-idx) THEN
                        MOVE prior-idx TO found-idx
                    END-IF
                END-PERFORM.
                EXIT.

            *> the name and address changes inside the change window
            *> ending at this one; the flag carries the newest five.
            count-the-changes.
                IF ce-day(ce-idx) + change-days < business-day THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO changes-seen.
                PERFORM VARYING prior-idx FROM 1 BY 1
                        UNTIL prior-idx > ce-idx
                    IF (ce-type(prior-idx) = "A"
                            OR ce-type(prior-idx) = "N")
                            AND ce-day(prior-idx) + change-days
                                >= ce-day(ce-idx) THEN
                        ADD 1 TO changes-seen
                    END-IF
                END-PERFORM.
                IF changes-seen < change-count THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE "MCHG" TO raise-rule.
                MOVE 0 TO raise-count.
                PERFORM VARYING prior-idx FROM ce-idx BY -1
                        UNTIL prior-idx < 1 OR raise-count = 5
                    IF (ce-type(prior-idx) = "A"
                            OR ce-type(prior-idx) = "N")
                            AND ce-day(prior-idx) + change-days
                                >= ce-day(ce-idx) THEN
                        ADD 1 TO raise-count
                        MOVE prior-idx TO re-idx(raise-count)
                    END-IF
                END-PERFORM.
                PERFORM put-the-events-in-order.
                PERFORM raise-the-flag.
                EXIT.

            *> the newest-first walk above, turned oldest first.
            put-the-events-in-order.
                PERFORM VARYING raise-slot FROM 1 BY 1
                        UNTIL raise-slot > raise-count / 2
                    MOVE re-idx(raise-slot) TO prior-idx
                    MOVE re-idx(raise-count + 1 - raise-slot)
                        TO re-idx(raise-slot)
                    MOVE prior-idx
                        TO re-idx(raise-count + 1 - raise-slot)
                END-PERFORM.
                EXIT.

            raise-a-pair.
                MOVE 2 TO raise-count.
                MOVE found-idx TO re-idx(1).
                MOVE ce-idx TO re-idx(2).
                PERFORM raise-the-flag.
                EXIT.

            *> the flag is keyed on the event that fired it, so the
            *> next night's run finds it there and moves on.
            raise-the-flag.
                MOVE SPACES TO fraud-flag-record.
                MOVE current-user TO fq-user-id.
                MOVE raise-rule TO fq-rule.
                MOVE ce-stamp(ce-idx) TO fq-trigger.
                SET fq-is-open TO TRUE.
                MOVE cycle-date-stamp TO fq-found-date.
                MOVE raise-count TO fq-event-count.
                PERFORM VARYING raise-slot FROM 1 BY 1
                        UNTIL raise-slot > raise-count
                    MOVE ce-text(re-idx(raise-slot))
                        TO fq-event(raise-slot)
                END-PERFORM.
                WRITE fraud-flag-record
                    INVALID KEY EXIT PARAGRAPH
                END-WRITE.
                ADD 1 TO flags-raised.
                PERFORM mark-the-open-rule.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  customer " current-user "  " raise-rule
                        " - " DELIMITED BY SIZE
                    INTO print-text
                END-STRING.
                EVALUATE raise-rule
                    WHEN "ADPQ"
                        MOVE "address change, then a payoff quote"
                            TO print-text(22:50)
                    WHEN "ADRV"
                        MOVE "address change, then money going out"
                            TO print-text(22:50)
                    WHEN "MCHG"
                        MOVE "repeated name/address changes"
                            TO print-text(22:50)
                    WHEN "OBRM"
                        MOVE "maintenance from outside the branch"
                            TO print-text(22:50)
                END-EVALUATE.
                PERFORM print-one-line.
                PERFORM VARYING raise-slot FROM 1 BY 1
                        UNTIL raise-slot > raise-count
                    MOVE SPACES TO print-text
                    STRING "      " fq-event(raise-slot)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM.
                EXIT.

            load-the-operators.
                MOVE 0 TO operator-count.
                OPEN INPUT operator-file.
                IF operator-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ operator-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND operator-count < 500 THEN
                        ADD 1 TO operator-count
                        MOVE oper-id TO ot-id(operator-count)
                        MOVE oper-branch TO ot-branch(operator-count)
                    END-IF
                END-PERFORM.
                CLOSE operator-file.
                EXIT.

            print-one-line.
                DISPLAY "redflag: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM redflag.
