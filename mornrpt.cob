        *>
        *>    sources read (each optional - a missing file just means
        *>    that class of exception has none):
        *>      audit.log       rc >= 8 is a hard failure, rc 4 a warning,
        *>                      and a job that ran on a Postgres
        *>                      standby (pgconnect failed it over) a
        *>                      warning as well
        *>      slaalert.dat    severity E with the failures, W with the
        *>                      data-quality flags
        *>      discrep.dat     reconcile's coded differences
        *>      suspesc.dat     suspense records past the aging window
        *>      ackexcp.rpt     transmissions the partner has not
        *>                      acknowledged inside the window
        *>      cmplexcp.rpt    complaint cases past their response
        *>                      due date
        *>      glprfexc.rpt    control accounts glproof.cob found
        *>                      out of balance with the ledger
        *>      chainexc.rpt    the first row where the audit.log or
        *>                      corrections.jnl hash chain no longer
        *>                      holds (chainver.cob) - a hard failure,
        *>                      since the evidence may have been
        *>                      tampered with
        *>      actexcp.rpt     branches whose day holds sensitive
        *>                      operator actions no supervisor has
        *>                      signed off (actrvw.cob)
        *>
        *>    and, below the totals, for information only - none of it
        *>    is an exception:
        *>      dlvcount.dat    the cycle's statements and tax
        *>                      statements on paper and sent
        *>                      electronically, and the customers a
        *>                      bounced email put back on paper
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. mornrpt.
                    SELECT ack-exception-file ASSIGN TO "ackexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ack-exception-status.
                    *> complaint cases cmplrpt.cob found past their
                    *> response due date.
                    SELECT complaint-exception-file
                        ASSIGN TO "cmplexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS complaint-exception-status.
                    *> ledger breaks glproof.cob found.
                    SELECT ledger-break-file ASSIGN TO "glprfexc.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ledger-break-status.
                    *> evidence-log chain breaks chainver.cob found.
                    SELECT chain-break-file ASSIGN TO "chainexc.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS chain-break-status.
                    *> branch days actrvw.cob found awaiting sign-off.
                    SELECT review-waiting-file ASSIGN TO "actexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS review-waiting-status.
                    *> the delivery tally the document jobs leave.
                    SELECT delivery-count-file ASSIGN TO "dlvcount.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS delivery-count-status.
                    SELECT report-file ASSIGN TO "morning.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                        02 audit-rec-count   PIC X(11).
                        02 audit-return-code PIC X(10).
                        02 audit-cycle-date  PIC X(08).
                        02 audit-operator    PIC X(10).
                        02 audit-db-host     PIC X(40).
                        02 audit-db-role     PIC X(01).
                FD  alert-file.
                    01 alert-record.
                        02 alert-job       PIC X(20).
                        02 dl-username  PIC X(50).
                        02 dl-reason    PIC X(40).
                        02 dl-attempts  PIC 9(2).
                        02 dl-address   PIC X(60).
                        02 dl-status    PIC X(1).
                FD  parked-file.
                    01 parked-record.
                        02 pk-user-id   PIC 9(4).
                        02 pk-username  PIC X(50).
                        02 pk-reason    PIC X(40).
                        02 pk-attempts  PIC 9(2).
                        02 pk-address   PIC X(60).
                        02 pk-status    PIC X(1).
                FD  escalation-file.
                    *> the row suspage.cob escalates.
                    01 escalation-record.
                        02 esc-reason      PIC X(60).
                FD  ack-exception-file.
                    01 ack-exception-line PIC X(100).
                FD  complaint-exception-file.
                    01 complaint-exception-line PIC X(100).
                FD  ledger-break-file.
                    01 ledger-break-line PIC X(100).
                FD  chain-break-file.
                    01 chain-break-line PIC X(100).
                FD  review-waiting-file.
                    01 review-waiting-line PIC X(100).
                FD  delivery-count-file.
                    COPY DLVCOUNT.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 ack-exception-status PIC X(02) VALUE "00".
                01 complaint-exception-status PIC X(02) VALUE "00".
                01 ledger-break-status PIC X(02) VALUE "00".
                01 chain-break-status PIC X(02) VALUE "00".
                01 review-waiting-status PIC X(02) VALUE "00".
                01 delivery-count-status PIC X(02) VALUE "00".
                01 delivery-rows    PIC 9(4) VALUE ZEROS.
                01 escalation-status  PIC X(02) VALUE "00".
                01 audit-log-status   PIC X(02) VALUE "00".
                01 alert-file-status  PIC X(02) VALUE "00".
                END-STRING
                PERFORM print-one-line
            END-IF.
            PERFORM report-deliveries.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            COMPUTE banner-rec-count =
                WRITE report-line.
                EXIT.

            *> not an exception class: how the cycle's documents went
            *> out, one line per document job run - see DLVCOUNT.
            report-deliveries.
                OPEN INPUT delivery-count-file.
                IF delivery-count-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO delivery-rows.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ delivery-count-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND dc-cycle-date = cycle-date-stamp THEN
                        IF delivery-rows = 0 THEN
                            MOVE SPACES TO print-text
                            PERFORM print-one-line
                            MOVE "--- DOCUMENT DELIVERY ---"
                                    TO print-text
                            PERFORM print-one-line
                        END-IF
                        ADD 1 TO delivery-rows
                        MOVE SPACES TO print-text
                        IF dc-doc-type = "EB" THEN
                            STRING "  " DELIMITED BY SIZE
                                    dc-job DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    dc-reverted DELIMITED BY SIZE
                                    " customer(s) put back on paper"
                                        DELIMITED BY SIZE
                                INTO print-text
                            END-STRING
                        ELSE
                            STRING "  " DELIMITED BY SIZE
                                    dc-job DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    dc-paper DELIMITED BY SIZE
                                    " on paper, " DELIMITED BY SIZE
                                    dc-electronic DELIMITED BY SIZE
                                    " electronic" DELIMITED BY SIZE
                                INTO print-text
                            END-STRING
                        END-IF
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                CLOSE delivery-count-file.
                EXIT.

            *> priority 1: jobs that hard-failed, and SLA windows that
            *> were outright missed. Only THIS cycle's audit rows
            *> count - audit.log holds every night ever run, and a
                    END-PERFORM
                    CLOSE alert-file
                END-IF.
                PERFORM report-chain-breaks.
                IF failure-count = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                END-IF.
                EXIT.

            *> a broken audit.log or corrections.jnl chain - the row
            *> chainver found, as it worded it.
            report-chain-breaks.
                OPEN INPUT chain-break-file.
                IF chain-break-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ chain-break-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND chain-break-line
                                    NOT = SPACES THEN
                        ADD 1 TO failure-count
                        MOVE SPACES TO print-text
                        STRING "  " DELIMITED BY SIZE
                                chain-break-line(1:96)
                                    DELIMITED BY SIZE
                            INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                CLOSE chain-break-file.
                EXIT.

            *> priority 2: completed-with-warning jobs and every coded
            *> reconciliation difference.
            report-warnings.
                                END-STRING
                                PERFORM print-one-line
                            END-IF
                            IF audit-db-role = "S" THEN
                                ADD 1 TO warning-count
                                MOVE SPACES TO print-text
                                STRING "  " DELIMITED BY SIZE
                                        audit-job-name
                                            DELIMITED BY SIZE
                                        " ran on the standby "
                                            DELIMITED BY SIZE
                                        FUNCTION TRIM(audit-db-host)
                                            DELIMITED BY SIZE
                                    INTO print-text
                                END-STRING
                                PERFORM print-one-line
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE audit-log
                    CLOSE escalation-file
                END-IF.
                PERFORM report-unacknowledged-files.
                PERFORM report-overdue-complaints.
                PERFORM report-ledger-breaks.
                PERFORM report-unsigned-reviews.
                IF warning-count = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                CLOSE ack-exception-file.
                EXIT.

            *> the complaint cases cmplrpt found past their response
            *> due date, worded the same way.
            report-overdue-complaints.
                OPEN INPUT complaint-exception-file.
                IF complaint-exception-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ complaint-exception-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND complaint-exception-line
                                    NOT = SPACES THEN
                        ADD 1 TO warning-count
                        MOVE SPACES TO print-text
                        STRING "  " DELIMITED BY SIZE
                                complaint-exception-line(1:96)
                                    DELIMITED BY SIZE
                            INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                CLOSE complaint-exception-file.
                EXIT.

            *> the control accounts glproof found out of balance with
            *> the ledger, worded the same way - NEW, OLD or MOVED.
            report-ledger-breaks.
                OPEN INPUT ledger-break-file.
                IF ledger-break-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ ledger-break-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ledger-break-line
                                    NOT = SPACES THEN
                        ADD 1 TO warning-count
                        MOVE SPACES TO print-text
                        STRING "  " DELIMITED BY SIZE
                                ledger-break-line(1:96)
                                    DELIMITED BY SIZE
                            INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                CLOSE ledger-break-file.
                EXIT.

            *> the branch days actrvw left waiting on a supervisor.
            report-unsigned-reviews.
                OPEN INPUT review-waiting-file.
                IF review-waiting-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ review-waiting-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND review-waiting-line
                                    NOT = SPACES THEN
                        ADD 1 TO warning-count
                        MOVE SPACES TO print-text
                        STRING "  " DELIMITED BY SIZE
                                review-waiting-line(1:96)
                                    DELIMITED BY SIZE
                            INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                CLOSE review-waiting-file.
                EXIT.

            *> priority 3: data still waiting on somebody - queued
            *> retries, parked corrections, jobs running long.
            report-quality-flags.
