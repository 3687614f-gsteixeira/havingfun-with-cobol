        *>      JOBRC    audit.log rows that ended at return code 8+
        *>      PROOF    the cash proof's out-of-proof verdict (the
        *>               CASHPROOF audit row at return code 4+)
        *>      CAPACITY capalert.dat rows from filegrow - a file or
        *>               the filesystem projected to reach its
        *>               threshold inside the lead time
        *>
        *> applies routing.ctl - exception class and severity mapped to
        *> a destination - and records every notification on notify.dat
        *>           alertdsp ack <class> <job>   acknowledge one
        *>
        *>    routing.ctl, one route per line, first match wins:
        *>      rt-class       X(8)   SLA/JOBRC/PROOF/CAPACITY or *
        *>      rt-severity    X(1)   severity byte or * for any
        *>      rt-destination X(8)   CONSOLE - operator console
        *>                           QUEUE   - append to the file
                    SELECT audit-log ASSIGN TO "audit.log"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-log-status.
                    SELECT capacity-alert ASSIGN TO "capalert.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS capacity-alert-status.
                    SELECT routing-control ASSIGN TO "routing.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS routing-control-status.
                        02 audit-rec-count   PIC X(11).
                        02 audit-return-code PIC X(10).
                        02 audit-cycle-date  PIC X(08).
                FD  capacity-alert.
                    *> the row filegrow writes.
                    01 capacity-alert-record.
                        02 ca-file         PIC X(20).
                        02 ca-severity     PIC X(1).
                        02 ca-text         PIC X(80).
                FD  routing-control.
                    01 routing-record.
                        02 rt-class       PIC X(8).
                01 escalation-control-status PIC X(02) VALUE "00".
                01 notify-file-status     PIC X(02) VALUE "00".
                01 queue-file-status      PIC X(02) VALUE "00".
                01 capacity-alert-status  PIC X(02) VALUE "00".
                01 queue-path-name  PIC X(60) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 control-done     PIC 9 VALUE ZERO.
                PERFORM load-escalation-minutes.
                PERFORM sweep-the-sla-alerts.
                PERFORM sweep-the-audit-log.
                PERFORM sweep-the-capacity-alerts.
                PERFORM escalate-the-stale.
                DISPLAY "alertdsp: " alerts-sent " notification(s) "
                        "sent, " alerts-escalated " escalated".
                CLOSE alert-file.
                EXIT.

            *> filegrow's projections: the file is the job, the
            *> severity is filegrow's own (E past the threshold, W
            *> inside the lead time).
            sweep-the-capacity-alerts.
                OPEN INPUT capacity-alert.
                IF capacity-alert-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ capacity-alert
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND capacity-alert-record NOT = SPACES THEN
                        MOVE "CAPACITY" TO work-class
                        MOVE ca-file TO work-job
                        MOVE ca-severity TO work-severity
                        MOVE ca-text TO work-text
                        PERFORM dispatch-one-exception
                    END-IF
                END-PERFORM.
                CLOSE capacity-alert.
                EXIT.

            *> the audit trail: a job that ended at 8+ is an abend;
            *> the cash proof's 4 is the out-of-proof verdict.
            sweep-the-audit-log.
