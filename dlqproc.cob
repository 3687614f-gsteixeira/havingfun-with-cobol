        *> reaches the attempt cap is parked to deadpark.dat for manual
        *> review. Corrections never silently evaporate.
        *>
        *>    a row custpub.cob queued carries the customer's address
        *>    and status too (dl-status not blank): its retry sets all
        *>    three columns, and the nightly load settles the master's
        *>    maintenance marker once the extract agrees. A customer
        *>    whose row fails is not retried further down the queue in
        *>    the same pass - the later rows wait behind it, so an old
        *>    value is never applied over a newer one.
        *>
        *>    the attempt cap comes from retry.ctl, the same one-field
        *>    control file retryctl.cob reads, with the same 3-attempt
        *>    default.
                        02 dl-username  PIC X(50).
                        02 dl-reason    PIC X(40).
                        02 dl-attempts  PIC 9(2).
                        02 dl-address   PIC X(60).
                        02 dl-status    PIC X(1).
                FD  requeue-file.
                    01 requeue-record.
                        02 rq-user-id   PIC 9(4).
                        02 rq-username  PIC X(50).
                        02 rq-reason    PIC X(40).
                        02 rq-attempts  PIC 9(2).
                        02 rq-address   PIC X(60).
                        02 rq-status    PIC X(1).
                FD  parked-file.
                    01 parked-record.
                        02 pk-user-id   PIC 9(4).
                        02 pk-username  PIC X(50).
                        02 pk-reason    PIC X(40).
                        02 pk-attempts  PIC 9(2).
                        02 pk-address   PIC X(60).
                        02 pk-status    PIC X(1).
                FD  retry-control-file.
                    01 retry-control-record PIC 9(04).
            WORKING-STORAGE SECTION.
                01 result-format    USAGE BINARY-LONG VALUE ZERO.
                01 null-pointer     USAGE POINTER VALUE NULL.
                01 param-pointers.
                    02 param-ptr USAGE POINTER OCCURS 4 TIMES.
                01 param-name       PIC X(64) VALUE SPACES.
                01 param-address    PIC X(64) VALUE SPACES.
                01 param-status     PIC X(4) VALUE SPACES.
                01 param-uid        PIC X(8) VALUE SPACES.
                *> the customers failed so far this pass - their later
                *> rows wait behind them.
                01 failed-table.
                    02 failed-user-id PIC 9(4) OCCURS 2000 TIMES.
                01 failed-count     PIC 9(4) VALUE ZEROS.
                01 failed-idx       PIC 9(4) VALUE ZEROS.
                01 failed-found     PIC 9 VALUE ZERO.
                    88 customer-failed-before VALUE 1.
                01 banner-job-name  PIC X(20) VALUE "DLQPROC".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            *> one queued correction: retry the upsert; clear it,
            *> requeue it one attempt older, or park it at the cap.
            retry-one-row.
                PERFORM find-the-failed-customer.
                IF customer-failed-before THEN
                    ADD 1 TO rows-requeued
                    MOVE dead-letter-record TO requeue-record
                    WRITE requeue-record
                    EXIT PARAGRAPH
                END-IF.
                PERFORM upsert-this-row.
                IF upsert-has-failed AND failed-count < 2000 THEN
                    ADD 1 TO failed-count
                    MOVE dl-user-id TO failed-user-id(failed-count)
                END-IF.
                EVALUATE TRUE
                    WHEN NOT upsert-has-failed
                        ADD 1 TO rows-cleared
                        MOVE dl-username TO pk-username
                        MOVE dl-reason TO pk-reason
                        COMPUTE pk-attempts = dl-attempts + 1
                        MOVE dl-address TO pk-address
                        MOVE dl-status TO pk-status
                        OPEN EXTEND parked-file
                        IF parked-status = "35" THEN
                            OPEN OUTPUT parked-file
                        MOVE dl-username TO rq-username
                        MOVE dl-reason TO rq-reason
                        COMPUTE rq-attempts = dl-attempts + 1
                        MOVE dl-address TO rq-address
                        MOVE dl-status TO rq-status
                        WRITE requeue-record
                END-EVALUATE.
                EXIT.

            find-the-failed-customer.
                MOVE 0 TO failed-found.
                PERFORM VARYING failed-idx FROM 1 BY 1
                        UNTIL failed-idx > failed-count
                            OR customer-failed-before
                    IF failed-user-id(failed-idx) = dl-user-id THEN
                        MOVE 1 TO failed-found
                    END-IF
                END-PERFORM.
                EXIT.

            *> the UPDATE-then-INSERT pair inside one transaction,
            *> exactly as postgres.cob's upsert-row runs it - values
            *> bound as $1/$2 parameters, or $1..$4 for a published
            *> maintenance row.
            upsert-this-row.
                MOVE 0 TO upsert-failed.
                PERFORM set-row-parameters.
                MOVE "BEGIN;" TO upsert-sql.
                PERFORM run-upsert-sql.
                MOVE SPACES TO upsert-sql.
                IF dl-status = SPACES THEN
                    STRING "UPDATE test SET username = $1 "
                                DELIMITED BY SIZE
                            "WHERE user_id = $2" DELIMITED BY SIZE
                            x"00" DELIMITED BY SIZE
                        INTO upsert-sql
                    END-STRING
                ELSE
                    STRING "UPDATE test SET username = $1, "
                                DELIMITED BY SIZE
                            "address = $2, status = $3, "
                                DELIMITED BY SIZE
                            "updated_at = now() "
                                DELIMITED BY SIZE
                            "WHERE user_id = $4" DELIMITED BY SIZE
                            x"00" DELIMITED BY SIZE
                        INTO upsert-sql
                    END-STRING
                END-IF.
                PERFORM run-params-sql.
                IF pg-result-status <> 1 THEN
                    MOVE 1 TO upsert-failed
                    END-STRING
                    IF FUNCTION TRIM(upsert-tuples) = "0" THEN
                        MOVE SPACES TO upsert-sql
                        IF dl-status = SPACES THEN
                            STRING "INSERT INTO test (username, "
                                        DELIMITED BY SIZE
                                    "user_id) VALUES ($1, $2)"
                                        DELIMITED BY SIZE
                                    x"00" DELIMITED BY SIZE
                                INTO upsert-sql
                            END-STRING
                        ELSE
                            STRING "INSERT INTO test (username, "
                                        DELIMITED BY SIZE
                                    "address, status, user_id) "
                                        DELIMITED BY SIZE
                                    "VALUES ($1, $2, $3, $4)"
                                        DELIMITED BY SIZE
                                    x"00" DELIMITED BY SIZE
                                INTO upsert-sql
                            END-STRING
                        END-IF
                        PERFORM run-params-sql
                        IF pg-result-status <> 1 THEN
                            MOVE 1 TO upsert-failed
                        x"00" DELIMITED BY SIZE
                    INTO param-uid
                END-STRING.
                IF dl-status = SPACES THEN
                    MOVE 2 TO param-count
                    SET param-ptr(1) TO ADDRESS OF param-name
                    SET param-ptr(2) TO ADDRESS OF param-uid
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO param-address.
                STRING FUNCTION TRIM(dl-address) DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-address
                END-STRING.
                MOVE SPACES TO param-status.
                STRING dl-status DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-status
                END-STRING.
                MOVE 4 TO param-count.
                SET param-ptr(1) TO ADDRESS OF param-name.
                SET param-ptr(2) TO ADDRESS OF param-address.
                SET param-ptr(3) TO ADDRESS OF param-status.
                SET param-ptr(4) TO ADDRESS OF param-uid.
                EXIT.

            run-params-sql.
