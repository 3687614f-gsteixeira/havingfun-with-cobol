        *> **********************************************************************
        *> custpub - publishes clerk maintenance back to Postgres.
        *> custmnt, custbat and retmail change names, addresses and
        *> statuses on custmast.dat, and custload holds those edits
        *> while the extract disagrees - but nothing told Postgres, so
        *> the two sides disagreed until somebody re-keyed the change
        *> in psql. Each maintained change is now queued to custchg.dat
        *> (CUSTCHG, through chgwrite.cob); this job applies the queue
        *> to the test table in the order it was keyed.
        *>
        *>    each row runs the write-back discipline postgres.cob's
        *>    upsert-row uses: BEGIN, an UPDATE of username, address
        *>    and status bound on the user_id - an INSERT when no row
        *>    was there, for a customer added on the flat side - then
        *>    COMMIT, or ROLLBACK on any failure. Values travel as
        *>    $1..$4 bindings, never spliced into SQL text.
        *>
        *>    an applied row settles cust-maint-flag on the master when
        *>    the master still carries what was published (a later
        *>    change further down the queue settles it in its turn),
        *>    so the next extract loads cleanly instead of colliding.
        *>
        *>    a failed row goes to the dead-letter queue deadletter.dat
        *>    with its address and status, for dlqproc.cob to retry
        *>    next cycle; the master keeps its marker, and the load
        *>    settles it once the retry lands and the extract agrees.
        *>    A customer with a row already on the dead-letter queue,
        *>    or one failed earlier in this run, has its later rows
        *>    queued behind it untried, so an old value can never be
        *>    retried over a newer one.
        *>
        *>    the queue is taken by renaming custchg.dat to custchg.pub,
        *>    so changes keyed while the job runs wait for the next run;
        *>    a custchg.pub left by a run that did not finish is worked
        *>    first - a replay only sets the same values again.
        *>
        *>    the night's schedule runs it after dlqproc and ahead of
        *>    the pgcobol extract. RC 4 when any row went to the dead-
        *>    letter queue, 8 when the database or the master could not
        *>    be had (the queue is left as it stands).
        *>
        *>    cobc -x -o custpub custpub.cob pgconnect.cob lockmgr.cob
        *>            jobbanner.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. custpub.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT publish-file ASSIGN TO "custchg.pub"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS publish-file-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT dead-letter-file ASSIGN TO "deadletter.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS dead-letter-status.
        DATA DIVISION.
            FILE SECTION.
                FD  publish-file.
                    COPY CUSTCHG.
                FD  customer-master.
                    COPY CUSTREC.
                FD  dead-letter-file.
                    01 dead-letter-record.
                        02 dl-user-id   PIC 9(4).
                        02 dl-username  PIC X(50).
                        02 dl-reason    PIC X(40).
                        02 dl-attempts  PIC 9(2).
                        02 dl-address   PIC X(60).
                        02 dl-status    PIC X(1).
            WORKING-STORAGE SECTION.
                01 publish-file-status  PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 dead-letter-status   PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 rename-status    PIC 9(9) COMP VALUE ZERO.
                01 rows-read        PIC 9(6) VALUE ZEROS.
                01 rows-applied     PIC 9(6) VALUE ZEROS.
                01 rows-settled     PIC 9(6) VALUE ZEROS.
                01 rows-dead-lettered PIC 9(6) VALUE ZEROS.
                01 dead-letter-reason PIC X(40) VALUE SPACES.
                *> the customers whose changes must wait behind an
                *> earlier failure - off the dead-letter queue at the
                *> start, and every failure of this run.
                01 held-table.
                    02 held-user-id PIC 9(4) OCCURS 2000 TIMES.
                01 held-count       PIC 9(4) VALUE ZEROS.
                01 held-idx         PIC 9(4) VALUE ZEROS.
                01 held-found       PIC 9 VALUE ZERO.
                    88 customer-is-held VALUE 1.
                *> ---- the same upsert plumbing postgres.cob uses.
                01 conn_string      PIC X(200) VALUE SPACES.
                01 connection       USAGE POINTER.
                01 db_cursor        USAGE POINTER.
                01 pg-result-status USAGE BINARY-LONG.
                01 result_pointer   USAGE POINTER.
                01 result_string    PIC X(60) BASED.
                01 upsert-sql       PIC X(4096) VALUE SPACES.
                01 upsert-tuples    PIC X(20) VALUE SPACES.
                01 upsert-failed    PIC 9 VALUE ZERO.
                    88 upsert-has-failed VALUE 1.
                *> bound-parameter plumbing: $1 username, $2 address,
                *> $3 status, $4 user_id.
                01 param-count      USAGE BINARY-LONG VALUE 4.
                01 result-format    USAGE BINARY-LONG VALUE ZERO.
                01 null-pointer     USAGE POINTER VALUE NULL.
                01 param-pointers.
                    02 param-ptr USAGE POINTER OCCURS 4 TIMES.
                01 param-name       PIC X(64) VALUE SPACES.
                01 param-address    PIC X(64) VALUE SPACES.
                01 param-status     PIC X(4) VALUE SPACES.
                01 param-uid        PIC X(8) VALUE SPACES.
                *> exclusive enqueue on the customer master while the
                *> markers are settled - see lockmgr.cob.
                01 lock-resource    PIC X(20) VALUE "custmast.dat".
                01 lock-holder      PIC X(20) VALUE "CUSTPUB".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                01 banner-job-name  PIC X(20) VALUE "CUSTPUB".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            OPEN INPUT publish-file.
            IF publish-file-status = "35" THEN
                CALL "CBL_RENAME_FILE" USING "custchg.dat",
                        "custchg.pub"
                        RETURNING rename-status
                OPEN INPUT publish-file
            END-IF.
            IF publish-file-status NOT = "00" THEN
                DISPLAY "custpub: no customer changes queued - "
                        "nothing to publish"
                PERFORM finish-the-job
                GOBACK
            END-IF.
            CALL "pgconnect" USING conn_string.
            CALL "PQconnectdb" USING conn_string
                    RETURNING connection.
            CALL "PQstatus" USING BY VALUE connection
                    RETURNING pg-result-status.
            IF pg-result-status NOT = 0 THEN
                DISPLAY "custpub: no database reachable - queue left "
                        "as it stands"
                CLOSE publish-file
                CALL "PQfinish" USING BY VALUE connection
                        RETURNING OMITTED
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            CALL "lockmgr" USING lock-resource, "X", "A",
                    lock-holder, lock-outcome.
            IF NOT lock-was-granted THEN
                DISPLAY "custpub: custmast.dat is enqueued by "
                        "another job - run again shortly"
                CLOSE publish-file
                CALL "PQfinish" USING BY VALUE connection
                        RETURNING OMITTED
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            OPEN I-O customer-master.
            IF master-file-status NOT = "00" THEN
                DISPLAY "custpub: custmast.dat not available "
                        "(status " master-file-status ") - queue "
                        "left as it stands"
                CLOSE publish-file
                CALL "lockmgr" USING lock-resource, "X", "R",
                        lock-holder, lock-outcome
                CALL "PQfinish" USING BY VALUE connection
                        RETURNING OMITTED
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            PERFORM load-the-held-customers.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ publish-file
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO rows-read
                    PERFORM publish-one-change
                END-IF
            END-PERFORM.
            CLOSE customer-master.
            CALL "lockmgr" USING lock-resource, "X", "R",
                    lock-holder, lock-outcome.
            CLOSE publish-file.
            CALL "PQfinish" USING BY VALUE connection
                    RETURNING OMITTED.
            *> every row is now in Postgres or on the dead-letter
            *> queue.
            CALL "CBL_DELETE_FILE" USING "custchg.pub"
                    RETURNING rename-status.
            DISPLAY "custpub: " rows-read " change(s) read, "
                    rows-applied " applied, " rows-settled
                    " marker(s) settled, " rows-dead-lettered
                    " to the dead-letter queue".
            MOVE rows-read TO banner-rec-count.
            IF rows-dead-lettered > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            *> a customer already waiting on a retry keeps the place
            *> in the line.
            load-the-held-customers.
                MOVE 0 TO held-count.
                OPEN INPUT dead-letter-file.
                IF dead-letter-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ dead-letter-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE dl-user-id TO cc-user-id
                        PERFORM hold-the-customer
                    END-IF
                END-PERFORM.
                CLOSE dead-letter-file.
                MOVE 0 TO end_of_file.
                EXIT.

            hold-the-customer.
                PERFORM find-the-held-customer.
                IF NOT customer-is-held AND held-count < 2000 THEN
                    ADD 1 TO held-count
                    MOVE cc-user-id TO held-user-id(held-count)
                END-IF.
                EXIT.

            find-the-held-customer.
                MOVE 0 TO held-found.
                PERFORM VARYING held-idx FROM 1 BY 1
                        UNTIL held-idx > held-count
                            OR customer-is-held
                    IF held-user-id(held-idx) = cc-user-id THEN
                        MOVE 1 TO held-found
                    END-IF
                END-PERFORM.
                EXIT.

            publish-one-change.
                PERFORM find-the-held-customer.
                IF customer-is-held THEN
                    MOVE "PUBLISH held behind earlier failure"
                            TO dead-letter-reason
                    PERFORM write-dead-letter
                    EXIT PARAGRAPH
                END-IF.
                PERFORM upsert-this-change.
                IF upsert-has-failed THEN
                    PERFORM write-dead-letter
                    PERFORM hold-the-customer
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO rows-applied.
                PERFORM settle-the-marker.
                EXIT.

            *> the marker only comes off when the master still says
            *> what Postgres now says.
            settle-the-marker.
                MOVE cc-user-id TO user_id.
                READ customer-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT cust-maint-was-keyed
                        OR username NOT = cc-username
                        OR cust-address NOT = cc-address
                        OR cust-status NOT = cc-status THEN
                    EXIT PARAGRAPH
                END-IF.
                SET cust-maint-settled TO TRUE.
                REWRITE customer-record
                    INVALID KEY EXIT PARAGRAPH
                END-REWRITE.
                ADD 1 TO rows-settled.
                EXIT.

            *> the UPDATE-then-INSERT pair inside one transaction, as
            *> postgres.cob's upsert-row runs it.
            upsert-this-change.
                MOVE 0 TO upsert-failed.
                PERFORM set-change-parameters.
                MOVE "BEGIN;" TO upsert-sql.
                PERFORM run-upsert-sql.
                MOVE SPACES TO upsert-sql.
                STRING "UPDATE test SET username = $1, "
                            DELIMITED BY SIZE
                        "address = $2, status = $3, "
                            DELIMITED BY SIZE
                        "updated_at = now() "
                            DELIMITED BY SIZE
                        "WHERE user_id = $4" DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO upsert-sql
                END-STRING.
                PERFORM run-params-sql.
                IF pg-result-status <> 1 THEN
                    MOVE "PUBLISH UPDATE failed" TO dead-letter-reason
                    MOVE 1 TO upsert-failed
                END-IF.
                IF NOT upsert-has-failed THEN
                    CALL "PQcmdTuples" USING BY VALUE db_cursor
                            RETURNING result_pointer END-CALL
                    SET ADDRESS OF result_string TO result_pointer
                    MOVE SPACES TO upsert-tuples
                    STRING result_string DELIMITED BY x"00"
                        INTO upsert-tuples
                    END-STRING
                    IF FUNCTION TRIM(upsert-tuples) = "0" THEN
                        MOVE SPACES TO upsert-sql
                        STRING "INSERT INTO test (username, address, "
                                    DELIMITED BY SIZE
                                "status, user_id) "
                                    DELIMITED BY SIZE
                                "VALUES ($1, $2, $3, $4)"
                                    DELIMITED BY SIZE
                                x"00" DELIMITED BY SIZE
                            INTO upsert-sql
                        END-STRING
                        PERFORM run-params-sql
                        IF pg-result-status <> 1 THEN
                            MOVE "PUBLISH INSERT failed"
                                    TO dead-letter-reason
                            MOVE 1 TO upsert-failed
                        END-IF
                    END-IF
                END-IF.
                IF upsert-has-failed THEN
                    MOVE "ROLLBACK;" TO upsert-sql
                ELSE
                    MOVE "COMMIT;" TO upsert-sql
                END-IF.
                PERFORM run-upsert-sql.
                IF upsert-has-failed THEN
                    DISPLAY "custpub: user_id " cc-user-id " "
                            FUNCTION TRIM(dead-letter-reason)
                            " - rolled back"
                END-IF.
                EXIT.

            set-change-parameters.
                MOVE SPACES TO param-name.
                STRING FUNCTION TRIM(cc-username) DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-name
                END-STRING.
                MOVE SPACES TO param-address.
                STRING FUNCTION TRIM(cc-address) DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-address
                END-STRING.
                MOVE SPACES TO param-status.
                STRING cc-status DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-status
                END-STRING.
                MOVE SPACES TO param-uid.
                STRING cc-user-id DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-uid
                END-STRING.
                SET param-ptr(1) TO ADDRESS OF param-name.
                SET param-ptr(2) TO ADDRESS OF param-address.
                SET param-ptr(3) TO ADDRESS OF param-status.
                SET param-ptr(4) TO ADDRESS OF param-uid.
                EXIT.

            *> the whole row rides on the queue, so dlqproc can retry
            *> the address and status along with the name.
            write-dead-letter.
                OPEN EXTEND dead-letter-file.
                IF dead-letter-status = "35" THEN
                    OPEN OUTPUT dead-letter-file
                END-IF.
                MOVE SPACES TO dead-letter-record.
                MOVE cc-user-id TO dl-user-id.
                MOVE cc-username TO dl-username.
                MOVE dead-letter-reason TO dl-reason.
                IF customer-is-held THEN
                    MOVE 0 TO dl-attempts
                ELSE
                    MOVE 1 TO dl-attempts
                END-IF.
                MOVE cc-address TO dl-address.
                MOVE cc-status TO dl-status.
                WRITE dead-letter-record.
                CLOSE dead-letter-file.
                ADD 1 TO rows-dead-lettered.
                DISPLAY "custpub: user_id " cc-user-id
                        " captured to the dead-letter queue".
                EXIT.

            run-params-sql.
                CALL "PQexecParams" USING BY VALUE connection
                        BY REFERENCE upsert-sql
                        BY VALUE param-count
                        BY VALUE null-pointer
                        BY REFERENCE param-pointers
                        BY VALUE null-pointer
                        BY VALUE null-pointer
                        BY VALUE result-format
                        RETURNING db_cursor END-CALL.
                CALL "PQresultStatus" USING BY VALUE db_cursor
                        RETURNING pg-result-status END-CALL.
                EXIT.

            run-upsert-sql.
                CALL "PQexec" USING BY VALUE connection
                                    BY REFERENCE upsert-sql x"00"
                        RETURNING db_cursor END-CALL.
                EXIT.

        END PROGRAM custpub.
