        *> already started to drift. This routine is the one place that
        *> logic lives now.
        *>
        *>    CALL "pgconnect" USING conn_string [, access-intent].
        *>
        *> connection parameters are resolved in this order, so existing
        *> deployments that only set PGHOST/PGUSER/PGPASSWORD keep
        *>    3. the same defaults build-conn-string always used -
        *>       127.0.0.1/dbuser/5432 - for whatever is still blank
        *>       after that.
        *>
        *> standby failover: pgconnect.cfg may hold more than one line,
        *> one host a line in order of preference - the primary first,
        *> then its standbys. With a single host nothing changes: the
        *> string is built and the caller connects as it always did.
        *> With more than one, each host is tried in turn, with the
        *> retry cap retry.ctl gives every job (3 by default) and the
        *> same doubling backoff the extract's connectDB uses, before
        *> moving on to the next - so a primary down for maintenance
        *> fails the night over to the standby instead of failing it.
        *> A host that answers is asked whether it is in recovery; a
        *> read-only standby is only handed to a caller that passed
        *> access-intent "R" (the extract and the other read-only
        *> jobs). A write-back job, passing "W" or nothing, is refused
        *> it and keeps looking; with nothing usable the string comes
        *> back for the primary, and the caller fails on it as it
        *> always did when the database was down.
        *>
        *> the host chosen is exported as PGHOSTUSED, and PGHOSTROLE
        *> as P (primary) or S (standby), so jobbanner records on the
        *> job's audit.log row which database it actually ran on and
        *> mornrpt can show the night ran on the standby.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. pgconnect.
            AUTHOR. gsteixei@gmail.com
                    SELECT pgconnect-file ASSIGN TO "pgconnect.cfg"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS pgconnect-file-status.
                    SELECT retry-control-file ASSIGN TO "retry.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS retry-control-status.
        DATA DIVISION.
            FILE SECTION.
                FD pgconnect-file.
                    COPY PGCONNREC.
                FD  retry-control-file.
                    01 retry-control-record PIC 9(04).
            WORKING-STORAGE SECTION.
                01 pgconnect-file-status PIC X(02) VALUE "00".
                01 retry-control-status  PIC X(02) VALUE "00".
                01 env-pghost     PIC X(60) VALUE SPACES.
                01 env-pguser     PIC X(30) VALUE SPACES.
                01 env-pgpassword PIC X(60) VALUE SPACES.
                01 env-pgport     PIC X(10) VALUE SPACES.
                *> every host pgconnect.cfg lists, in order.
                01 host-table.
                    02 host-entry OCCURS 8 TIMES.
                        03 ht-host     PIC X(60).
                        03 ht-user     PIC X(30).
                        03 ht-password PIC X(60).
                        03 ht-port     PIC X(10).
                01 host-count     PIC 9(2) VALUE ZEROS.
                01 host-idx       PIC 9(2) VALUE ZEROS.
                01 chosen-host    PIC 9(2) VALUE ZEROS.
                01 chosen-role    PIC X(1) VALUE SPACES.
                01 file-done      PIC 9 VALUE ZERO.
                01 read-only-ok   PIC 9 VALUE ZERO.
                *> probing a host before handing it over.
                01 max-retries    PIC 9(04) VALUE 3.
                01 probe-tries    PIC 9(04) VALUE ZEROS.
                01 probe-backoff  PIC 9(04) VALUE ZEROS.
                01 probe-status   USAGE BINARY-LONG VALUE ZERO.
                01 probe-connection USAGE POINTER.
                01 probe-result     USAGE POINTER.
                01 probe-value-ptr  USAGE POINTER.
                01 probe-value      PIC X(8) BASED.
                01 probe-row        USAGE BINARY-LONG VALUE ZERO.
                01 probe-column     USAGE BINARY-LONG VALUE ZERO.
                01 probe-sql.
                    02 FILLER PIC X(27)
                            VALUE "SELECT pg_is_in_recovery();".
                    02 FILLER PIC X(1) VALUE x"00".
                01 probe-in-recovery PIC X(1) VALUE SPACES.
            LINKAGE SECTION.
                01 conn_string PIC X(200).
                01 access-intent PIC X(1).
        PROCEDURE DIVISION USING conn_string, OPTIONAL access-intent.
            MOVE 0 TO read-only-ok.
            IF NUMBER-OF-CALL-PARAMETERS >= 2 THEN
                IF access-intent = "R" THEN
                    MOVE 1 TO read-only-ok
                END-IF
            END-IF.
            PERFORM load-from-file.
            PERFORM VARYING host-idx FROM 1 BY 1
                    UNTIL host-idx > host-count
                PERFORM load-from-environment
                PERFORM apply-defaults
            END-PERFORM.
            MOVE 1 TO chosen-host.
            MOVE "P" TO chosen-role.
            IF host-count > 1 THEN
                PERFORM choose-a-host
            END-IF.
            MOVE chosen-host TO host-idx.
            PERFORM build-conn-string.
            PERFORM export-the-host-used.
            GOBACK.

            load-from-file.
                MOVE 0 TO host-count.
                OPEN INPUT pgconnect-file.
                IF pgconnect-file-status = "00" THEN
                    MOVE 0 TO file-done
                    PERFORM UNTIL file-done = 1 OR host-count >= 8
                        READ pgconnect-file
                            AT END MOVE 1 TO file-done
                            NOT AT END
                                IF pg-conn-file-record NOT = SPACES
                                        OR host-count = 0 THEN
                                    PERFORM hold-one-host
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE pgconnect-file
                END-IF.
                IF host-count = 0 THEN
                    MOVE 1 TO host-count
                    MOVE SPACES TO host-entry(1)
                END-IF.
                EXIT.

            hold-one-host.
                ADD 1 TO host-count.
                MOVE pg-conn-file-host     TO ht-host(host-count).
                MOVE pg-conn-file-user     TO ht-user(host-count).
                MOVE pg-conn-file-password TO ht-password(host-count).
                MOVE pg-conn-file-port     TO ht-port(host-count).
                EXIT.

            load-from-environment.
                *> the file above wins field-by-field; anything it left
                *> blank still gets a chance from the environment.
                MOVE ht-host(host-idx)     TO env-pghost.
                MOVE ht-user(host-idx)     TO env-pguser.
                MOVE ht-password(host-idx) TO env-pgpassword.
                MOVE ht-port(host-idx)     TO env-pgport.
                IF env-pghost = SPACES THEN
                    DISPLAY "PGHOST" UPON ENVIRONMENT-NAME
                    ACCEPT env-pghost FROM ENVIRONMENT-VALUE
                IF env-pgport = SPACES THEN
                    MOVE "5432" TO env-pgport
                END-IF.
                MOVE env-pghost     TO ht-host(host-idx).
                MOVE env-pguser     TO ht-user(host-idx).
                MOVE env-pgpassword TO ht-password(host-idx).
                MOVE env-pgport     TO ht-port(host-idx).

            build-conn-string.
                MOVE SPACES TO conn_string.
                STRING "dbname=cobol hostaddr=" DELIMITED BY SIZE
                        FUNCTION TRIM(ht-host(host-idx))
                            DELIMITED BY SIZE
                        " user=" DELIMITED BY SIZE
                        FUNCTION TRIM(ht-user(host-idx))
                            DELIMITED BY SIZE
                        " password=" DELIMITED BY SIZE
                        FUNCTION TRIM(ht-password(host-idx))
                            DELIMITED BY SIZE
                        " port=" DELIMITED BY SIZE
                        FUNCTION TRIM(ht-port(host-idx))
                            DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO conn_string
                END-STRING.

            *> the first host in order that answers inside the retry
            *> cap and will take this caller; the primary when none
            *> will.
            choose-a-host.
                PERFORM load-max-retries.
                MOVE 0 TO chosen-host.
                PERFORM VARYING host-idx FROM 1 BY 1
                        UNTIL host-idx > host-count
                            OR chosen-host > 0
                    PERFORM probe-one-host
                END-PERFORM.
                IF chosen-host = 0 THEN
                    DISPLAY "pgconnect: no configured host is usable "
                            "- connecting to the primary "
                            FUNCTION TRIM(ht-host(1))
                    MOVE 1 TO chosen-host
                    MOVE "P" TO chosen-role
                    EXIT PARAGRAPH
                END-IF.
                IF chosen-host > 1 THEN
                    DISPLAY "pgconnect: failed over to "
                            FUNCTION TRIM(ht-host(chosen-host))
                END-IF.
                EXIT.

            probe-one-host.
                PERFORM build-conn-string.
                MOVE 1 TO probe-backoff.
                MOVE 1 TO probe-status.
                PERFORM VARYING probe-tries FROM 1 BY 1
                        UNTIL probe-tries > max-retries
                            OR probe-status = 0
                    CALL "PQconnectdb" USING conn_string
                            RETURNING probe-connection
                    CALL "PQstatus" USING BY VALUE probe-connection
                            RETURNING probe-status
                    IF probe-status NOT = 0 THEN
                        CALL "PQfinish" USING BY VALUE probe-connection
                                RETURNING OMITTED
                        IF probe-tries < max-retries THEN
                            DISPLAY "pgconnect: "
                                    FUNCTION TRIM(ht-host(host-idx))
                                    " attempt " probe-tries
                                    " failed, retrying in "
                                    probe-backoff "s"
                            CALL "C$SLEEP" USING BY VALUE probe-backoff
                            COMPUTE probe-backoff = probe-backoff * 2
                        END-IF
                    END-IF
                END-PERFORM.
                IF probe-status NOT = 0 THEN
                    DISPLAY "pgconnect: "
                            FUNCTION TRIM(ht-host(host-idx))
                            " unreachable after " max-retries
                            " attempt(s)"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM ask-whether-in-recovery.
                CALL "PQfinish" USING BY VALUE probe-connection
                        RETURNING OMITTED.
                IF probe-in-recovery = "t" AND read-only-ok = 0 THEN
                    DISPLAY "pgconnect: "
                            FUNCTION TRIM(ht-host(host-idx))
                            " is a read-only standby - refused to a "
                            "write-back job"
                    EXIT PARAGRAPH
                END-IF.
                MOVE host-idx TO chosen-host.
                IF probe-in-recovery = "t" THEN
                    MOVE "S" TO chosen-role
                ELSE
                    MOVE "P" TO chosen-role
                END-IF.
                EXIT.

            *> "t" for a standby still replaying the primary's log,
            *> "f" for a server that takes writes.
            ask-whether-in-recovery.
                MOVE "f" TO probe-in-recovery.
                CALL "PQexec" USING BY VALUE probe-connection
                                    BY REFERENCE probe-sql
                        RETURNING probe-result.
                CALL "PQresultStatus" USING BY VALUE probe-result
                        RETURNING probe-status.
                IF probe-status = 2 THEN
                    CALL "PQgetvalue" USING BY VALUE probe-result
                            BY VALUE probe-row BY VALUE probe-column
                            RETURNING probe-value-ptr
                    SET ADDRESS OF probe-value TO probe-value-ptr
                    MOVE probe-value(1:1) TO probe-in-recovery
                END-IF.
                CALL "PQclear" USING BY VALUE probe-result
                        RETURNING OMITTED.
                EXIT.

            *> the same cap retryctl.cob reads, same default.
            load-max-retries.
                OPEN INPUT retry-control-file.
                IF retry-control-status = "00" THEN
                    READ retry-control-file
                        AT END CONTINUE
                    END-READ
                    IF retry-control-status = "00"
                            AND retry-control-record > 0 THEN
                        MOVE retry-control-record TO max-retries
                    END-IF
                    CLOSE retry-control-file
                END-IF.
                EXIT.

            export-the-host-used.
                DISPLAY "PGHOSTUSED" UPON ENVIRONMENT-NAME.
                DISPLAY ht-host(chosen-host) UPON ENVIRONMENT-VALUE.
                DISPLAY "PGHOSTROLE" UPON ENVIRONMENT-NAME.
                DISPLAY chosen-role UPON ENVIRONMENT-VALUE.
                EXIT.
        END PROGRAM pgconnect.
