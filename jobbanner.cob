        *>    back in on "E". Plain 4-argument callers are unaffected -
        *>    they keep relying on jobbanner's own shared start-hour/
        *>    start-minute/start-second the way they always have.
        *>
        *>    every row is chained: the last field is a hash over the
        *>    previous row's hash and this row (see chainhsh.cob), so
        *>    a row edited or removed afterwards shows up when
        *>    chainver.cob walks the log. A fresh log - logrotate just
        *>    rolled the old one - picks the chain up from the hash
        *>    logrotate recorded on logrot.cat for the archive.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. jobbanner.
                    SELECT audit-log ASSIGN TO "audit.log"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit-log-status.
                    SELECT rotation-catalog ASSIGN TO "logrot.cat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rotation-catalog-status.
        DATA DIVISION.
            FILE SECTION.
                FD  audit-log.
                        *> so every older reader of this row keeps
                        *> parsing exactly as before.
                        02 audit-operator    PIC X(10).
                        *> the database the job connected to, as
                        *> pgconnect exported it - the host, and P
                        *> for the primary or S for a standby it
                        *> failed over to; spaces for a job that
                        *> never touched Postgres.
                        02 audit-db-host     PIC X(40).
                        02 audit-db-role     PIC X(01).
                        *> the chain hash over the previous row's
                        *> hash and everything above.
                        02 audit-chain       PIC X(18).
                FD  rotation-catalog.
                    *> the row logrotate writes for each archive.
                    01 catalog-record.
                        02 cat-archive-name PIC X(30).
                        02 cat-rolled-on    PIC X(14).
                        02 cat-row-count    PIC 9(9).
                        02 cat-chain-in     PIC X(18).
                        02 cat-chain-out    PIC X(18).
            WORKING-STORAGE SECTION.
                01 start-time-data.
                    02 start-hour    PIC 99 VALUE ZERO.
                        03 now-milis  PIC 999 VALUE ZERO.
                    02 now-tzdata     PIC 9(4) VALUE ZERO.
                01 audit-log-status  PIC X(02) VALUE "00".
                01 rotation-catalog-status PIC X(02) VALUE "00".
                *> the chain: the previous row's hash, and the row
                *> being written without its own.
                01 chain-prior       PIC X(18) VALUE SPACES.
                01 chain-row         PIC X(200) VALUE SPACES.
                01 chain-length      PIC 9(3) VALUE 130.
                01 chain-rows-seen   PIC 9(9) VALUE ZEROS.
                01 chain-done        PIC 9 VALUE ZERO.
                *> cycle date/status read back for the audit row; the
                *> wall-clock date stands in when no cycle is open.
                01 cycle-date-stamp  PIC X(08) VALUE SPACES.
                01 display-elapsed   PIC Z(7)9 VALUE ZERO.
                01 display-rec-count PIC Z(10)9 VALUE ZERO.
                01 display-retcode   PIC Z(9)9 VALUE ZERO.
                01 no-database       PIC X(01) VALUE SPACE.
            LINKAGE SECTION.
                01 lk-job-name       PIC X(20).
                01 lk-action         PIC X(01).
                    MOVE start-minute TO lk-start-minute
                    MOVE start-second TO lk-start-second
                END-IF.
                *> the job has not connected anywhere yet - a host
                *> left behind by an earlier step in the same run
                *> must not land on this job's audit row.
                DISPLAY "PGHOSTUSED" UPON ENVIRONMENT-NAME.
                DISPLAY no-database UPON ENVIRONMENT-VALUE.
                DISPLAY "PGHOSTROLE" UPON ENVIRONMENT-NAME.
                DISPLAY no-database UPON ENVIRONMENT-VALUE.
                DISPLAY "===== JOB " FUNCTION TRIM(lk-job-name)
                        " STARTED " now-hour ":" now-minute ":"
                        now-second " =====".
                *> OPEN EXTEND fails if audit.log has never been written
                *> before (status 35 - file does not exist); fall back to
                *> OPEN OUTPUT just that first time to create it.
                PERFORM find-the-chain-prior.
                OPEN EXTEND audit-log.
                IF audit-log-status = "35" THEN
                    OPEN OUTPUT audit-log
                    MOVE now-date TO audit-cycle-date
                END-IF.
                PERFORM resolve-audit-operator.
                PERFORM resolve-audit-database.
                PERFORM chain-the-audit-row.
                WRITE audit-record.
                CLOSE audit-log.
                EXIT.
                END-IF.
                EXIT.

            *> the last row's hash; on an empty or absent log, the
            *> hash the most recent archive ended on.
            find-the-chain-prior.
                MOVE SPACES TO chain-prior.
                MOVE 0 TO chain-rows-seen.
                OPEN INPUT audit-log.
                IF audit-log-status = "00" THEN
                    MOVE 0 TO chain-done
                    PERFORM UNTIL chain-done = 1
                        READ audit-log
                            AT END MOVE 1 TO chain-done
                            NOT AT END
                                ADD 1 TO chain-rows-seen
                                MOVE audit-chain TO chain-prior
                        END-READ
                    END-PERFORM
                    CLOSE audit-log
                END-IF.
                IF chain-rows-seen > 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT rotation-catalog.
                IF rotation-catalog-status = "00" THEN
                    MOVE 0 TO chain-done
                    PERFORM UNTIL chain-done = 1
                        READ rotation-catalog
                            AT END MOVE 1 TO chain-done
                            NOT AT END
                                MOVE cat-chain-out TO chain-prior
                        END-READ
                    END-PERFORM
                    CLOSE rotation-catalog
                END-IF.
                EXIT.

            *> a job built without the chain module still gets its
            *> row, unhashed - chainver reports it as the break it is.
            chain-the-audit-row.
                MOVE SPACES TO chain-row.
                MOVE audit-record(1:chain-length) TO chain-row.
                MOVE SPACES TO audit-chain.
                CALL "chainhsh" USING chain-prior, chain-row,
                        chain-length, audit-chain
                    ON EXCEPTION
                        MOVE SPACES TO audit-chain
                END-CALL.
                EXIT.

            resolve-audit-database.
                MOVE SPACES TO audit-db-host.
                MOVE SPACES TO audit-db-role.
                DISPLAY "PGHOSTUSED" UPON ENVIRONMENT-NAME.
                ACCEPT audit-db-host FROM ENVIRONMENT-VALUE.
                DISPLAY "PGHOSTROLE" UPON ENVIRONMENT-NAME.
                ACCEPT audit-db-role FROM ENVIRONMENT-VALUE.
                EXIT.

        END PROGRAM jobbanner.
