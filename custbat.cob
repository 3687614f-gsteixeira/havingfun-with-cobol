        *> nightly load holds rather than flattens them), before/after
        *> images journaled per changed field in custmnt's convention,
        *> and address changes recorded on the effective-dated history.
        *> Every applied row is also queued through chgwrite.cob to the
        *> custchg.dat change file custpub.cob publishes to Postgres.
        *> A transaction that fails is parked to custsusp.dat with its
        *> reason appended as a trailing CSV column - fix the line,
        *> feed the file straight back in; the extra column is ignored.
        *>
        *>    usage: custbat [csv-file]     (default custbat.csv)
        *>
        *>    an added customer, and one whose name or address a row
        *>    changes, is screened against the sanctions watch list
        *>    (sancscrn.cob) the way custmnt screens; a possible match
        *>    is applied but queued for compliance review, named on
        *>    the console, and turns the run's return code to 4.
        *>
        *>    CSV columns:
        *>      action     A add, C change, I inactivate
        *>      user_id    9(4)
        *>      address    blank on C keeps the current one
        *>      status     A or I, blank = keep (A on an add)
        *>      branch     optional; must be on branch.ctl when given
        *>
        *>    the file goes through the inbound-file registry
        *>    (inbreg.cob) before it is opened: one applied before is
        *>    refused, RC 8, until a supervisor releases it
        *>    (inbound.cob). A fixed-up suspense file is new content
        *>    and goes straight through.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. custbat.
                01 rows-read        PIC 9(6) VALUE ZEROS.
                01 rows-applied     PIC 9(6) VALUE ZEROS.
                01 rows-parked      PIC 9(6) VALUE ZEROS.
                01 rows-screened-hit PIC 9(6) VALUE ZEROS.
                *> the sanctions screen - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "S".
                01 screen-source    PIC X(10) VALUE "CUSTBAT".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 screen-found-a-hit VALUE "N" "H".
                *> exclusive enqueue on the customer master while
                *> this job writes it, so the intraday refresh and a
                *> maintenance run can never interleave on the file -
                01 lock-holder      PIC X(20) VALUE "CUSTBAT".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                *> the inbound-file registry - see inbreg.cob.
                01 inbound-feed     PIC X(10) VALUE "CUSTBAT".
                01 inbound-count    PIC 9(9) VALUE ZEROS.
                01 inbound-outcome  PIC 9 VALUE ZERO.
                    88 inbound-was-refused VALUE 8.
                    88 inbound-has-gap     VALUE 4.
                01 banner-job-name  PIC X(20) VALUE "CUSTBAT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO maint-date.
            CALL "brnchtab" USING branch-count, branch-table.
            CALL "inbreg" USING "C", inbound-feed, transaction-path,
                    inbound-count, inbound-outcome.
            IF inbound-was-refused THEN
                DISPLAY "custbat: " FUNCTION TRIM(transaction-path)
                        " refused by the inbound-file registry - "
                        "nothing applied"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT transaction-file.
            IF transaction-file-status NOT = "00" THEN
                DISPLAY "custbat: "
                DISPLAY "custbat: custmast.dat is enqueued by "
                        "another job - run again shortly"
                CLOSE transaction-file
                CALL "inbreg" USING "F", inbound-feed,
                        transaction-path, inbound-count,
                        inbound-outcome
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                DISPLAY "custbat: custmast.dat not available "
                        "(status " master-file-status ")"
                CLOSE transaction-file
                CALL "inbreg" USING "F", inbound-feed,
                        transaction-path, inbound-count,
                        inbound-outcome
                CALL "lockmgr" USING lock-resource, "X", "R",
                        lock-holder, lock-outcome
                MOVE 8 TO RETURN-CODE
            DISPLAY "custbat: " rows-read " transaction(s) read, "
                    rows-applied " applied, " rows-parked
                    " parked to custsusp.dat".
            IF rows-screened-hit > 0 THEN
                DISPLAY "custbat: " rows-screened-hit " customer(s) "
                        "queued for sanctions review - see sancrev"
            END-IF.
            MOVE rows-applied TO inbound-count.
            CALL "inbreg" USING "P", inbound-feed, transaction-path,
                    inbound-count, inbound-outcome.
            MOVE rows-applied TO banner-rec-count.
            IF rows-parked > 0 OR rows-screened-hit > 0
                    OR inbound-has-gap THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                        MOVE "write failed" TO refusal-reason
                        EXIT PARAGRAPH
                END-WRITE.
                CALL "chgwrite" USING journal-program, "A",
                        customer-record.
                MOVE SPACES TO before-username.
                MOVE SPACES TO before-address.
                MOVE SPACES TO before-status.
                MOVE SPACES TO before-branch.
                PERFORM journal-field-changes.
                PERFORM screen-for-sanctions.
                EXIT.

            *> blank CSV fields keep what the master carries - the
                        MOVE "rewrite failed" TO refusal-reason
                        EXIT PARAGRAPH
                END-REWRITE.
                CALL "chgwrite" USING journal-program, "C",
                        customer-record.
                PERFORM journal-field-changes.
                IF username NOT = before-username
                        OR cust-address NOT = before-address THEN
                    PERFORM screen-for-sanctions
                END-IF.
                EXIT.

            *> the record just written, against the watch list.
            screen-for-sanctions.
                CALL "sancscrn" USING screen-mode, user_id, username,
                        cust-address, screen-source, screen-score,
                        screen-outcome.
                IF screen-found-a-hit THEN
                    ADD 1 TO rows-screened-hit
                    DISPLAY "custbat: row " rows-read " user_id "
                            user_id " - possible sanctions match, "
                            "score " screen-score " - loans blocked"
                END-IF.
                EXIT.

            apply-an-inactivate.
                        MOVE "rewrite failed" TO refusal-reason
                        EXIT PARAGRAPH
                END-REWRITE.
                CALL "chgwrite" USING journal-program, "I",
                        customer-record.
                MOVE "STAT" TO journal-key(6:4).
                MOVE SPACES TO journal-before.
                MOVE before-status TO journal-before(1:1).
