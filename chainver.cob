        *> **********************************************************************
        *> chainver - chain verification for the evidence logs. Every
        *> row jobbanner writes to audit.log and jrnwrite writes to
        *> corrections.jnl carries a hash over the row before it and
        *> itself (see chainhsh.cob). This job walks both and reports
        *> the first row where the chain no longer holds - a row
        *> edited, inserted or taken out after it was written:
        *>
        *>    audit.log    every archive on logrot.cat still on disk,
        *>                 oldest first, then the live log, as one
        *>                 chain - the oldest kept archive starts from
        *>                 the hash logrotate recorded it chained from,
        *>                 and each archive must end on the hash
        *>                 logrotate recorded when it rolled it. An
        *>                 archive on the catalog but not on disk is a
        *>                 break too.
        *>    corrections.jnl
        *>                 the live journal. The right-to-erasure sweep
        *>                 re-chains it after tombstoning rows; its
        *>                 reseals on chainseal.dat are listed for
        *>                 information.
        *>
        *>    rows from before the chain began carry no hash and are
        *>    counted, not checked; once a log's chain has begun, an
        *>    unhashed row is a break.
        *>
        *>    chainver.rpt through rptstore; each break also goes to
        *>    chainexc.rpt, one line worded for the morning report,
        *>    which mornrpt.cob lists with the hard failures. RC 8
        *>    when either log is broken.
        *>
        *>    cobc -x -o chainver chainver.cob chainhsh.cob rptstore.cob
        *>            jobbanner.cob cyclectl.cob
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. chainver.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT chained-file
                        ASSIGN TO DYNAMIC chained-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS chained-file-status.
                    SELECT rotation-catalog ASSIGN TO "logrot.cat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rotation-catalog-status.
                    SELECT seal-register ASSIGN TO "chainseal.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS seal-register-status.
                    SELECT report-file ASSIGN TO "chainver.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT exception-file ASSIGN TO "chainexc.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  chained-file.
                    01 chained-record PIC X(200).
                FD  rotation-catalog.
                    *> the row logrotate writes for each archive.
                    01 catalog-record.
                        02 cat-archive-name PIC X(30).
                        02 cat-rolled-on    PIC X(14).
                        02 cat-row-count    PIC 9(9).
                        02 cat-chain-in     PIC X(18).
                        02 cat-chain-out    PIC X(18).
                FD  seal-register.
                    COPY CHAINSEAL.
                FD  report-file.
                    01 report-line PIC X(100).
                FD  exception-file.
                    01 exception-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 chained-file-status     PIC X(02) VALUE "00".
                01 rotation-catalog-status PIC X(02) VALUE "00".
                01 seal-register-status    PIC X(02) VALUE "00".
                01 chained-file-name PIC X(40) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                *> the archives, in rotation order.
                01 archive-table.
                    02 archive-entry OCCURS 200 TIMES.
                        03 at-name      PIC X(30).
                        03 at-chain-in  PIC X(18).
                        03 at-chain-out PIC X(18).
                01 archive-count    PIC 9(3) VALUE ZEROS.
                01 archive-idx      PIC 9(3) VALUE ZEROS.
                *> the walk of one log, across its files.
                01 log-label        PIC X(16) VALUE SPACES.
                01 row-length       PIC 9(3) VALUE ZEROS.
                01 chain-at         PIC 9(3) VALUE ZEROS.
                01 name-at          PIC 9(3) VALUE ZEROS.
                01 name-length      PIC 9(2) VALUE ZEROS.
                01 chain-prior      PIC X(18) VALUE SPACES.
                01 chain-row        PIC X(200) VALUE SPACES.
                01 chain-expected   PIC X(18) VALUE SPACES.
                01 chain-stored     PIC X(18) VALUE SPACES.
                01 chain-begun      PIC 9 VALUE ZERO.
                01 log-broken       PIC 9 VALUE ZERO.
                01 file-row         PIC 9(9) VALUE ZEROS.
                01 rows-checked     PIC 9(9) VALUE ZEROS.
                01 rows-unchained   PIC 9(9) VALUE ZEROS.
                01 break-text       PIC X(60) VALUE SPACES.
                01 shown-row        PIC Z(8)9.
                01 shown-unchained  PIC Z(8)9.
                01 logs-broken      PIC 9 VALUE ZEROS.
                01 seals-listed     PIC 9(5) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "chainver.rpt".
                01 banner-job-name  PIC X(20) VALUE "CHAINVER".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            OPEN OUTPUT report-file.
            OPEN OUTPUT exception-file.
            MOVE "CHAIN VERIFICATION - audit.log AND corrections.jnl"
                    TO print-text.
            PERFORM print-one-line.
            PERFORM verify-the-audit-log.
            PERFORM verify-the-journal.
            PERFORM list-the-reseals.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            IF logs-broken = 0 THEN
                MOVE "BOTH CHAINS HOLD" TO print-text
            ELSE
                MOVE SPACES TO print-text
                STRING "CHAIN BROKEN IN " logs-broken " LOG(S)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING
            END-IF.
            PERFORM print-one-line.
            CLOSE exception-file.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF logs-broken > 0 THEN
                MOVE 8 TO RETURN-CODE
            END-IF.
            MOVE logs-broken TO banner-rec-count.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> ------------------------------------------- audit.log
            verify-the-audit-log.
                MOVE "audit.log" TO log-label.
                MOVE 130 TO row-length.
                MOVE 131 TO chain-at.
                MOVE 1 TO name-at.
                MOVE 20 TO name-length.
                PERFORM start-one-log.
                PERFORM load-the-archives.
                IF archive-count > 0 THEN
                    MOVE at-chain-in(1) TO chain-prior
                END-IF.
                PERFORM VARYING archive-idx FROM 1 BY 1
                        UNTIL archive-idx > archive-count
                            OR log-broken = 1
                    MOVE at-name(archive-idx) TO chained-file-name
                    PERFORM walk-one-file
                    IF log-broken = 0 AND chain-begun = 1
                            AND at-chain-out(archive-idx)
                                NOT = SPACES
                            AND chain-prior
                                NOT = at-chain-out(archive-idx) THEN
                        MOVE "does not end on the hash it rolled with"
                            TO break-text
                        PERFORM report-the-break
                    END-IF
                END-PERFORM.
                IF log-broken = 0 THEN
                    MOVE "audit.log" TO chained-file-name
                    PERFORM walk-one-file
                END-IF.
                PERFORM close-one-log.
                EXIT.

            load-the-archives.
                MOVE 0 TO archive-count.
                OPEN INPUT rotation-catalog.
                IF rotation-catalog-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1 OR archive-count >= 200
                    READ rotation-catalog
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND cat-archive-name NOT = SPACES THEN
                        ADD 1 TO archive-count
                        MOVE cat-archive-name TO at-name(archive-count)
                        MOVE cat-chain-in
                            TO at-chain-in(archive-count)
                        MOVE cat-chain-out
                            TO at-chain-out(archive-count)
                    END-IF
                END-PERFORM.
                CLOSE rotation-catalog.
                EXIT.

            *> ------------------------------------- corrections.jnl
            verify-the-journal.
                MOVE "corrections.jnl" TO log-label.
                MOVE 176 TO row-length.
                MOVE 177 TO chain-at.
                MOVE 25 TO name-at.
                MOVE 10 TO name-length.
                PERFORM start-one-log.
                MOVE "corrections.jnl" TO chained-file-name.
                PERFORM walk-one-file.
                PERFORM close-one-log.
                EXIT.

            *> the sanctioned re-chains, for information.
            list-the-reseals.
                OPEN INPUT seal-register.
                IF seal-register-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ seal-register
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND chain-seal-record NOT = SPACES THEN
                        IF seals-listed = 0 THEN
                            MOVE SPACES TO print-text
                            PERFORM print-one-line
                            MOVE "RESEALS ON RECORD" TO print-text
                            PERFORM print-one-line
                        END-IF
                        ADD 1 TO seals-listed
                        MOVE SPACES TO print-text
                        STRING "  " cs-sealed-at " "
                                FUNCTION TRIM(cs-file) " re-chained "
                                cs-rows " row(s) from row "
                                cs-from-row " by "
                                FUNCTION TRIM(cs-program)
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                        MOVE SPACES TO print-text
                        STRING "    " FUNCTION TRIM(cs-reason)
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                CLOSE seal-register.
                EXIT.

            *> ----------------------------------------- the walk
            start-one-log.
                MOVE SPACES TO chain-prior.
                MOVE 0 TO chain-begun.
                MOVE 0 TO log-broken.
                MOVE 0 TO rows-checked.
                MOVE 0 TO rows-unchained.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE log-label TO print-text.
                PERFORM print-one-line.
                EXIT.

            close-one-log.
                IF log-broken = 1 THEN
                    ADD 1 TO logs-broken
                    EXIT PARAGRAPH
                END-IF.
                MOVE rows-checked TO shown-row.
                MOVE rows-unchained TO shown-unchained.
                MOVE SPACES TO print-text.
                STRING "  chain holds - " FUNCTION TRIM(shown-row)
                        " row(s) checked, "
                        FUNCTION TRIM(shown-unchained)
                        " from before the chain began"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            walk-one-file.
                MOVE 0 TO file-row.
                OPEN INPUT chained-file.
                IF chained-file-status NOT = "00" THEN
                    IF chained-file-name NOT = log-label THEN
                        MOVE "is on the catalog but not on disk"
                            TO break-text
                        PERFORM report-the-break
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1 OR log-broken = 1
                    READ chained-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO file-row
                        PERFORM check-one-row
                    END-IF
                END-PERFORM.
                CLOSE chained-file.
                EXIT.

            check-one-row.
                MOVE chained-record(chain-at:18) TO chain-stored.
                IF chain-stored = SPACES THEN
                    IF chain-begun = 0 THEN
                        ADD 1 TO rows-unchained
                    ELSE
                        MOVE "carries no chain hash" TO break-text
                        PERFORM report-the-break
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO chain-row.
                MOVE chained-record(1:row-length) TO chain-row.
                CALL "chainhsh" USING chain-prior, chain-row,
                        row-length, chain-expected.
                IF chain-begun = 0 AND chain-prior = SPACES THEN
                    *> the very first hashed row of a log whose older
                    *> history is gone: nothing to chain it from, so
                    *> it is taken as the anchor.
                    CONTINUE
                ELSE
                    IF chain-expected NOT = chain-stored THEN
                        MOVE "breaks the chain - edited, added or cut"
                            TO break-text
                        PERFORM report-the-break
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE 1 TO chain-begun.
                ADD 1 TO rows-checked.
                MOVE chain-stored TO chain-prior.
                EXIT.

            report-the-break.
                MOVE 1 TO log-broken.
                MOVE SPACES TO print-text.
                IF file-row = 0 THEN
                    STRING "  ** " FUNCTION TRIM(chained-file-name)
                            " " FUNCTION TRIM(break-text)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    MOVE file-row TO shown-row
                    STRING "  ** " FUNCTION TRIM(chained-file-name)
                            " row " FUNCTION TRIM(shown-row) " ("
                            FUNCTION TRIM(
                                chained-record(name-at:name-length))
                            ") " FUNCTION TRIM(break-text)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                MOVE SPACES TO exception-line.
                STRING "CHAIN " FUNCTION TRIM(print-text(6:95))
                    DELIMITED BY SIZE INTO exception-line
                END-STRING.
                WRITE exception-line.
                EXIT.

            print-one-line.
                DISPLAY "chainver: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM chainver.
