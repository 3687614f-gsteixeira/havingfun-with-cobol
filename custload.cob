        *>    the extract catches up to what the clerk keyed, the marker
        *>    clears and the row loads freely again.
        *>
        *>    a new customer, and one whose name or address the
        *>    extract changes, is screened against the sanctions watch
        *>    list (sancscrn.cob); a possible match is loaded but
        *>    queued for compliance review and the run ends RC 4.
        *>
        *>    run order: the postgres extract (which writes extract.txt),
        *>    then this job - see the driver program.
        *> **********************************************************************
                01 records-added    PIC 9(06) VALUE ZERO.
                01 records-updated  PIC 9(06) VALUE ZERO.
                01 records-held     PIC 9(06) VALUE ZERO.
                01 records-screened-hit PIC 9(06) VALUE ZERO.
                01 review-file-status PIC X(02) VALUE "00".
                01 review-file-open PIC 9 VALUE ZERO.
                *> today's date, stamped into cust-updated on every
                01 load-date        PIC X(08) VALUE SPACES.
                *> address-history plumbing - see addrhist.cob.
                01 previous-address PIC X(60) VALUE SPACES.
                01 previous-username PIC X(50) VALUE SPACES.
                01 history-address  PIC X(60) VALUE SPACES.
                01 history-source   PIC X(10) VALUE "CUSTLOAD".
                *> the sanctions screen - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "S".
                01 screen-source    PIC X(10) VALUE "CUSTLOAD".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 screen-found-a-hit VALUE "N" "H".
                *> the branch table, for defaulting a customer the
                *> extract says nothing about - see brnchtab.cob.
                01 branch-count PIC 9(2) VALUE ZEROS.
            DISPLAY "custload: " records-read " extract rows, "
                    records-added " added, " records-updated
                    " updated, " records-held " held for review".
            IF records-screened-hit > 0 THEN
                DISPLAY "custload: " records-screened-hit
                        " customer(s) queued for sanctions review"
                        " - see sancrev"
            END-IF.
            MOVE records-read TO banner-rec-count.
            IF records-held > 0 OR records-screened-hit > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                        WRITE customer-record
                        ADD 1 TO records-added
                        PERFORM record-address-history
                        PERFORM screen-for-sanctions
                    NOT INVALID KEY
                        IF cust-maint-was-keyed THEN
                            PERFORM judge-the-collision
                            EXIT PARAGRAPH
                        END-IF
                        MOVE cust-address TO previous-address
                        MOVE username TO previous-username
                        PERFORM build-master-record
                        *> a fresh address from the system of record
                        *> lifts any hygiene mail hold; the next
                        IF cust-address NOT = previous-address THEN
                            PERFORM record-address-history
                        END-IF
                        IF cust-address NOT = previous-address
                                OR username NOT = previous-username
                            PERFORM screen-for-sanctions
                        END-IF
                END-READ.
                EXIT.

            *> the record just written, against the watch list.
            screen-for-sanctions.
                CALL "sancscrn" USING screen-mode, user_id, username,
                        cust-address, screen-source, screen-score,
                        screen-outcome.
                IF screen-found-a-hit THEN
                    ADD 1 TO records-screened-hit
                    DISPLAY "custload: user_id " user_id
                            " - possible sanctions match, score "
                            screen-score " - loans blocked"
                END-IF.
                EXIT.

            *> a clerk maintained this row since the last extract. If
            *> the extract has caught up - every field agrees - the
            *> marker clears and the row is ordinary again tomorrow.
