        *> **********************************************************************
        *> sancnite - the nightly sanctions rescreen. A customer
        *> screened clean at onboarding can be named on tomorrow's
        *> list, so whenever sancload.cob has brought in a list that
        *> differs from the one the book was last screened against,
        *> every customer on custmast.dat goes back through
        *> sancscrn.cob. New hits join the compliance queue on
        *> sancrev.dat and block the customer like any other.
        *>
        *>    sancnite         rescreen if the list has changed
        *>    sancnite all     rescreen regardless - after a change
        *>                     to the match threshold in sanction.ctl
        *>
        *>    the list is known by the checksum sancload writes to
        *>    watchlst.ctl; sancnite.ctl keeps the checksum and date
        *>    of the last full rescreen. An unchanged list skips the
        *>    walk - the onboarding screen has covered everyone added
        *>    since. sancnite.rpt lists the customers who scored a
        *>    new hit. RC 4 when it raised any, 8 when there is no
        *>    watch list to screen against - the night's schedule
        *>    runs it after custload with a limit of 12, so a missing
        *>    list is reported without holding up the rest of the
        *>    cycle.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. sancnite.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT list-control ASSIGN TO "watchlst.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS list-control-status.
                    SELECT rescreen-control ASSIGN TO "sancnite.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rescreen-control-status.
                    SELECT report-file ASSIGN TO "sancnite.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  customer-master.
                    COPY CUSTREC.
                FD  list-control.
                    01 list-control-record.
                        02 wc-loaded        PIC X(14).
                        02 wc-source        PIC X(40).
                        02 wc-names         PIC 9(6).
                        02 wc-checksum      PIC 9(15).
                FD  rescreen-control.
                    01 rescreen-control-record.
                        02 rc-checksum      PIC 9(15).
                        02 rc-screened      PIC X(08).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 master-file-status       PIC X(02) VALUE "00".
                01 list-control-status      PIC X(02) VALUE "00".
                01 rescreen-control-status  PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                *> under the driver the command line is empty, so the
                *> run option comes from the sancnite.parm file the
                *> driver writes - see stepparm.cob.
                01 step-parm-name   PIC X(20) VALUE "sancnite".
                01 step-params      PIC X(40) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 list-checksum    PIC 9(15) VALUE ZEROS.
                01 last-checksum    PIC 9(15) VALUE ZEROS.
                01 last-screened    PIC X(08) VALUE SPACES.
                01 list-loaded      PIC X(08) VALUE SPACES.
                01 customers-read   PIC 9(6) VALUE ZEROS.
                01 customers-new    PIC 9(6) VALUE ZEROS.
                01 customers-open   PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the matcher's parameters - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "S".
                01 screen-source    PIC X(10) VALUE "RESCREEN".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 screen-raised-hit   VALUE "N".
                    88 screen-hit-open     VALUE "H".
                    88 screen-unavailable  VALUE "U".
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "SANCNITE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            IF cmd-full-line = SPACES THEN
                CALL "stepparm" USING step-parm-name, step-params
                MOVE step-params TO cmd-full-line
            END-IF.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb
            END-UNSTRING.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            PERFORM read-the-checksums.
            IF RETURN-CODE = 8 THEN
                PERFORM finish-the-job
                GOBACK
            END-IF.
            IF list-checksum = last-checksum
                    AND FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                        NOT = "all" THEN
                DISPLAY "sancnite: watch list unchanged since the "
                        "rescreen of " last-screened " - nothing to do"
                PERFORM finish-the-job
                GOBACK
            END-IF.
            PERFORM rescreen-the-book.
            PERFORM finish-the-job.
            GOBACK.

            read-the-checksums.
                OPEN INPUT list-control.
                IF list-control-status NOT = "00" THEN
                    DISPLAY "sancnite: no watchlst.ctl - run sancload"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                READ list-control
                    AT END
                        DISPLAY "sancnite: watchlst.ctl is empty"
                        MOVE 8 TO RETURN-CODE
                    NOT AT END
                        MOVE wc-checksum TO list-checksum
                        MOVE wc-loaded(1:8) TO list-loaded
                END-READ.
                CLOSE list-control.
                OPEN INPUT rescreen-control.
                IF rescreen-control-status = "00" THEN
                    READ rescreen-control
                        AT END CONTINUE
                        NOT AT END
                            MOVE rc-checksum TO last-checksum
                            MOVE rc-screened TO last-screened
                    END-READ
                    CLOSE rescreen-control
                END-IF.
                EXIT.

            rescreen-the-book.
                OPEN INPUT customer-master.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "sancnite: custmast.dat unreadable (status "
                            master-file-status ")"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "SANCTIONS RESCREEN - " cycle-date-stamp
                        " - list of " list-loaded
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                        OR screen-unavailable
                    READ customer-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO customers-read
                        PERFORM rescreen-one-customer
                    END-IF
                END-PERFORM.
                CLOSE customer-master.
                IF customers-new = 0 THEN
                    MOVE "  no new hits" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " customers-read " customer(s) "
                        "screened, " customers-new " with a new hit, "
                        customers-open " with a hit still open"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                MOVE "sancnite.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                MOVE customers-read TO banner-rec-count.
                IF screen-unavailable THEN
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                *> the list is only marked screened once the whole
                *> book has been through it.
                OPEN OUTPUT rescreen-control.
                MOVE list-checksum TO rc-checksum.
                MOVE cycle-date-stamp TO rc-screened.
                WRITE rescreen-control-record.
                CLOSE rescreen-control.
                IF customers-new > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            rescreen-one-customer.
                CALL "sancscrn" USING screen-mode, user_id, username,
                        cust-address, screen-source, screen-score,
                        screen-outcome.
                EVALUATE TRUE
                    WHEN screen-raised-hit
                        ADD 1 TO customers-new
                        MOVE SPACES TO print-text
                        STRING user_id " " username " score "
                                screen-score " - queued for review"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    WHEN screen-hit-open
                        ADD 1 TO customers-open
                END-EVALUATE.
                EXIT.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            print-one-line.
                DISPLAY "sancnite: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM sancnite.
