        *> **********************************************************************
        *> filegrow - file growth trending and capacity warnings.
        *> jobtrend forecasts how long the night takes; nothing
        *> watched how big the files were getting, and the disk filling
        *> up was discovered when a write failed at 3am. Every night
        *> this job measures each registered file - record count and
        *> bytes - and the filesystem the suite runs in, appends the
        *> measurements to filehist.dat, works out each one's growth
        *> per day over the trailing weeks, and projects the date it
        *> reaches its threshold. A projection inside the lead time is
        *> a warning: it goes on filegrow.rpt and onto capalert.dat,
        *> which alertdsp.cob sweeps as class CAPACITY through the
        *> same routing.ctl every other alert takes.
        *>
        *>    filegrow.ctl, one entry a line:
        *>      name       X(40)  the file; GENERATIONS for every
        *>                        generation copy gencat.dat catalogs
        *>                        (gencatlg.cob), taken together;
        *>                        FILESYSTEM for the filesystem; WEEKS
        *>                        for the trailing window
        *>      a space, limit 9(12) - the threshold in bytes; for
        *>                        FILESYSTEM the percent used; for
        *>                        WEEKS the number of weeks
        *>      a space, lead  9(3)  - the days' warning wanted
        *>    missing, custmast.dat, loanmast.dat, loansched.dat,
        *>    custnote.dat, corrections.jnl, message.log, audit.log and
        *>    the generations are watched against 2,000,000,000 bytes
        *>    each, the filesystem against 90% used, all 30 days ahead,
        *>    over a trailing 4 weeks.
        *>
        *>    the indexed masters are counted through their own
        *>    records; anything else is counted in lines. The
        *>    filesystem is measured through df. The growth rate is
        *>    the change since the oldest measurement inside the
        *>    window, per day; under a week of history gives no
        *>    projection yet. A file already past its threshold is a
        *>    warning at severity E, one projected inside its lead
        *>    time at W.
        *>
        *>    filehist.dat, one measurement a line:
        *>      fh-cycle-date X(8), fh-name X(40), fh-records 9(10),
        *>      fh-bytes 9(15), fh-capacity 9(15) - the filesystem's
        *>      size on its own rows, zeros on the others
        *>
        *>    RC 4 when any projection falls inside its lead time.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. filegrow.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT growth-control ASSIGN TO "filegrow.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS growth-control-status.
                    SELECT history-file ASSIGN TO "filehist.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS history-file-status.
                    SELECT capacity-alert ASSIGN TO "capalert.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS capacity-alert-status.
                    SELECT report-file ASSIGN TO "filegrow.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT generation-catalog ASSIGN TO "gencat.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS generation-catalog-status.
                    SELECT disk-report ASSIGN TO "filegrow.df"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS disk-report-status.
                    SELECT counted-file
                        ASSIGN TO DYNAMIC counted-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS counted-file-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS counted-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS counted-file-status.
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS counted-file-status.
                    SELECT note-file ASSIGN TO "custnote.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS counted-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  growth-control.
                    01 growth-control-record.
                        02 gr-name         PIC X(40).
                        02 FILLER          PIC X(1).
                        02 gr-limit        PIC 9(12).
                        02 FILLER          PIC X(1).
                        02 gr-lead-days    PIC 9(3).
                FD  history-file.
                    01 history-record.
                        02 fh-cycle-date   PIC X(8).
                        02 fh-name         PIC X(40).
                        02 fh-records      PIC 9(10).
                        02 fh-bytes        PIC 9(15).
                        02 fh-capacity     PIC 9(15).
                *> the row alertdsp sweeps as class CAPACITY.
                FD  capacity-alert.
                    01 capacity-alert-record.
                        02 ca-file         PIC X(20).
                        02 ca-severity     PIC X(1).
                        02 ca-text         PIC X(80).
                FD  report-file.
                    01 report-line PIC X(100).
                FD  generation-catalog.
                    *> the row gencatlg writes.
                    01 catalog-record.
                        02 gen-base-name  PIC X(20).
                        02 gen-number     PIC 9(4).
                        02 gen-date       PIC X(8).
                        02 gen-rec-count  PIC 9(9).
                FD  disk-report.
                    01 disk-report-line PIC X(200).
                FD  counted-file.
                    01 counted-line PIC X(10).
                FD  customer-master.
                    COPY CUSTREC.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  note-file.
                    COPY NOTEREC.
            WORKING-STORAGE SECTION.
                01 growth-control-status     PIC X(02) VALUE "00".
                01 history-file-status       PIC X(02) VALUE "00".
                01 capacity-alert-status     PIC X(02) VALUE "00".
                01 generation-catalog-status PIC X(02) VALUE "00".
                01 disk-report-status        PIC X(02) VALUE "00".
                01 counted-file-status       PIC X(02) VALUE "00".
                01 counted-path     PIC X(40) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 count-done       PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 today-day        PIC 9(9) VALUE ZEROS.
                01 window-start     PIC X(8) VALUE SPACES.
                01 window-weeks     PIC 9(3) VALUE 4.
                *> what is watched, what it measured tonight, and the
                *> oldest measurement inside the window.
                01 watch-table.
                    02 watch-entry OCCURS 30 TIMES.
                        03 wt-name       PIC X(40).
                        03 wt-kind       PIC X(1).
                            88 wt-is-file        VALUE "F".
                            88 wt-is-generations VALUE "G".
                            88 wt-is-filesystem  VALUE "S".
                        03 wt-limit      PIC 9(15).
                        03 wt-lead-days  PIC 9(3).
                        03 wt-found      PIC 9.
                        03 wt-records    PIC 9(10).
                        03 wt-bytes      PIC 9(15).
                        03 wt-capacity   PIC 9(15).
                        03 wt-old-date   PIC X(8).
                        03 wt-old-bytes  PIC 9(15).
                01 watch-count      PIC 9(2) VALUE ZEROS.
                01 watch-idx        PIC 9(2) VALUE ZEROS.
                *> the file size off the directory.
                01 file-info.
                    02 fi-size  PIC 9(18) COMP.
                    02 fi-rest  PIC X(8).
                01 check-status     USAGE BINARY-LONG VALUE ZERO.
                01 generation-name  PIC X(40) VALUE SPACES.
                *> the filesystem, off df -Pk.
                01 disk-command     PIC X(80) VALUE SPACES.
                01 disk-line-count  PIC 9(2) VALUE ZEROS.
                01 df-device        PIC X(40) VALUE SPACES.
                01 df-blocks        PIC X(20) VALUE SPACES.
                01 df-used          PIC X(20) VALUE SPACES.
                01 df-available     PIC X(20) VALUE SPACES.
                *> the projection.
                01 threshold-bytes  PIC 9(15) VALUE ZEROS.
                01 elapsed-days     PIC 9(5) VALUE ZEROS.
                01 growth-per-day   PIC S9(13)V99 VALUE ZEROS.
                01 days-to-limit    PIC 9(7) VALUE ZEROS.
                01 projected-date   PIC 9(8) VALUE ZEROS.
                01 projected-day    PIC 9(9) VALUE ZEROS.
                01 warning-severity PIC X(1) VALUE SPACES.
                01 warnings-raised  PIC 9(3) VALUE ZEROS.
                01 display-bytes    PIC Z(14)9.
                01 display-growth   PIC -(12)9.99.
                01 display-limit    PIC Z(14)9.
                01 display-records  PIC Z(9)9.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "filegrow.rpt".
                01 banner-job-name  PIC X(20) VALUE "FILEGROW".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE cycle-date-stamp TO date-num.
            COMPUTE today-day = FUNCTION INTEGER-OF-DATE(date-num).
            PERFORM load-the-watch-list.
            COMPUTE date-num = FUNCTION DATE-OF-INTEGER(
                    today-day - window-weeks * 7).
            MOVE date-num TO window-start.
            PERFORM VARYING watch-idx FROM 1 BY 1
                    UNTIL watch-idx > watch-count
                PERFORM measure-one-entry
            END-PERFORM.
            PERFORM find-the-oldest-measurements.
            PERFORM record-tonights-measurements.
            OPEN OUTPUT report-file.
            OPEN OUTPUT capacity-alert.
            MOVE SPACES TO print-text.
            STRING "FILE GROWTH AND CAPACITY - " cycle-date-stamp
                    " - trailing " window-weeks " week(s)"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            PERFORM VARYING watch-idx FROM 1 BY 1
                    UNTIL watch-idx > watch-count
                PERFORM project-one-entry
            END-PERFORM.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " watch-count " watched, "
                    warnings-raised " inside their lead time"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE capacity-alert.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            MOVE watch-count TO banner-rec-count.
            IF warnings-raised > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> ------------------------------------------ measuring
            measure-one-entry.
                MOVE 0 TO wt-found(watch-idx).
                MOVE 0 TO wt-records(watch-idx).
                MOVE 0 TO wt-bytes(watch-idx).
                MOVE 0 TO wt-capacity(watch-idx).
                MOVE SPACES TO wt-old-date(watch-idx).
                MOVE 0 TO wt-old-bytes(watch-idx).
                EVALUATE TRUE
                    WHEN wt-is-filesystem(watch-idx)
                        PERFORM measure-the-filesystem
                    WHEN wt-is-generations(watch-idx)
                        PERFORM measure-the-generations
                    WHEN OTHER
                        PERFORM measure-one-file
                END-EVALUATE.
                EXIT.

            measure-one-file.
                MOVE wt-name(watch-idx) TO counted-path.
                CALL "CBL_CHECK_FILE_EXIST"
                        USING counted-path, file-info
                        RETURNING check-status.
                IF check-status NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO wt-found(watch-idx).
                MOVE fi-size TO wt-bytes(watch-idx).
                EVALUATE counted-path
                    WHEN "custmast.dat"
                        PERFORM count-the-customers
                    WHEN "loanmast.dat"
                        PERFORM count-the-loans
                    WHEN "loansched.dat"
                        PERFORM count-the-schedule-rows
                    WHEN "custnote.dat"
                        PERFORM count-the-notes
                    WHEN OTHER
                        PERFORM count-the-lines
                END-EVALUATE.
                EXIT.

            count-the-customers.
                OPEN INPUT customer-master.
                IF counted-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO count-done.
                PERFORM UNTIL count-done = 1
                    READ customer-master NEXT RECORD
                        AT END MOVE 1 TO count-done
                        NOT AT END ADD 1 TO wt-records(watch-idx)
                    END-READ
                END-PERFORM.
                CLOSE customer-master.
                EXIT.

            count-the-loans.
                OPEN INPUT loan-master.
                IF counted-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO count-done.
                PERFORM UNTIL count-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO count-done
                        NOT AT END ADD 1 TO wt-records(watch-idx)
                    END-READ
                END-PERFORM.
                CLOSE loan-master.
                EXIT.

            count-the-schedule-rows.
                OPEN INPUT loan-schedule.
                IF counted-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO count-done.
                PERFORM UNTIL count-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO count-done
                        NOT AT END ADD 1 TO wt-records(watch-idx)
                    END-READ
                END-PERFORM.
                CLOSE loan-schedule.
                EXIT.

            count-the-notes.
                OPEN INPUT note-file.
                IF counted-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO count-done.
                PERFORM UNTIL count-done = 1
                    READ note-file NEXT RECORD
                        AT END MOVE 1 TO count-done
                        NOT AT END ADD 1 TO wt-records(watch-idx)
                    END-READ
                END-PERFORM.
                CLOSE note-file.
                EXIT.

            count-the-lines.
                OPEN INPUT counted-file.
                IF counted-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO count-done.
                PERFORM UNTIL count-done = 1
                    READ counted-file
                        AT END MOVE 1 TO count-done
                        NOT AT END ADD 1 TO wt-records(watch-idx)
                    END-READ
                END-PERFORM.
                CLOSE counted-file.
                EXIT.

            *> every generation still on disk, its catalog record
            *> count and its bytes, added up.
            measure-the-generations.
                OPEN INPUT generation-catalog.
                IF generation-catalog-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO wt-found(watch-idx).
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ generation-catalog
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND gen-base-name NOT = SPACES THEN
                        PERFORM measure-one-generation
                    END-IF
                END-PERFORM.
                CLOSE generation-catalog.
                EXIT.

            measure-one-generation.
                MOVE SPACES TO generation-name.
                STRING FUNCTION TRIM(gen-base-name) DELIMITED BY SIZE
                        ".g" DELIMITED BY SIZE
                        gen-number DELIMITED BY SIZE
                    INTO generation-name
                END-STRING.
                CALL "CBL_CHECK_FILE_EXIST"
                        USING generation-name, file-info
                        RETURNING check-status.
                IF check-status NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD fi-size TO wt-bytes(watch-idx).
                ADD gen-rec-count TO wt-records(watch-idx).
                EXIT.

            *> df -Pk: one heading line, then the device, its size,
            *> used and available in 1024-byte blocks.
            measure-the-filesystem.
                MOVE SPACES TO disk-command.
                STRING "df -Pk . > filegrow.df 2>/dev/null"
                    DELIMITED BY SIZE INTO disk-command
                END-STRING.
                CALL "SYSTEM" USING disk-command.
                OPEN INPUT disk-report.
                IF disk-report-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO disk-line-count.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ disk-report
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO disk-line-count
                    END-IF
                    IF end_of_file = 0 AND disk-line-count = 2 THEN
                        UNSTRING disk-report-line
                                DELIMITED BY ALL SPACE
                            INTO df-device df-blocks df-used
                                df-available
                        END-UNSTRING
                    END-IF
                END-PERFORM.
                CLOSE disk-report.
                IF FUNCTION TRIM(df-blocks) NOT NUMERIC
                        OR FUNCTION TRIM(df-used) NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO wt-found(watch-idx).
                COMPUTE wt-capacity(watch-idx) =
                        FUNCTION NUMVAL(df-blocks) * 1024.
                COMPUTE wt-bytes(watch-idx) =
                        FUNCTION NUMVAL(df-used) * 1024.
                EXIT.

            *> ------------------------------------------- history
            *> the oldest measurement of each entry inside the window,
            *> tonight's own excluded.
            find-the-oldest-measurements.
                OPEN INPUT history-file.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ history-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND fh-cycle-date >= window-start
                            AND fh-cycle-date < cycle-date-stamp THEN
                        PERFORM hold-one-measurement
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                EXIT.

            hold-one-measurement.
                PERFORM VARYING watch-idx FROM 1 BY 1
                        UNTIL watch-idx > watch-count
                    IF wt-name(watch-idx) = fh-name
                            AND (wt-old-date(watch-idx) = SPACES
                                OR fh-cycle-date
                                    < wt-old-date(watch-idx)) THEN
                        MOVE fh-cycle-date TO wt-old-date(watch-idx)
                        MOVE fh-bytes TO wt-old-bytes(watch-idx)
                    END-IF
                END-PERFORM.
                EXIT.

            record-tonights-measurements.
                OPEN EXTEND history-file.
                IF history-file-status = "35" THEN
                    OPEN OUTPUT history-file
                END-IF.
                PERFORM VARYING watch-idx FROM 1 BY 1
                        UNTIL watch-idx > watch-count
                    IF wt-found(watch-idx) = 1 THEN
                        MOVE SPACES TO history-record
                        MOVE cycle-date-stamp TO fh-cycle-date
                        MOVE wt-name(watch-idx) TO fh-name
                        MOVE wt-records(watch-idx) TO fh-records
                        MOVE wt-bytes(watch-idx) TO fh-bytes
                        MOVE wt-capacity(watch-idx) TO fh-capacity
                        WRITE history-record
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                EXIT.

            *> ---------------------------------------- projecting
            project-one-entry.
                IF wt-found(watch-idx) = 0 THEN
                    MOVE SPACES TO print-text
                    STRING wt-name(watch-idx) " not on hand"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                IF wt-is-filesystem(watch-idx) THEN
                    COMPUTE threshold-bytes = wt-capacity(watch-idx)
                            * wt-limit(watch-idx) / 100
                ELSE
                    MOVE wt-limit(watch-idx) TO threshold-bytes
                END-IF.
                MOVE wt-bytes(watch-idx) TO display-bytes.
                MOVE wt-records(watch-idx) TO display-records.
                MOVE threshold-bytes TO display-limit.
                MOVE SPACES TO print-text.
                STRING wt-name(watch-idx)(1:24) " "
                        FUNCTION TRIM(display-bytes) " byte(s), "
                        FUNCTION TRIM(display-records) " record(s),"
                        " threshold " FUNCTION TRIM(display-limit)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO warning-severity.
                IF wt-bytes(watch-idx) >= threshold-bytes THEN
                    MOVE "E" TO warning-severity
                    MOVE cycle-date-stamp TO projected-date
                    MOVE SPACES TO print-text
                    STRING "      ** ALREADY PAST ITS THRESHOLD"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    PERFORM raise-the-warning
                    EXIT PARAGRAPH
                END-IF.
                IF wt-old-date(watch-idx) = SPACES THEN
                    MOVE "      no history in the window yet"
                        TO print-text
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE wt-old-date(watch-idx) TO date-num.
                COMPUTE elapsed-days = today-day
                        - FUNCTION INTEGER-OF-DATE(date-num).
                IF elapsed-days < 7 THEN
                    MOVE SPACES TO print-text
                    STRING "      under a week of history (since "
                            wt-old-date(watch-idx) ") - no projection"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE growth-per-day ROUNDED =
                        (wt-bytes(watch-idx) - wt-old-bytes(watch-idx))
                        / elapsed-days.
                MOVE growth-per-day TO display-growth.
                IF growth-per-day <= 0 THEN
                    MOVE SPACES TO print-text
                    STRING "      " FUNCTION TRIM(display-growth)
                            " byte(s) a day since "
                            wt-old-date(watch-idx) " - not growing"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE days-to-limit =
                        (threshold-bytes - wt-bytes(watch-idx))
                        / growth-per-day.
                IF days-to-limit > 99999 THEN
                    MOVE 99999 TO days-to-limit
                END-IF.
                COMPUTE projected-day = today-day + days-to-limit.
                COMPUTE projected-date =
                        FUNCTION DATE-OF-INTEGER(projected-day).
                MOVE SPACES TO print-text.
                STRING "      " FUNCTION TRIM(display-growth)
                        " byte(s) a day since " wt-old-date(watch-idx)
                        " - reaches the threshold about "
                        projected-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF days-to-limit <= wt-lead-days(watch-idx) THEN
                    MOVE "W" TO warning-severity
                    MOVE SPACES TO print-text
                    STRING "      ** INSIDE THE "
                            wt-lead-days(watch-idx) "-DAY LEAD TIME"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    PERFORM raise-the-warning
                END-IF.
                EXIT.

            raise-the-warning.
                ADD 1 TO warnings-raised.
                MOVE SPACES TO capacity-alert-record.
                MOVE wt-name(watch-idx) TO ca-file.
                MOVE warning-severity TO ca-severity.
                IF warning-severity = "E" THEN
                    STRING FUNCTION TRIM(wt-name(watch-idx))
                            " is past its capacity threshold at "
                            FUNCTION TRIM(display-bytes) " bytes"
                        DELIMITED BY SIZE INTO ca-text
                    END-STRING
                ELSE
                    STRING FUNCTION TRIM(wt-name(watch-idx))
                            " projected to reach its capacity "
                            "threshold about " projected-date
                        DELIMITED BY SIZE INTO ca-text
                    END-STRING
                END-IF.
                WRITE capacity-alert-record.
                EXIT.

            load-the-watch-list.
                MOVE 0 TO watch-count.
                OPEN INPUT growth-control.
                IF growth-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ growth-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND gr-name NOT = SPACES
                                AND gr-limit NUMERIC THEN
                            PERFORM hold-one-control-line
                        END-IF
                    END-PERFORM
                    CLOSE growth-control
                END-IF.
                IF watch-count = 0 THEN
                    PERFORM load-the-default-list
                END-IF.
                EXIT.

            hold-one-control-line.
                IF FUNCTION UPPER-CASE(gr-name) = "WEEKS" THEN
                    IF gr-limit > 0 AND gr-limit < 53 THEN
                        MOVE gr-limit TO window-weeks
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF watch-count >= 30 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO watch-count.
                MOVE gr-name TO wt-name(watch-count).
                MOVE "F" TO wt-kind(watch-count).
                IF FUNCTION UPPER-CASE(gr-name) = "GENERATIONS" THEN
                    MOVE "GENERATIONS" TO wt-name(watch-count)
                    MOVE "G" TO wt-kind(watch-count)
                END-IF.
                IF FUNCTION UPPER-CASE(gr-name) = "FILESYSTEM" THEN
                    MOVE "FILESYSTEM" TO wt-name(watch-count)
                    MOVE "S" TO wt-kind(watch-count)
                END-IF.
                MOVE gr-limit TO wt-limit(watch-count).
                IF gr-lead-days NUMERIC THEN
                    MOVE gr-lead-days TO wt-lead-days(watch-count)
                ELSE
                    MOVE 30 TO wt-lead-days(watch-count)
                END-IF.
                EXIT.

            load-the-default-list.
                MOVE 9 TO watch-count.
                MOVE "custmast.dat"    TO wt-name(1).
                MOVE "loanmast.dat"    TO wt-name(2).
                MOVE "loansched.dat"   TO wt-name(3).
                MOVE "custnote.dat"    TO wt-name(4).
                MOVE "corrections.jnl" TO wt-name(5).
                MOVE "message.log"     TO wt-name(6).
                MOVE "audit.log"       TO wt-name(7).
                MOVE "GENERATIONS"     TO wt-name(8).
                MOVE "FILESYSTEM"      TO wt-name(9).
                PERFORM VARYING watch-idx FROM 1 BY 1
                        UNTIL watch-idx > 9
                    MOVE "F" TO wt-kind(watch-idx)
                    MOVE 2000000000 TO wt-limit(watch-idx)
                    MOVE 30 TO wt-lead-days(watch-idx)
                END-PERFORM.
                MOVE "G" TO wt-kind(8).
                MOVE "S" TO wt-kind(9).
                MOVE 90 TO wt-limit(9).
                EXIT.

            print-one-line.
                DISPLAY "filegrow: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM filegrow.
