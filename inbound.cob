        *> **********************************************************************
        *> inbound - the operator's side of the inbound-file registry
        *> inbreg.cob keeps on inbound.dat (INBOUND): what each
        *> partner feed has presented lately and what became of it,
        *> and the release of a file the partner resent on purpose.
        *>
        *>    inbound list [days]               the files presented
        *>                                      in the last days
        *>                                      (default 7), to
        *>                                      inbound.rpt
        *>    inbound release <feed> <arrival>  let a refused file
        *>                                      through once
        *>
        *>    release takes a supervisor sign-on, role S (opersec.cob),
        *>    and works on a row inbreg refused as a duplicate: the
        *>    next time the job is handed the same content it goes
        *>    ahead, and the release is used up. The supervisor and
        *>    the date are kept on the row and the release journaled
        *>    through jrnwrite under the feed name. list stays open,
        *>    and comes back RC 4 when it shows a refused file, a
        *>    failed one or a sequence gap.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. inbound.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT registry-file ASSIGN TO "inbound.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ir-key
                        FILE STATUS IS registry-file-status.
                    SELECT report-file ASSIGN TO "inbound.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  registry-file.
                    COPY INBOUND.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 registry-file-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-one          PIC X(16) VALUE SPACES.
                01 arg-two          PIC X(16) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 list-days        PIC 9(3) VALUE 7.
                01 today-date       PIC 9(8) VALUE ZEROS.
                01 since-date       PIC 9(8) VALUE ZEROS.
                01 since-integer    PIC 9(9) VALUE ZEROS.
                01 files-listed     PIC 9(6) VALUE ZEROS.
                01 files-refused    PIC 9(6) VALUE ZEROS.
                01 files-failed     PIC 9(6) VALUE ZEROS.
                01 files-gapped     PIC 9(6) VALUE ZEROS.
                01 status-word      PIC X(10) VALUE SPACES.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Only a
                *> supervisor releases a file.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "INBOUND".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "INBOUND".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-one arg-two
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "list"    PERFORM list-the-registry
                WHEN "release" PERFORM guard-then-release
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: inbound list [days]".
                DISPLAY "       inbound release <feed> <arrival>".
                EXIT.

            list-the-registry.
                IF arg-one NOT = SPACES THEN
                    IF FUNCTION TRIM(arg-one) NOT NUMERIC THEN
                        PERFORM show-usage
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE FUNCTION NUMVAL(arg-one) TO list-days
                END-IF.
                MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
                COMPUTE since-integer =
                        FUNCTION INTEGER-OF-DATE(today-date)
                        - list-days.
                COMPUTE since-date =
                        FUNCTION DATE-OF-INTEGER(since-integer).
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "INBOUND FILES SINCE " since-date
                        " - " today-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                OPEN INPUT registry-file.
                IF registry-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ registry-file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND ir-arrival(1:8) >= since-date THEN
                            PERFORM list-one-file
                        END-IF
                    END-PERFORM
                    CLOSE registry-file
                END-IF.
                IF files-listed = 0 THEN
                    MOVE "  no files presented" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " files-listed " file(s), "
                        files-refused " refused, " files-failed
                        " failed, " files-gapped " out of sequence"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                MOVE "inbound.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                MOVE files-listed TO banner-rec-count.
                IF files-refused > 0 OR files-failed > 0
                        OR files-gapped > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            list-one-file.
                ADD 1 TO files-listed.
                EVALUATE TRUE
                    WHEN ir-is-accepted
                        MOVE "IN FLIGHT" TO status-word
                    WHEN ir-is-processed
                        MOVE "PROCESSED" TO status-word
                    WHEN ir-is-failed
                        MOVE "FAILED" TO status-word
                        ADD 1 TO files-failed
                    WHEN ir-is-refused
                        MOVE "REFUSED" TO status-word
                        ADD 1 TO files-refused
                    WHEN ir-is-released
                        MOVE "RELEASED" TO status-word
                    WHEN ir-release-used
                        MOVE "RESENT" TO status-word
                    WHEN OTHER
                        MOVE ir-status TO status-word
                END-EVALUATE.
                MOVE SPACES TO print-text.
                STRING ir-feed " " ir-arrival " " status-word " "
                        FUNCTION TRIM(ir-file-name)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "      " ir-size " byte(s) " ir-records
                        " line(s) header " ir-header " sum "
                        ir-hash
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF ir-is-processed OR ir-is-failed THEN
                    MOVE SPACES TO print-text
                    STRING "      job took " ir-job-count
                            " record(s), finished " ir-finished-at
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                IF ir-match-of NOT = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "      matches the file of " ir-match-of
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                IF ir-released-by NOT = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "      released by " ir-released-by
                            " on " ir-released-date
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                IF ir-gap-note NOT = SPACES THEN
                    IF ir-gap-note(1:5) = "OUT O"
                            OR ir-gap-note(1:5) = "SEQUE" THEN
                        ADD 1 TO files-gapped
                    END-IF
                    MOVE SPACES TO print-text
                    STRING "      " ir-gap-note
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            guard-then-release.
                IF arg-one = SPACES OR arg-two = SPACES THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-is-supervisor THEN
                    DISPLAY "inbound: supervisor role required - "
                            "file not released"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM release-the-file.
                EXIT.

            release-the-file.
                OPEN I-O registry-file.
                IF registry-file-status NOT = "00" THEN
                    DISPLAY "inbound: no inbound-file registry"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(arg-one) TO ir-feed.
                MOVE arg-two TO ir-arrival.
                READ registry-file
                    INVALID KEY
                        DISPLAY "inbound: no " FUNCTION TRIM(arg-one)
                                " file presented at " arg-two
                        MOVE 8 TO RETURN-CODE
                        CLOSE registry-file
                        EXIT PARAGRAPH
                END-READ.
                IF NOT ir-is-refused THEN
                    DISPLAY "inbound: " FUNCTION TRIM(ir-feed) " "
                            ir-arrival " was not refused - "
                            "nothing to release"
                    MOVE 8 TO RETURN-CODE
                    CLOSE registry-file
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING "D " ir-arrival " "
                        FUNCTION TRIM(ir-file-name)
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                MOVE "R" TO ir-status.
                MOVE signed-operator TO ir-released-by.
                MOVE FUNCTION CURRENT-DATE(1:8) TO ir-released-date.
                REWRITE inbound-record
                    INVALID KEY
                        DISPLAY "inbound: release not recorded"
                        MOVE 8 TO RETURN-CODE
                        CLOSE registry-file
                        EXIT PARAGRAPH
                END-REWRITE.
                CLOSE registry-file.
                MOVE ir-feed TO journal-key.
                MOVE SPACES TO journal-after.
                STRING "R " ir-arrival " " ir-released-by
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                DISPLAY "inbound: " FUNCTION TRIM(ir-feed) " file "
                        FUNCTION TRIM(ir-file-name) " released by "
                        FUNCTION TRIM(signed-operator)
                        " - the job will take it next run".
                MOVE 1 TO banner-rec-count.
                EXIT.

            print-one-line.
                DISPLAY "inbound: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM inbound.
