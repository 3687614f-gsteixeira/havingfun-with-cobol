        *> **********************************************************************
        *> fraudrev - the reviewer's side of the account-takeover red
        *> flags redflag.cob raises nightly on fraudq.dat (FRAUDQ). A
        *> customer shows as under fraud review in custinq.cob for as
        *> long as any flag of theirs is open.
        *>
        *>    fraudrev list                    every open flag and the
        *>                                     events behind it, to
        *>                                     fraudrev.rpt
        *>    fraudrev clear <user>            the customer's open
        *>                                     flags worked and closed
        *>
        *>    clear takes a supervisor sign-on, role S (opersec.cob).
        *>    The reviewer and the date are kept on each flag and the
        *>    clearing journaled through jrnwrite under the customer's
        *>    user_id, tag FRAD, one row per flag. list stays open.
        *>    A cleared flag stays on the queue, so the same events
        *>    are not flagged again.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. fraudrev.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fraud-queue ASSIGN TO "fraudq.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fq-key
                        FILE STATUS IS fraud-queue-status.
                    SELECT report-file ASSIGN TO "fraudrev.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  fraud-queue.
                    COPY FRAUDQ.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 fraud-queue-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-user         PIC X(10) VALUE SPACES.
                01 clear-user       PIC 9(4) VALUE ZEROS.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 event-slot       PIC 9 VALUE ZERO.
                01 flags-open       PIC 9(6) VALUE ZEROS.
                01 flags-cleared    PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Only a
                *> supervisor closes a flag.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "FRAUDREV".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "FRAUDREV".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-user
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "list"    PERFORM list-the-open-flags
                WHEN "clear"   PERFORM guard-then-clear
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: fraudrev list".
                DISPLAY "       fraudrev clear <user>".
                EXIT.

            list-the-open-flags.
                PERFORM read-the-business-date.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "FRAUD REVIEW QUEUE - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                OPEN INPUT fraud-queue.
                IF fraud-queue-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ fraud-queue NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            PERFORM list-one-flag
                        END-IF
                    END-PERFORM
                    CLOSE fraud-queue
                END-IF.
                IF flags-open = 0 THEN
                    MOVE "  none open" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " flags-open " open, "
                        flags-cleared " cleared"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                MOVE "fraudrev.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                MOVE flags-open TO banner-rec-count.
                IF flags-open > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            list-one-flag.
                IF fq-is-cleared THEN
                    ADD 1 TO flags-cleared
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO flags-open.
                MOVE SPACES TO print-text.
                STRING fq-user-id " " fq-rule " raised "
                        fq-found-date " on the event of "
                        fq-trigger
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING event-slot FROM 1 BY 1
                        UNTIL event-slot > fq-event-count
                            OR event-slot > 5
                    MOVE SPACES TO print-text
                    STRING "      " fq-event(event-slot)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM.
                EXIT.

            guard-then-clear.
                IF FUNCTION TRIM(arg-user) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-business-date.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-is-supervisor THEN
                    DISPLAY "fraudrev: supervisor role required - "
                            "flags not cleared"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM clear-the-flags.
                EXIT.

            *> every open flag of the customer's, one REWRITE and one
            *> journal row apiece.
            clear-the-flags.
                OPEN I-O fraud-queue.
                IF fraud-queue-status NOT = "00" THEN
                    DISPLAY "fraudrev: no fraud review queue"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-user) TO clear-user.
                MOVE clear-user TO fq-user-id.
                MOVE LOW-VALUES TO fq-rule.
                MOVE LOW-VALUES TO fq-trigger.
                MOVE 0 TO end_of_file.
                START fraud-queue KEY >= fq-key
                    INVALID KEY MOVE 1 TO end_of_file
                END-START.
                PERFORM UNTIL end_of_file = 1
                    READ fraud-queue NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND fq-user-id NOT = clear-user THEN
                        MOVE 1 TO end_of_file
                    END-IF
                    IF end_of_file = 0 AND fq-is-open THEN
                        PERFORM clear-one-flag
                    END-IF
                END-PERFORM.
                CLOSE fraud-queue.
                MOVE flags-cleared TO banner-rec-count.
                IF flags-cleared = 0 THEN
                    DISPLAY "fraudrev: customer " clear-user
                            " has no open red flag"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    DISPLAY "fraudrev: customer " clear-user " - "
                            flags-cleared " red flag(s) cleared"
                END-IF.
                EXIT.

            clear-one-flag.
                MOVE SPACES TO journal-before.
                STRING fq-status " " fq-rule " " fq-trigger
                        " FOUND " fq-found-date
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                SET fq-is-cleared TO TRUE.
                MOVE signed-operator TO fq-cleared-by.
                MOVE cycle-date-stamp TO fq-cleared-date.
                REWRITE fraud-flag-record.
                MOVE SPACES TO journal-after.
                STRING fq-status " " fq-rule " ON " fq-cleared-date
                        " BY " fq-cleared-by
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE fq-user-id TO journal-key(1:4).
                MOVE "FRAD" TO journal-key(6:4).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                ADD 1 TO flags-cleared.
                EXIT.

            read-the-business-date.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "fraudrev: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM fraudrev.
