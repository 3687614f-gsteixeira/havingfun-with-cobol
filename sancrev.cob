        *> **********************************************************************
        *> sancrev - the compliance officer's side of the sanctions
        *> review queue sancscrn.cob fills on sancrev.dat (SANCHIT).
        *> A customer with a hit pending or confirmed can take no new
        *> loan and is paid nothing until the hit is cleared here.
        *>
        *>    sancrev list                     every hit not cleared,
        *>                                     to sancrev.rpt
        *>    sancrev clear <user> <entry>     a false positive - the
        *>                                     block comes off
        *>    sancrev confirm <user> <entry>   a true match - the
        *>                                     block stays
        *>
        *>    clear and confirm take a compliance sign-on, role C
        *>    (opersec.cob) - no other role, supervisor included, may
        *>    decide a hit. The officer and the date are kept on the
        *>    row and the decision journaled through jrnwrite under
        *>    the customer's user_id, tag SANC. list stays open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. sancrev.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT review-file ASSIGN TO "sancrev.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sr-key
                        FILE STATUS IS review-file-status.
                    SELECT report-file ASSIGN TO "sancrev.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  review-file.
                    COPY SANCHIT.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 review-file-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-user         PIC X(10) VALUE SPACES.
                01 arg-entry        PIC X(10) VALUE SPACES.
                01 new-status       PIC X(1) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 hits-pending     PIC 9(6) VALUE ZEROS.
                01 hits-confirmed   PIC 9(6) VALUE ZEROS.
                01 hits-cleared     PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Only the
                *> compliance role decides a hit.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-compliance VALUE "C".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "SANCREV".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "SANCREV".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-user arg-entry
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "list"    PERFORM list-the-open-hits
                WHEN "clear"
                    MOVE "C" TO new-status
                    PERFORM guard-then-decide
                WHEN "confirm"
                    MOVE "T" TO new-status
                    PERFORM guard-then-decide
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: sancrev list".
                DISPLAY "       sancrev clear <user> <entry>".
                DISPLAY "       sancrev confirm <user> <entry>".
                EXIT.

            list-the-open-hits.
                PERFORM read-the-business-date.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "SANCTIONS REVIEW QUEUE - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                OPEN INPUT review-file.
                IF review-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ review-file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            PERFORM list-one-hit
                        END-IF
                    END-PERFORM
                    CLOSE review-file
                END-IF.
                IF hits-pending + hits-confirmed = 0 THEN
                    MOVE "  none open" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " hits-pending " pending review, "
                        hits-confirmed " confirmed, "
                        hits-cleared " cleared"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                MOVE "sancrev.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                COMPUTE banner-rec-count =
                        hits-pending + hits-confirmed.
                IF hits-pending > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            list-one-hit.
                IF sr-is-cleared THEN
                    ADD 1 TO hits-cleared
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO print-text.
                IF sr-is-pending THEN
                    ADD 1 TO hits-pending
                    STRING sr-user-id " " sr-entry " PENDING   score "
                            sr-score " found " sr-found-date " by "
                            sr-source
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    ADD 1 TO hits-confirmed
                    STRING sr-user-id " " sr-entry " CONFIRMED score "
                            sr-score " on " sr-decided-date " by "
                            sr-decided-by
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "      customer: " sr-screened-name
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "                " sr-screened-address
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "      listed:   " sr-list-name " ["
                        FUNCTION TRIM(sr-list-program) "]"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            guard-then-decide.
                IF FUNCTION TRIM(arg-user) NOT NUMERIC
                        OR FUNCTION TRIM(arg-entry) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-business-date.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-is-compliance THEN
                    DISPLAY "sancrev: compliance role required - "
                            "decision refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM decide-the-hit.
                EXIT.

            decide-the-hit.
                OPEN I-O review-file.
                IF review-file-status NOT = "00" THEN
                    DISPLAY "sancrev: no sanctions review queue"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-user) TO sr-user-id.
                MOVE FUNCTION NUMVAL(arg-entry) TO sr-entry.
                READ review-file
                    INVALID KEY
                        DISPLAY "sancrev: no hit " sr-user-id "/"
                                sr-entry " on the queue"
                        MOVE 8 TO RETURN-CODE
                        CLOSE review-file
                        EXIT PARAGRAPH
                END-READ.
                IF sr-status = new-status THEN
                    DISPLAY "sancrev: hit " sr-user-id "/" sr-entry
                            " already decided " sr-status " on "
                            sr-decided-date " by "
                            FUNCTION TRIM(sr-decided-by)
                    MOVE 4 TO RETURN-CODE
                    CLOSE review-file
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING sr-status " SCORE " sr-score " "
                        sr-list-name
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                MOVE new-status TO sr-status.
                MOVE signed-operator TO sr-decided-by.
                MOVE cycle-date-stamp TO sr-decided-date.
                REWRITE sanction-hit-record.
                MOVE SPACES TO journal-after.
                STRING sr-status " ENTRY " sr-entry " ON "
                        sr-decided-date " BY " sr-decided-by
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE sr-user-id TO journal-key(1:4).
                MOVE "SANC" TO journal-key(6:4).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                CLOSE review-file.
                MOVE 1 TO banner-rec-count.
                IF sr-is-cleared THEN
                    DISPLAY "sancrev: hit " sr-user-id "/" sr-entry
                            " cleared - a false positive"
                ELSE
                    DISPLAY "sancrev: hit " sr-user-id "/" sr-entry
                            " confirmed - the customer stays blocked"
                END-IF.
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
                DISPLAY "sancrev: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM sancrev.
