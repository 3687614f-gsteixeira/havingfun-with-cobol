        *> **********************************************************************
        *> lienconf - the lien release desk's side of the worklist
        *> paidfull.cob opens on lienwork.dat (LIENWORK). A release
        *> stays open, and ages on paidfull's report every night,
        *> until the desk confirms here that it was filed with the
        *> titling or recording office.
        *>
        *>    lienconf list                         every open release
        *>    lienconf filed <loan> <seq> [date]    confirm one filed;
        *>                                          the filing date
        *>                                          defaults to the
        *>                                          business date
        *>
        *>    confirming takes a maintenance or supervisor sign-on
        *>    (opersec.cob); the operator is kept on the item and the
        *>    change journaled through jrnwrite. list stays open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. lienconf.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT worklist-file ASSIGN TO "lienwork.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lr-key
                        FILE STATUS IS worklist-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  worklist-file.
                    COPY LIENWORK.
            WORKING-STORAGE SECTION.
                01 worklist-file-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-loan         PIC X(10) VALUE SPACES.
                01 arg-seq          PIC X(10) VALUE SPACES.
                01 arg-date         PIC X(10) VALUE SPACES.
                01 filed-date       PIC X(8) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 releases-listed  PIC 9(6) VALUE ZEROS.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Confirming
                *> a filing takes maintenance or supervisor.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-may-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "LIENCONF".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "LIENCONF".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-loan arg-seq arg-date
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "list"  PERFORM list-the-open-releases
                WHEN "filed" PERFORM guard-then-confirm
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: lienconf list".
                DISPLAY "       lienconf filed <loan> <seq> [yyyymmdd]".
                EXIT.

            list-the-open-releases.
                OPEN INPUT worklist-file.
                IF worklist-file-status NOT = "00" THEN
                    DISPLAY "lienconf: no lien release worklist"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ worklist-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND lr-is-open THEN
                        ADD 1 TO releases-listed
                        DISPLAY "lienconf: " lr-loan-number "/"
                                lr-coll-seq " "
                                FUNCTION TRIM(lr-description) " ["
                                FUNCTION TRIM(lr-ident) "] due "
                                lr-release-due
                    END-IF
                END-PERFORM.
                CLOSE worklist-file.
                DISPLAY "lienconf: " releases-listed
                        " release(s) open".
                MOVE releases-listed TO banner-rec-count.
                EXIT.

            guard-then-confirm.
                IF FUNCTION TRIM(arg-loan) NOT NUMERIC
                        OR FUNCTION TRIM(arg-seq) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
                END-IF.
                IF arg-date = SPACES THEN
                    MOVE cycle-date-stamp TO filed-date
                ELSE
                    IF arg-date(1:8) NOT NUMERIC
                            OR arg-date(9:2) NOT = SPACES THEN
                        DISPLAY "lienconf: filing date "
                                FUNCTION TRIM(arg-date)
                                " is not a date"
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    IF FUNCTION TEST-DATE-YYYYMMDD(
                            FUNCTION NUMVAL(arg-date(1:8))) NOT = 0
                            OR arg-date(1:8) > cycle-date-stamp THEN
                        DISPLAY "lienconf: filing date "
                                arg-date(1:8) " is not a date on or "
                                "before the business date"
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE arg-date(1:8) TO filed-date
                END-IF.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-may-maintain THEN
                    DISPLAY "lienconf: maintenance role required - "
                            "confirmation refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM confirm-the-release.
                EXIT.

            confirm-the-release.
                OPEN I-O worklist-file.
                IF worklist-file-status NOT = "00" THEN
                    DISPLAY "lienconf: no lien release worklist"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-loan) TO lr-loan-number.
                MOVE FUNCTION NUMVAL(arg-seq) TO lr-coll-seq.
                READ worklist-file
                    INVALID KEY
                        DISPLAY "lienconf: no release " lr-loan-number
                                "/" lr-coll-seq " on the worklist"
                        MOVE 8 TO RETURN-CODE
                        CLOSE worklist-file
                        EXIT PARAGRAPH
                END-READ.
                IF NOT lr-is-open THEN
                    DISPLAY "lienconf: release " lr-loan-number "/"
                            lr-coll-seq " already confirmed filed "
                            lr-filed-date " by "
                            FUNCTION TRIM(lr-filed-by)
                    MOVE 4 TO RETURN-CODE
                    CLOSE worklist-file
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING "OPEN DUE " lr-release-due " "
                        lr-ident
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                SET lr-is-filed TO TRUE.
                MOVE filed-date TO lr-filed-date.
                MOVE signed-operator TO lr-filed-by.
                REWRITE lien-release-record.
                MOVE SPACES TO journal-after.
                STRING "FILED " lr-filed-date " BY " lr-filed-by
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE lr-key TO journal-key(1:9).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                CLOSE worklist-file.
                MOVE 1 TO banner-rec-count.
                DISPLAY "lienconf: release " lr-loan-number "/"
                        lr-coll-seq " confirmed filed " lr-filed-date.
                EXIT.

        END PROGRAM lienconf.
