        *> **********************************************************************
        *> legalmnt - legal status maintenance. When a borrower files
        *> bankruptcy we are barred from collecting from them, and an
        *> attorney-represented borrower in litigation with us may only
        *> be contacted through counsel; this command keeps that status
        *> on loanlegal.dat (LOANLEGAL), one record per loan, and the
        *> fee, aging, letter, collections and portfolio programs honor
        *> it.
        *>
        *>    legalmnt file <loan> <chapter> <case> [yyyymmdd]
        *>        the borrower has filed - chapter 7, 11 or 13, the
        *>        court's case number and the filed date (the business
        *>        date when left off); the stay is in force (B)
        *>    legalmnt hold <loan> <case> [yyyymmdd]
        *>        another legal hold - litigation, a represented
        *>        borrower (L)
        *>    legalmnt attorney <loan> <name ...>
        *>        the borrower's attorney, the rest of the line
        *>    legalmnt discharge <loan> [yyyymmdd]
        *>    legalmnt dismiss <loan> [yyyymmdd]
        *>        the bankruptcy ended - discharged (D, still no
        *>        collecting) or dismissed (X, the stay is lifted)
        *>    legalmnt release <loan> [yyyymmdd]
        *>        a hold lifted, or entered in error (R)
        *>    legalmnt review <loan> <yyyymmdd>
        *>        when a supervisor should look at the loan again; a
        *>        filing or hold sets it 90 days out, a discharge 30
        *>        days out (write the balance off, or reaffirmed?)
        *>    legalmnt show <loan>
        *>
        *>    every change takes a supervisor sign-on (opersec.cob),
        *>    stamps the operator and business date on the record and
        *>    is journaled through jrnwrite. show stays open. See
        *>    legalrpt.cob for the review report.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. legalmnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
        DATA DIVISION.
            FILE SECTION.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 legal-file-status  PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(120) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-loan-number  PIC X(15) VALUE SPACES.
                01 rest-pointer     PIC 9(3) VALUE ZEROS.
                01 rest-of-line     PIC X(120) VALUE SPACES.
                01 arg-second       PIC X(20) VALUE SPACES.
                01 arg-third        PIC X(20) VALUE SPACES.
                01 arg-fourth       PIC X(20) VALUE SPACES.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 legal-found      PIC 9 VALUE ZERO.
                    88 legal-on-file VALUE 1.
                *> a date keyed on the command line, once judged.
                01 arg-date         PIC X(20) VALUE SPACES.
                01 taken-date       PIC X(8) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 review-days      PIC 9(3) VALUE ZEROS.
                01 status-text      PIC X(30) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Legal status
                *> is a supervisor's call.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "LEGALMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "LEGALMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            MOVE 1 TO rest-pointer.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb, arg-loan-number
                    WITH POINTER rest-pointer
            END-UNSTRING.
            IF rest-pointer <= 120 THEN
                MOVE cmd-full-line(rest-pointer:) TO rest-of-line
            END-IF.
            UNSTRING rest-of-line DELIMITED BY ALL SPACE
                    INTO arg-second, arg-third, arg-fourth
            END-UNSTRING.
            IF arg-loan-number = SPACES
                    OR FUNCTION TRIM(arg-loan-number) NOT NUMERIC THEN
                PERFORM show-usage
                MOVE 16 TO RETURN-CODE
                MOVE 16 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE FUNCTION NUMVAL(arg-loan-number) TO work-loan-number.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN I-O legal-file.
            IF legal-file-status = "35" THEN
                OPEN OUTPUT legal-file
                CLOSE legal-file
                OPEN I-O legal-file
            END-IF.
            IF legal-file-status NOT = "00" THEN
                DISPLAY "legalmnt: cannot open loanlegal.dat, status "
                        legal-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "show"      PERFORM show-the-status
                WHEN "file"      PERFORM guard-then-change
                WHEN "hold"      PERFORM guard-then-change
                WHEN "attorney"  PERFORM guard-then-change
                WHEN "discharge" PERFORM guard-then-change
                WHEN "dismiss"   PERFORM guard-then-change
                WHEN "release"   PERFORM guard-then-change
                WHEN "review"    PERFORM guard-then-change
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            CLOSE legal-file.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: legalmnt file <loan> <chapter> <case> "
                        "[yyyymmdd]".
                DISPLAY "       legalmnt hold <loan> <case> [yyyymmdd]".
                DISPLAY "       legalmnt attorney <loan> <name ...>".
                DISPLAY "       legalmnt discharge|dismiss|release "
                        "<loan> [yyyymmdd]".
                DISPLAY "       legalmnt review <loan> <yyyymmdd>".
                DISPLAY "       legalmnt show <loan>".
                EXIT.

            *> the sign-on, the loan and the record as it stands, then
            *> the change itself; each change paragraph leaves
            *> RETURN-CODE nonzero when it refuses.
            guard-then-change.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-is-supervisor THEN
                    DISPLAY "legalmnt: supervisor role required - "
                            "change refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM verify-the-loan.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-status.
                MOVE SPACES TO journal-before.
                IF legal-on-file THEN
                    PERFORM describe-into-before
                ELSE
                    MOVE "NO LEGAL STATUS" TO journal-before
                    MOVE SPACES TO loan-legal-record
                    MOVE work-loan-number TO ll-loan-number
                END-IF.
                EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                    WHEN "file"      PERFORM file-the-bankruptcy
                    WHEN "hold"      PERFORM place-the-hold
                    WHEN "attorney"  PERFORM name-the-attorney
                    WHEN "discharge" PERFORM discharge-the-case
                    WHEN "dismiss"   PERFORM dismiss-the-case
                    WHEN "release"   PERFORM release-the-hold
                    WHEN "review"    PERFORM set-the-review
                END-EVALUATE.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE cycle-date-stamp TO ll-changed-date.
                MOVE signed-operator TO ll-changed-by.
                IF legal-on-file THEN
                    REWRITE loan-legal-record
                ELSE
                    WRITE loan-legal-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                MOVE SPACES TO journal-after.
                STRING "ST " ll-status " CH " ll-chapter " "
                        ll-case-number " RV " ll-review-date
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE work-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE 1 TO banner-rec-count.
                PERFORM describe-the-status.
                DISPLAY "legalmnt: loan " work-loan-number " now "
                        FUNCTION TRIM(status-text).
                EXIT.

            describe-into-before.
                STRING "ST " ll-status " CH " ll-chapter " "
                        ll-case-number " RV " ll-review-date
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                EXIT.

            *> a new filing - after a dismissal or release the
            *> borrower may well file again; over a case still open
            *> or discharged it is refused.
            file-the-bankruptcy.
                IF ll-in-bankruptcy OR ll-is-discharged THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " already has bankruptcy case "
                            FUNCTION TRIM(ll-case-number)
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-second NOT = "7" AND arg-second NOT = "11"
                        AND arg-second NOT = "13" THEN
                    DISPLAY "legalmnt: chapter must be 7, 11 or 13"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-third = SPACES THEN
                    DISPLAY "legalmnt: a filing needs the case number"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-fourth TO arg-date.
                PERFORM take-the-date.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ll-status TO ll-prior-status.
                SET ll-in-bankruptcy TO TRUE.
                MOVE arg-second TO ll-chapter.
                MOVE arg-third TO ll-case-number.
                MOVE taken-date TO ll-filed-date.
                MOVE SPACES TO ll-resolved-date.
                MOVE 90 TO review-days.
                PERFORM review-days-out.
                EXIT.

            place-the-hold.
                IF ll-hold-in-force THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " is already under a legal hold"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-second = SPACES THEN
                    DISPLAY "legalmnt: a hold needs the case or "
                            "matter number"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-third TO arg-date.
                PERFORM take-the-date.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ll-status TO ll-prior-status.
                SET ll-other-legal-hold TO TRUE.
                MOVE SPACES TO ll-chapter.
                MOVE arg-second TO ll-case-number.
                MOVE taken-date TO ll-filed-date.
                MOVE SPACES TO ll-resolved-date.
                MOVE 90 TO review-days.
                PERFORM review-days-out.
                EXIT.

            name-the-attorney.
                IF NOT legal-on-file THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " has no legal status on file"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF rest-of-line = SPACES THEN
                    DISPLAY "legalmnt: no attorney name given"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(rest-of-line) TO ll-attorney.
                EXIT.

            discharge-the-case.
                IF NOT ll-in-bankruptcy THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " has no open bankruptcy to discharge"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-second TO arg-date.
                PERFORM take-the-date.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ll-status TO ll-prior-status.
                SET ll-is-discharged TO TRUE.
                MOVE taken-date TO ll-resolved-date.
                MOVE 30 TO review-days.
                PERFORM review-days-out.
                EXIT.

            dismiss-the-case.
                IF NOT ll-in-bankruptcy THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " has no open bankruptcy to dismiss"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-second TO arg-date.
                PERFORM take-the-date.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ll-status TO ll-prior-status.
                SET ll-is-dismissed TO TRUE.
                MOVE taken-date TO ll-resolved-date.
                MOVE SPACES TO ll-review-date.
                EXIT.

            release-the-hold.
                IF NOT ll-hold-in-force THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " has no legal hold in force"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-second TO arg-date.
                PERFORM take-the-date.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ll-status TO ll-prior-status.
                SET ll-is-released TO TRUE.
                MOVE taken-date TO ll-resolved-date.
                MOVE SPACES TO ll-review-date.
                EXIT.

            *> a review date may lie ahead of the business date, so
            *> it is judged here rather than by take-the-date.
            set-the-review.
                IF NOT legal-on-file THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " has no legal status on file"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-second(1:8) NOT NUMERIC
                        OR arg-second(9:) NOT = SPACES THEN
                    DISPLAY "legalmnt: review date must be yyyymmdd"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(arg-second(1:8))) NOT = 0 THEN
                    DISPLAY "legalmnt: review date "
                            arg-second(1:8) " is not a date"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-second(1:8) TO ll-review-date.
                EXIT.

            *> a filing, discharge, dismissal or release date: the
            *> business date when none is given, never a date after
            *> it.
            take-the-date.
                IF arg-date = SPACES THEN
                    MOVE cycle-date-stamp TO taken-date
                    EXIT PARAGRAPH
                END-IF.
                IF arg-date(1:8) NOT NUMERIC
                        OR arg-date(9:) NOT = SPACES THEN
                    DISPLAY "legalmnt: " FUNCTION TRIM(arg-date)
                            " is not a date"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(arg-date(1:8))) NOT = 0
                        OR arg-date(1:8) > cycle-date-stamp THEN
                    DISPLAY "legalmnt: " arg-date(1:8)
                            " is not a date on or before the "
                            "business date"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-date(1:8) TO taken-date.
                EXIT.

            review-days-out.
                MOVE cycle-date-stamp TO date-num.
                COMPUTE date-num = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(date-num)
                        + review-days).
                MOVE date-num TO ll-review-date.
                EXIT.

            show-the-status.
                PERFORM read-the-status.
                IF NOT legal-on-file THEN
                    DISPLAY "legalmnt: loan " work-loan-number
                            " has no legal status on file"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-the-status.
                DISPLAY "legalmnt: loan " ll-loan-number " "
                        FUNCTION TRIM(status-text).
                IF ll-chapter NOT = SPACES THEN
                    DISPLAY "         chapter  " ll-chapter
                END-IF.
                DISPLAY "         case     "
                        FUNCTION TRIM(ll-case-number)
                        " filed " ll-filed-date.
                IF ll-attorney NOT = SPACES THEN
                    DISPLAY "         attorney "
                            FUNCTION TRIM(ll-attorney)
                END-IF.
                IF ll-resolved-date NOT = SPACES THEN
                    DISPLAY "         resolved " ll-resolved-date
                END-IF.
                IF ll-review-date NOT = SPACES THEN
                    DISPLAY "         review   " ll-review-date
                END-IF.
                DISPLAY "         changed  " ll-changed-date " by "
                        FUNCTION TRIM(ll-changed-by)
                        " (was " ll-prior-status ")".
                EXIT.

            describe-the-status.
                EVALUATE TRUE
                    WHEN ll-in-bankruptcy
                        MOVE "B - IN BANKRUPTCY, STAY IN FORCE"
                                TO status-text
                    WHEN ll-is-discharged
                        MOVE "D - BANKRUPTCY DISCHARGED" TO status-text
                    WHEN ll-is-dismissed
                        MOVE "X - BANKRUPTCY DISMISSED" TO status-text
                    WHEN ll-other-legal-hold
                        MOVE "L - LEGAL HOLD" TO status-text
                    WHEN ll-is-released
                        MOVE "R - RELEASED" TO status-text
                    WHEN OTHER
                        MOVE "NO LEGAL STATUS" TO status-text
                END-EVALUATE.
                EXIT.

            read-the-status.
                MOVE 1 TO legal-found.
                MOVE work-loan-number TO ll-loan-number.
                READ legal-file
                    INVALID KEY MOVE 0 TO legal-found
                END-READ.
                EXIT.

            verify-the-loan.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    DISPLAY "legalmnt: loanmast.dat not available"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "legalmnt: loan " work-loan-number
                                " is not on the master"
                        MOVE 8 TO RETURN-CODE
                END-READ.
                CLOSE loan-master.
                EXIT.

        END PROGRAM legalmnt.
