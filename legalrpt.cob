        *> **********************************************************************
        *> legalrpt - the legal status review report. legalmnt.cob keeps
        *> each loan's bankruptcy or legal hold on loanlegal.dat
        *> (LOANLEGAL); this report is what the supervisors work it
        *> from, in two parts:
        *>
        *>      CHANGED       every loan whose legal status was changed
        *>                    in the last <days> days (7 when not
        *>                    given) - what it was, what it is, who
        *>                    changed it
        *>      NEEDS REVIEW  every loan a supervisor should look at:
        *>                    REVIEW DUE     its review date has come
        *>                    DISCHARGED     the bankruptcy was
        *>                                   discharged and the balance
        *>                                   is still on the book -
        *>                                   write it off, or note the
        *>                                   reaffirmation
        *>                    LOAN CLOSED    a hold is in force on a
        *>                                   loan no longer active -
        *>                                   the hold can be released
        *>                    NOT ON MASTER  a hold is in force on a
        *>                                   loan the master no longer
        *>                                   holds (archived or purged)
        *>
        *>    usage: legalrpt [days]
        *>
        *>    the report goes to legalrpt.rpt, the console and the
        *>    report repository.
        *>
        *>    RETURN-CODE: 0 nothing needs review, 4 something does,
        *>    8 the legal status file would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. legalrpt.
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
                    SELECT report-file ASSIGN TO "legalrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  loan-master.
                    COPY LOANREC.
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 legal-file-status  PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 loan-master-open   PIC 9 VALUE ZERO.
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 arg-days         PIC X(10) VALUE SPACES.
                01 lookback-days    PIC 9(3) VALUE 7.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 since-date       PIC X(8) VALUE SPACES.
                01 loan-found       PIC 9 VALUE ZERO.
                    88 loan-on-master VALUE 1.
                01 review-reason    PIC X(14) VALUE SPACES.
                01 loans-changed    PIC 9(6) VALUE ZEROS.
                01 loans-to-review  PIC 9(6) VALUE ZEROS.
                01 holds-in-force   PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "legalrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "LEGALRPT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO arg-days
            END-UNSTRING.
            IF arg-days NOT = SPACES THEN
                IF FUNCTION TRIM(arg-days) NOT NUMERIC THEN
                    DISPLAY "usage: legalrpt [days]"
                    MOVE 16 TO RETURN-CODE
                    MOVE 16 TO banner-retcode
                    CALL "jobbanner" USING banner-job-name, "E",
                            banner-rec-count, banner-retcode
                    GOBACK
                END-IF
                MOVE FUNCTION NUMVAL(arg-days) TO lookback-days
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE cycle-date-stamp TO date-num.
            COMPUTE date-num = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(date-num)
                    - lookback-days).
            MOVE date-num TO since-date.
            OPEN INPUT legal-file.
            IF legal-file-status NOT = "00" THEN
                DISPLAY "legalrpt: loanlegal.dat not available - no "
                        "legal status on file"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loan-master-open
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "LEGAL STATUS REVIEW - " cycle-date-stamp
                    " - CHANGES SINCE " since-date
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "CHANGED" TO print-text.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ legal-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0
                        AND ll-changed-date >= since-date THEN
                    PERFORM report-one-change
                END-IF
            END-PERFORM.
            IF loans-changed = 0 THEN
                MOVE "  none" TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "NEEDS REVIEW" TO print-text.
            PERFORM print-one-line.
            MOVE 0 TO ll-loan-number.
            START legal-file KEY >= ll-loan-number
                INVALID KEY CONTINUE
            END-START.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ legal-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM judge-one-status
                END-IF
            END-PERFORM.
            IF loans-to-review = 0 THEN
                MOVE "  none" TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " holds-in-force " hold(s) in force, "
                    loans-changed " changed, " loans-to-review
                    " to review"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF loan-master-open = 1 THEN
                CLOSE loan-master
            END-IF.
            CLOSE legal-file.
            MOVE loans-to-review TO banner-rec-count.
            IF loans-to-review > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            report-one-change.
                ADD 1 TO loans-changed.
                MOVE SPACES TO print-text.
                STRING "  " ll-loan-number " " ll-prior-status " -> "
                        ll-status " CH " ll-chapter " CASE "
                        ll-case-number " ON " ll-changed-date " BY "
                        ll-changed-by
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the reasons are judged in order and the first that
            *> fits is the one printed.
            judge-one-status.
                IF ll-hold-in-force THEN
                    ADD 1 TO holds-in-force
                ELSE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO loan-found.
                IF loan-master-open = 1 THEN
                    MOVE ll-loan-number TO loan-number
                    READ loan-master
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO loan-found
                    END-READ
                END-IF.
                MOVE SPACES TO review-reason.
                EVALUATE TRUE
                    WHEN NOT loan-on-master
                        MOVE "NOT ON MASTER" TO review-reason
                    WHEN NOT loan-is-active
                            AND NOT ll-is-discharged
                        MOVE "LOAN CLOSED" TO review-reason
                    WHEN ll-review-date NOT = SPACES
                            AND ll-review-date <= cycle-date-stamp
                        MOVE "REVIEW DUE" TO review-reason
                    WHEN ll-is-discharged AND loan-is-active
                            AND loan-balance > 0
                        MOVE "DISCHARGED" TO review-reason
                END-EVALUATE.
                IF review-reason = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO loans-to-review.
                MOVE 0 TO display-amount.
                IF loan-on-master THEN
                    MOVE loan-balance TO display-amount
                END-IF.
                MOVE SPACES TO print-text.
                STRING "  " ll-loan-number " " review-reason " "
                        ll-status " CH " ll-chapter " CASE "
                        ll-case-number " BAL " display-amount
                        " REVIEW " ll-review-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "legalrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM legalrpt.
