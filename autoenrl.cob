        *> **********************************************************************
        *> autoenrl - autopay enrollment maintenance. Every payment used
        *> to arrive through the teller window (payentry) or a partner
        *> remittance (payremit); a borrower who wanted the payment
        *> pulled from the bank had no way to ask. This command keeps
        *> the enrollment file, autopay.dat (AUTOPAY), that the nightly
        *> origination job achorig.cob debits from.
        *>
        *>    autoenrl add <loan> <routing> <account> <C|S> <debit-day>
        *>                 [start-date] [stop-date]
        *>        enroll (or re-enroll) a loan: the bank routing number
        *>        must pass the ABA check digit, C checking / S
        *>        savings, debit-day 00 for the due date or 01-28 for
        *>        a fixed day of the due month; the start date defaults
        *>        to the cycle's business date
        *>    autoenrl stop <loan> [stop-date]
        *>        end the enrollment - no debit goes out for a row due
        *>        after the stop date (default: the business date)
        *>    autoenrl show <loan>
        *>        the enrollment as it stands, account number masked
        *>
        *>    add and stop sign the operator on through opersec and
        *>    need the maintenance or supervisor role; each change is
        *>    journaled through jrnwrite with the account masked to
        *>    its last four digits.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. autoenrl.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT autopay-file ASSIGN TO "autopay.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ap-loan-number
                        FILE STATUS IS autopay-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
        DATA DIVISION.
            FILE SECTION.
                FD  autopay-file.
                    COPY AUTOPAY.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 autopay-file-status PIC X(02) VALUE "00".
                01 loan-master-status  PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(120) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-loan-number  PIC X(15) VALUE SPACES.
                01 arg-routing      PIC X(15) VALUE SPACES.
                01 arg-account      PIC X(20) VALUE SPACES.
                01 arg-type         PIC X(5) VALUE SPACES.
                01 arg-debit-day    PIC X(5) VALUE SPACES.
                01 arg-start        PIC X(15) VALUE SPACES.
                01 arg-stop         PIC X(15) VALUE SPACES.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 work-routing     PIC 9(9) VALUE ZEROS.
                01 routing-digits REDEFINES work-routing.
                    02 routing-digit PIC 9 OCCURS 9 TIMES.
                01 check-sum        PIC 9(4) VALUE ZEROS.
                01 work-debit-day   PIC 99 VALUE ZEROS.
                01 date-integer     PIC 9(9) VALUE ZEROS.
                01 enrollment-found PIC 9 VALUE ZERO.
                    88 enrollment-on-file VALUE 1.
                01 account-length   PIC 99 VALUE ZEROS.
                01 masked-account   PIC X(17) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "AUTOENRL".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "AUTOENRL".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb, arg-loan-number, arg-routing,
                         arg-account, arg-type, arg-debit-day,
                         arg-start, arg-stop
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
            OPEN I-O autopay-file.
            IF autopay-file-status = "35" THEN
                OPEN OUTPUT autopay-file
                CLOSE autopay-file
                OPEN I-O autopay-file
            END-IF.
            IF autopay-file-status NOT = "00" THEN
                DISPLAY "autoenrl: cannot open autopay.dat, status "
                        autopay-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "add"  PERFORM guard-then-add
                WHEN "stop" PERFORM guard-then-stop
                WHEN "show" PERFORM show-the-enrollment
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            CLOSE autopay-file.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: autoenrl add <loan> <routing> "
                        "<account> <C|S> <debit-day> [start] [stop]".
                DISPLAY "       autoenrl stop <loan> [stop-date]".
                DISPLAY "       autoenrl show <loan>".
                EXIT.

            *> changing where a borrower's money is pulled from is a
            *> maintenance action - inquiry sign-ons are refused.
            guard-then-add.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on OR NOT role-can-maintain THEN
                    DISPLAY "autoenrl: maintenance role required - "
                            "enrollment refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM add-the-enrollment.
                EXIT.

            guard-then-stop.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on OR NOT role-can-maintain THEN
                    DISPLAY "autoenrl: maintenance role required - "
                            "stop refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM stop-the-enrollment.
                EXIT.

            add-the-enrollment.
                PERFORM verify-the-loan.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM verify-the-bank-details.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-enrollment.
                MOVE SPACES TO journal-before.
                IF enrollment-on-file THEN
                    PERFORM mask-the-account
                    STRING "AUTOPAY " ap-status " RT " ap-routing
                            " AC " masked-account " DAY "
                            ap-debit-day
                        DELIMITED BY SIZE INTO journal-before
                    END-STRING
                ELSE
                    MOVE SPACES TO autopay-record
                    MOVE work-loan-number TO ap-loan-number
                    MOVE 0 TO ap-last-payment-num
                END-IF.
                MOVE work-routing TO ap-routing.
                MOVE arg-account TO ap-account.
                MOVE FUNCTION UPPER-CASE(arg-type) TO ap-account-type.
                MOVE work-debit-day TO ap-debit-day.
                IF arg-start = SPACES THEN
                    MOVE cycle-date-stamp TO ap-start-date
                ELSE
                    MOVE arg-start(1:8) TO ap-start-date
                END-IF.
                IF arg-stop = SPACES THEN
                    MOVE SPACES TO ap-stop-date
                ELSE
                    MOVE arg-stop(1:8) TO ap-stop-date
                END-IF.
                SET ap-is-active TO TRUE.
                MOVE SPACES TO ap-last-return.
                MOVE signed-operator TO ap-enrolled-by.
                MOVE cycle-date-stamp TO ap-updated.
                IF enrollment-on-file THEN
                    REWRITE autopay-record
                ELSE
                    WRITE autopay-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                PERFORM mask-the-account.
                MOVE SPACES TO journal-after.
                STRING "AUTOPAY A RT " ap-routing " AC " masked-account
                        " DAY " ap-debit-day " FROM " ap-start-date
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                PERFORM journal-the-change.
                MOVE 1 TO banner-rec-count.
                DISPLAY "autoenrl: loan " work-loan-number
                        " enrolled for autopay from " ap-start-date.
                EXIT.

            stop-the-enrollment.
                PERFORM read-the-enrollment.
                IF NOT enrollment-on-file THEN
                    DISPLAY "autoenrl: loan " work-loan-number
                            " is not enrolled"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING "AUTOPAY " ap-status " STOP " ap-stop-date
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                IF arg-routing = SPACES THEN
                    MOVE cycle-date-stamp TO ap-stop-date
                ELSE
                    MOVE arg-routing(1:8) TO ap-stop-date
                END-IF.
                SET ap-is-stopped TO TRUE.
                MOVE cycle-date-stamp TO ap-updated.
                REWRITE autopay-record.
                MOVE SPACES TO journal-after.
                STRING "AUTOPAY S STOP " ap-stop-date
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                PERFORM journal-the-change.
                MOVE 1 TO banner-rec-count.
                DISPLAY "autoenrl: loan " work-loan-number
                        " autopay stopped from " ap-stop-date.
                EXIT.

            show-the-enrollment.
                PERFORM read-the-enrollment.
                IF NOT enrollment-on-file THEN
                    DISPLAY "autoenrl: loan " work-loan-number
                            " is not enrolled"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM mask-the-account.
                DISPLAY "autoenrl: loan " ap-loan-number " ["
                        ap-status "] routing " ap-routing " account "
                        masked-account " (" ap-account-type ")".
                DISPLAY "          debit day " ap-debit-day
                        " from " ap-start-date " to " ap-stop-date
                        ", last row pulled " ap-last-payment-num.
                IF ap-last-return NOT = SPACES THEN
                    DISPLAY "          last bank return "
                            ap-last-return
                END-IF.
                EXIT.

            read-the-enrollment.
                MOVE 1 TO enrollment-found.
                MOVE work-loan-number TO ap-loan-number.
                READ autopay-file
                    INVALID KEY MOVE 0 TO enrollment-found
                END-READ.
                EXIT.

            verify-the-loan.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    DISPLAY "autoenrl: loanmast.dat not available"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "autoenrl: loan " work-loan-number
                                " is not on the master"
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        IF NOT loan-is-active THEN
                            DISPLAY "autoenrl: loan "
                                    work-loan-number " is not active"
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-READ.
                CLOSE loan-master.
                EXIT.

            *> the ABA check digit: 3-7-1 weights across the nine
            *> digits must sum to a multiple of ten.
            verify-the-bank-details.
                IF arg-routing = SPACES
                        OR FUNCTION TRIM(arg-routing) NOT NUMERIC
                        OR arg-account = SPACES THEN
                    DISPLAY "autoenrl: routing and account required"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-routing) TO work-routing.
                COMPUTE check-sum =
                        3 * (routing-digit(1) + routing-digit(4)
                                + routing-digit(7))
                        + 7 * (routing-digit(2) + routing-digit(5)
                                + routing-digit(8))
                        + routing-digit(3) + routing-digit(6)
                        + routing-digit(9).
                IF work-routing = 0
                        OR FUNCTION MOD(check-sum, 10) NOT = 0 THEN
                    DISPLAY "autoenrl: routing " work-routing
                            " fails the check digit"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION UPPER-CASE(arg-type) NOT = "C"
                        AND FUNCTION UPPER-CASE(arg-type) NOT = "S" THEN
                    DISPLAY "autoenrl: account type must be C or S"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-debit-day = SPACES
                        OR FUNCTION TRIM(arg-debit-day) NOT NUMERIC THEN
                    MOVE 0 TO work-debit-day
                ELSE
                    MOVE FUNCTION NUMVAL(arg-debit-day)
                            TO work-debit-day
                END-IF.
                IF work-debit-day > 28 THEN
                    DISPLAY "autoenrl: debit day must be 00-28"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-start NOT = SPACES THEN
                    IF arg-start(1:8) NOT NUMERIC THEN
                        DISPLAY "autoenrl: start date must be YYYYMMDD"
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(arg-start(1:8)))
                    IF date-integer = 0 THEN
                        DISPLAY "autoenrl: start date is not a real "
                                "calendar day"
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                EXIT.

            *> only the last four digits of an account ever reach the
            *> console or the journal.
            mask-the-account.
                MOVE ALL "*" TO masked-account.
                MOVE 0 TO account-length.
                INSPECT FUNCTION REVERSE(ap-account)
                        TALLYING account-length FOR LEADING SPACES.
                COMPUTE account-length = 17 - account-length.
                IF account-length >= 4 THEN
                    MOVE ap-account(account-length - 3:4)
                            TO masked-account(14:4)
                END-IF.
                EXIT.

            journal-the-change.
                MOVE SPACES TO journal-key.
                MOVE work-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

        END PROGRAM autoenrl.
