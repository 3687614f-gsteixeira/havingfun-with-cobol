        *> **********************************************************************
        *> loanopt - loan servicing election maintenance. The choices a
        *> borrower makes about how their loan is serviced after it is
        *> boarded do not belong on the shared loan master layout; this
        *> command keeps them on loanopt.dat (LOANOPT), one record per
        *> loan, which the posting and servicing jobs read.
        *>
        *>    loanopt curtail <loan> <T|P>
        *>        what a principal-only payment does to the schedule:
        *>        T keep the payment and shorten the term (the default
        *>        for a loan with no election on file), P keep the
        *>        maturity date and lower the payment
        *>    loanopt show <loan>
        *>        the loan's elections as they stand, and the product
        *>        (fully amortizing, interest-only or balloon) loanadd
        *>        boarded it with - the product is set at boarding and
        *>        is not changed here
        *>
        *>    curtail signs the operator on through opersec and needs
        *>    the maintenance or supervisor role; each change is
        *>    journaled through jrnwrite.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanopt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
        DATA DIVISION.
            FILE SECTION.
                FD  option-file.
                    COPY LOANOPT.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 option-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(120) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-loan-number  PIC X(15) VALUE SPACES.
                01 arg-election     PIC X(15) VALUE SPACES.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 new-election     PIC X(1) VALUE SPACES.
                01 option-found     PIC 9 VALUE ZERO.
                    88 options-on-file VALUE 1.
                01 election-text    PIC X(30) VALUE SPACES.
                01 product-text     PIC X(40) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "LOANOPT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "LOANOPT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb, arg-loan-number, arg-election
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
            OPEN I-O option-file.
            IF option-file-status = "35" THEN
                OPEN OUTPUT option-file
                CLOSE option-file
                OPEN I-O option-file
            END-IF.
            IF option-file-status NOT = "00" THEN
                DISPLAY "loanopt: cannot open loanopt.dat, status "
                        option-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "curtail" PERFORM guard-then-curtail
                WHEN "show"    PERFORM show-the-options
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            CLOSE option-file.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: loanopt curtail <loan> <T|P>".
                DISPLAY "       loanopt show <loan>".
                EXIT.

            guard-then-curtail.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on OR NOT role-can-maintain THEN
                    DISPLAY "loanopt: maintenance role required - "
                            "election refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM set-the-curtail-election.
                EXIT.

            set-the-curtail-election.
                MOVE FUNCTION UPPER-CASE(arg-election(1:1))
                        TO new-election.
                IF new-election NOT = "T" AND new-election NOT = "P"
                        THEN
                    DISPLAY "loanopt: curtailment election must be "
                            "T (shorten the term) or P (lower the "
                            "payment)"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM verify-the-loan.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-options.
                MOVE SPACES TO journal-before.
                IF options-on-file THEN
                    STRING "CURTAIL " lo-curtail-election
                        DELIMITED BY SIZE INTO journal-before
                    END-STRING
                ELSE
                    MOVE SPACES TO loan-option-record
                    MOVE work-loan-number TO lo-loan-number
                    MOVE "F" TO lo-product-type
                    MOVE 0 TO lo-io-months
                    MOVE 0 TO lo-amort-term
                    MOVE "CURTAIL T (DEFAULT)" TO journal-before
                END-IF.
                MOVE new-election TO lo-curtail-election.
                MOVE signed-operator TO lo-updated-by.
                MOVE cycle-date-stamp TO lo-updated.
                IF options-on-file THEN
                    REWRITE loan-option-record
                ELSE
                    WRITE loan-option-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                MOVE SPACES TO journal-after.
                STRING "CURTAIL " lo-curtail-election
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE work-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE 1 TO banner-rec-count.
                PERFORM describe-the-election.
                DISPLAY "loanopt: loan " work-loan-number
                        " curtailments now " election-text.
                EXIT.

            show-the-options.
                PERFORM read-the-options.
                IF NOT options-on-file THEN
                    MOVE SPACES TO loan-option-record
                    MOVE work-loan-number TO lo-loan-number
                    MOVE "F" TO lo-product-type
                    DISPLAY "loanopt: loan " work-loan-number
                            " has no elections on file - defaults "
                            "apply"
                END-IF.
                PERFORM describe-the-election.
                DISPLAY "loanopt: loan " lo-loan-number
                        " curtailment " election-text.
                PERFORM describe-the-product.
                DISPLAY "         product " product-text.
                IF options-on-file THEN
                    DISPLAY "         last changed " lo-updated
                            " by " lo-updated-by
                END-IF.
                EXIT.

            describe-the-election.
                IF lo-keeps-the-maturity THEN
                    MOVE "P - KEEP MATURITY, LOWER PMT" TO election-text
                ELSE
                    MOVE "T - KEEP PMT, SHORTEN TERM" TO election-text
                END-IF.
                EXIT.

            describe-the-product.
                MOVE SPACES TO product-text.
                EVALUATE TRUE
                    WHEN lo-interest-only
                        STRING "I - INTEREST-ONLY " lo-io-months
                                " MONTHS" DELIMITED BY SIZE
                            INTO product-text
                        END-STRING
                    WHEN lo-balloon
                        STRING "B - BALLOON, AMORTIZED OVER "
                                lo-amort-term " MONTHS"
                                DELIMITED BY SIZE INTO product-text
                        END-STRING
                    WHEN OTHER
                        MOVE "F - FULLY AMORTIZING" TO product-text
                END-EVALUATE.
                EXIT.

            read-the-options.
                MOVE 1 TO option-found.
                MOVE work-loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY MOVE 0 TO option-found
                END-READ.
                EXIT.

            verify-the-loan.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    DISPLAY "loanopt: loanmast.dat not available"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "loanopt: loan " work-loan-number
                                " is not on the master"
                        MOVE 8 TO RETURN-CODE
                END-READ.
                CLOSE loan-master.
                EXIT.

        END PROGRAM loanopt.
