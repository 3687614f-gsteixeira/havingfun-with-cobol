        *> **********************************************************************
        *> achret - autopay return processing. A debit achorig.cob sent
        *> to the bank can come back days later - insufficient funds, an
        *> account closed, an authorization revoked. The bank's return
        *> file names each returned entry by its trace number; this job
        *> finds the settlement on achsetl.dat and undoes what the debit
        *> did:
        *>
        *>    released already (status P): the payment reached the loan
        *>        through payments.trn, so a pay-type "R" row goes to
        *>        payments.trn behind it - loanpost backs the payment
        *>        out exactly as it does a teller NSF - and the
        *>        settlement is marked B, backed out.
        *>    not yet released (status O): nothing reached the loan;
        *>        the settlement is marked R and is never released.
        *>
        *>    a return that says the account itself cannot be debited
        *>    again - anything but R01/R09 insufficient or uncollected
        *>    funds - also suspends the enrollment (status R, the
        *>    reason kept on ap-last-return), so achorig stops pulling
        *>    until the borrower re-enrolls through autoenrl. An NSF
        *>    return leaves the enrollment live for the next row.
        *>    Either way the returned row itself is never presented
        *>    again - it stays unpaid for the window or the partner.
        *>
        *>    usage: achret [return-file]      (default achret.dat)
        *>
        *>    the return file, one returned entry per line:
        *>      rr-trace       PIC 9(15)  the original entry's trace
        *>      rr-reason-code PIC X(3)   R01, R02 ...
        *>      rr-return-date PIC X(8)   YYYYMMDD (blank: the
        *>                                business date)
        *>
        *>    RETURN-CODE: 0 clean, 4 a return matched no settlement
        *>    or one already returned, 8 the files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. achret.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT return-file
                        ASSIGN TO DYNAMIC return-path-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS return-file-status.
                    SELECT settlement-file ASSIGN TO "achsetl.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS as-trace
                        FILE STATUS IS settlement-file-status.
                    SELECT autopay-file ASSIGN TO "autopay.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ap-loan-number
                        FILE STATUS IS autopay-file-status.
                    SELECT payment-file ASSIGN TO "payments.trn"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS payment-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  return-file.
                    01 return-record.
                        02 rr-trace       PIC 9(15).
                        02 rr-reason-code PIC X(3).
                            88 rr-is-funds-return VALUE "R01" "R09".
                        02 rr-return-date PIC X(8).
                FD  settlement-file.
                    COPY ACHSETL.
                FD  autopay-file.
                    COPY AUTOPAY.
                FD  payment-file.
                    01 payment-transaction.
                        02 pay-loan-number PIC 9(6).
                        02 pay-amount      PIC 9(9)V99.
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
            WORKING-STORAGE SECTION.
                01 return-file-status     PIC X(02) VALUE "00".
                01 settlement-file-status PIC X(02) VALUE "00".
                01 autopay-file-status    PIC X(02) VALUE "00".
                01 payment-file-status    PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cmd-line-args    PIC X(100) VALUE SPACES.
                01 return-path-name PIC X(100) VALUE "achret.dat".
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 settlement-found PIC 9 VALUE ZERO.
                    88 settlement-on-file VALUE 1.
                01 returns-read     PIC 9(6) VALUE ZEROS.
                01 returns-backed-out PIC 9(6) VALUE ZEROS.
                01 returns-before-release PIC 9(6) VALUE ZEROS.
                01 returns-unmatched PIC 9(6) VALUE ZEROS.
                01 enrollments-suspended PIC 9(6) VALUE ZEROS.
                01 returned-total   PIC 9(9)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 banner-job-name  PIC X(20) VALUE "ACHRET".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            IF cmd-line-args NOT = SPACES THEN
                MOVE FUNCTION TRIM(cmd-line-args)
                        TO return-path-name
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT return-file.
            IF return-file-status NOT = "00" THEN
                DISPLAY "achret: no return file "
                        FUNCTION TRIM(return-path-name)
                        " - nothing returned"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O settlement-file.
            IF settlement-file-status NOT = "00" THEN
                DISPLAY "achret: achsetl.dat not available (status "
                        settlement-file-status ")"
                CLOSE return-file
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O autopay-file.
            OPEN EXTEND payment-file.
            IF payment-file-status = "35" THEN
                OPEN OUTPUT payment-file
            END-IF.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ return-file
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND rr-trace NUMERIC THEN
                    ADD 1 TO returns-read
                    PERFORM apply-one-return
                END-IF
            END-PERFORM.
            CLOSE payment-file.
            CLOSE autopay-file.
            CLOSE settlement-file.
            CLOSE return-file.
            MOVE returned-total TO display-amount.
            DISPLAY "achret: " returns-read " return(s) read, "
                    returns-backed-out " backed out, "
                    returns-before-release " stopped before release, "
                    returns-unmatched " unmatched; "
                    FUNCTION TRIM(display-amount) " returned".
            DISPLAY "achret: " enrollments-suspended
                    " enrollment(s) suspended".
            MOVE returns-read TO banner-rec-count.
            IF returns-unmatched > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            apply-one-return.
                IF rr-return-date = SPACES THEN
                    MOVE cycle-date-stamp TO rr-return-date
                END-IF.
                MOVE 1 TO settlement-found.
                MOVE rr-trace TO as-trace.
                READ settlement-file
                    INVALID KEY MOVE 0 TO settlement-found
                END-READ.
                IF NOT settlement-on-file THEN
                    DISPLAY "achret: trace " rr-trace " "
                            rr-reason-code " - no such debit"
                    ADD 1 TO returns-unmatched
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN as-is-posted
                        PERFORM back-out-the-payment
                    WHEN as-is-originated
                        SET as-is-returned TO TRUE
                        ADD 1 TO returns-before-release
                    WHEN OTHER
                        DISPLAY "achret: trace " rr-trace
                                " already returned " as-return-reason
                        ADD 1 TO returns-unmatched
                        EXIT PARAGRAPH
                END-EVALUATE.
                MOVE rr-reason-code TO as-return-reason.
                MOVE rr-return-date TO as-return-date.
                REWRITE settlement-record.
                ADD as-amount TO returned-total.
                MOVE as-amount TO display-amount.
                DISPLAY "achret: loan " as-loan-number " row "
                        as-payment-num " " rr-reason-code " "
                        FUNCTION TRIM(display-amount) " returned".
                IF NOT rr-is-funds-return THEN
                    PERFORM suspend-the-enrollment
                END-IF.
                EXIT.

            *> the same "R" row the teller keys for a bounced check.
            back-out-the-payment.
                MOVE SPACES TO payment-transaction.
                MOVE as-loan-number TO pay-loan-number.
                MOVE as-amount TO pay-amount.
                MOVE rr-return-date TO pay-date.
                MOVE "R" TO pay-type.
                WRITE payment-transaction.
                SET as-is-backed-out TO TRUE.
                ADD 1 TO returns-backed-out.
                EXIT.

            suspend-the-enrollment.
                MOVE as-loan-number TO ap-loan-number.
                READ autopay-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF ap-is-suspended THEN
                    EXIT PARAGRAPH
                END-IF.
                SET ap-is-suspended TO TRUE.
                MOVE rr-reason-code TO ap-last-return.
                MOVE cycle-date-stamp TO ap-updated.
                REWRITE autopay-record.
                ADD 1 TO enrollments-suspended.
                DISPLAY "achret: loan " as-loan-number
                        " autopay suspended - " rr-reason-code.
                EXIT.

        END PROGRAM achret.
