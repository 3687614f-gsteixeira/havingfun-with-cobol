        *>      header  "H" cycle-date 9(8)
        *>      detail  "D" loan-number 9(6), amount 9(9)V99 as 11
        *>              digits, paid-date 9(8) (zeros = the header's
        *>              cycle date), payment-type X(1) - blank or
        *>              P a payment, C a principal-only payment that
        *>              loanpost applies as a curtailment, V a
        *>              recovery remittance from a collection agency
        *>              on a written-off loan; any other type rejects
        *>              the file whole
        *>      trailer "T" detail-count 9(9), amount-total 9(11)V99
        *>              as 13 digits
        *>
        *>    every detail translated is also held against the
        *>    installment the loan expects - the next unpaid row's
        *>    principal and interest plus, on a loan with an escrow
        *>    account, the monthly escrow amount (see escrpost.cob).
        *>    A row that differs still goes to payments.trn - loanpost
        *>    parks the difference to suspense - but it is listed here
        *>    and counted, so a partner remitting the old principal-
        *>    and-interest figure for an escrowed loan is caught on
        *>    the night it happens. A principal-only row is not an
        *>    installment and is not held against one.
        *>
        *>    before anything is read the file goes through the
        *>    inbound-file registry (inbreg.cob): one the partner has
        *>    sent before - the same content, or the same header
        *>    cycle date - is refused, RC 8, until a supervisor
        *>    releases it (inbound.cob); a cycle date that skips a
        *>    business day is translated but turns the run RC 4.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. payremit.
                    SELECT payment-file ASSIGN TO "payments.trn"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS payment-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT reject-report ASSIGN TO "remitrej.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                        02 pay-amount      PIC 9(9)V99.
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  reject-report.
                    01 reject-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 layout-name      PIC X(12) VALUE "REMITDTL".
                01 layout-outcome   PIC 9 VALUE ZERO.
                    88 layout-was-loaded VALUE 1.
                01 fx-field-count   PIC 9(4) VALUE 5.
                01 fx-layout.
                    02 fx-layout-entry OCCURS 1 TO 50 TIMES
                            DEPENDING ON fx-field-count.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 work-amount      PIC 9(9)V99 VALUE ZEROS.
                01 work-paid-date   PIC X(8) VALUE SPACES.
                01 work-pay-type    PIC X(1) VALUE SPACES.
                    88 work-is-curtailment VALUE "C".
                01 type-is-bad      PIC 9 VALUE ZERO.
                01 curtailments-written PIC 9(6) VALUE ZEROS.
                01 rows-written     PIC 9(6) VALUE ZEROS.
                *> the installment each detail is held against.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-master-open     PIC 9 VALUE ZERO.
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 schedule-open        PIC 9 VALUE ZERO.
                01 expected-amount  PIC 9(9)V99 VALUE ZEROS.
                01 escrow-due       PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                01 rows-off-installment PIC 9(6) VALUE ZEROS.
                *> the inbound-file registry - see inbreg.cob.
                01 inbound-feed     PIC X(10) VALUE "PAYREMIT".
                01 inbound-count    PIC 9(9) VALUE ZEROS.
                01 inbound-outcome  PIC 9 VALUE ZERO.
                    88 inbound-was-refused VALUE 8.
                    88 inbound-has-gap     VALUE 4.
                01 print-text       PIC X(100) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "PAYREMIT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                        TO remit-path-name
            END-IF.
            PERFORM resolve-the-layout.
            CALL "inbreg" USING "C", inbound-feed, remit-path-name,
                    inbound-count, inbound-outcome.
            IF inbound-was-refused THEN
                DISPLAY "payremit: " FUNCTION TRIM(remit-path-name)
                        " refused by the inbound-file registry - "
                        "nothing translated"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM verify-the-file.
            IF file-was-rejected THEN
                CALL "inbreg" USING "F", inbound-feed,
                        remit-path-name, inbound-count,
                        inbound-outcome
                PERFORM report-the-rejection
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
            DISPLAY "payremit: " rows-written " payment(s) "
                    "translated to payments.trn for cycle "
                    header-cycle-date.
            DISPLAY "payremit: " curtailments-written
                    " of them principal-only".
            DISPLAY "payremit: " rows-off-installment
                    " payment(s) differ from the expected installment".
            MOVE rows-written TO inbound-count.
            CALL "inbreg" USING "P", inbound-feed, remit-path-name,
                    inbound-count, inbound-outcome.
            MOVE rows-written TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            *> a file taken in out of sequence is translated, but
            *> the run goes yellow.
            IF inbound-has-gap THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.
                CALL "loadlayout" USING layout-name, fx-field-count,
                        fx-layout, layout-outcome.
                IF NOT layout-was-loaded THEN
                    MOVE 5 TO fx-field-count
                    MOVE 1 TO fx-start(1)
                    MOVE 1 TO fx-length(1)
                    MOVE 2 TO fx-start(2)
                    MOVE 11 TO fx-length(3)
                    MOVE 19 TO fx-start(4)
                    MOVE 8 TO fx-length(4)
                    MOVE 27 TO fx-start(5)
                    MOVE 1 TO fx-length(5)
                END-IF.
                EXIT.

                                TO header-cycle-date
                    WHEN "D"
                        PERFORM parse-one-detail
                        IF type-is-bad = 1 THEN
                            DISPLAY "payremit: loan "
                                    work-loan-number " payment type '"
                                    fx-value(5)(1:1)
                                    "' not recognized - file "
                                    "rejected whole"
                            MOVE 1 TO file-is-bad
                        END-IF
                        ADD 1 TO detail-count
                        ADD work-amount TO detail-amount
                    WHEN "T"
                        OR work-paid-date = "00000000" THEN
                    MOVE header-cycle-date TO work-paid-date
                END-IF.
                *> a layout that predates the type column reads as
                *> plain payments.
                MOVE SPACE TO work-pay-type.
                MOVE 0 TO type-is-bad.
                IF fx-field-count >= 5 THEN
                    MOVE FUNCTION UPPER-CASE(fx-value(5)(1:1))
                            TO work-pay-type
                END-IF.
                EVALUATE work-pay-type
                    WHEN SPACE
                    WHEN "P"
                        MOVE SPACE TO work-pay-type
                    WHEN "C"
                    WHEN "V"
                        CONTINUE
                    WHEN OTHER
                        MOVE 1 TO type-is-bad
                END-EVALUATE.
                EXIT.

            *> the verified details again, this time onto the end of
            *> payments.trn - the same shape, the same consumer.
            translate-the-details.
                OPEN INPUT remit-file.
                OPEN INPUT loan-master.
                IF loan-master-status = "00" THEN
                    MOVE 1 TO loan-master-open
                END-IF.
                OPEN INPUT loan-schedule.
                IF loan-schedule-status = "00" THEN
                    MOVE 1 TO schedule-open
                END-IF.
                OPEN EXTEND payment-file.
                IF payment-file-status = "35" THEN
                    OPEN OUTPUT payment-file
                        MOVE work-loan-number TO pay-loan-number
                        MOVE work-amount TO pay-amount
                        MOVE work-paid-date TO pay-date
                        MOVE work-pay-type TO pay-type
                        WRITE payment-transaction
                        ADD 1 TO rows-written
                        IF work-is-curtailment THEN
                            ADD 1 TO curtailments-written
                        ELSE
                            PERFORM check-the-installment
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE payment-file.
                IF schedule-open = 1 THEN
                    CLOSE loan-schedule
                END-IF.
                IF loan-master-open = 1 THEN
                    CLOSE loan-master
                END-IF.
                CLOSE remit-file.
                EXIT.

            *> principal and interest off the next unpaid row plus
            *> the escrow share; a loan or row not on file is left to
            *> loanpost's reject trail.
            check-the-installment.
                IF loan-master-open = 0
                        OR schedule-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE work-loan-number TO sched-loan-number.
                COMPUTE sched-payment-num = loan-payments-made + 1.
                READ loan-schedule
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                CALL "escrpost" USING "Q", work-loan-number,
                        escrow-due, work-paid-date, escrow-outcome.
                COMPUTE expected-amount = sched-principal-amt
                        + sched-interest-amt + escrow-due.
                IF work-amount NOT = expected-amount THEN
                    ADD 1 TO rows-off-installment
                    DISPLAY "payremit: loan " work-loan-number
                            " remitted " work-amount
                            " - installment is " expected-amount
                END-IF.
                EXIT.

            report-the-rejection.
                OPEN OUTPUT reject-report.
                MOVE SPACES TO print-text.
