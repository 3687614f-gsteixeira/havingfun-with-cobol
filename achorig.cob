        *> **********************************************************************
        *> achorig - nightly autopay origination. Borrowers enrolled
        *> through autoenrl.cob (autopay.dat) have their scheduled
        *> payment pulled from their bank account instead of carried to
        *> the teller window: this job picks every live enrollment whose
        *> loan's next unpaid loansched.dat row falls due within the
        *> lead window, records one settlement per debit on achsetl.dat
        *> (ACHSETL), and writes the night's debits to the bank as
        *> achdebit.dat, an ACH file with its batch header and control
        *> totals. The payment itself reaches the loan the way every
        *> other payment does - a settlement whose effective date has
        *> arrived is released into payments.trn with pay-type "A" for
        *> loanpost to apply, and a returned debit comes back through
        *> achret.cob as a pay-type "R" reversal.
        *>
        *>    autopay.ctl, one line, in the latefee.ctl control-file
        *>    style:
        *>      apc-lead-days     PIC 9(2)   business days ahead of the
        *>                                   debit date to originate
        *>      apc-odfi-routing  PIC 9(9)   our bank - the immediate
        *>                                   destination, and the
        *>                                   trace-number prefix
        *>      apc-company-id    PIC X(10)  the ACH company id
        *>      apc-company-name  PIC X(16)
        *>    a missing file falls back to a two-day lead with the
        *>    company fields blank - the file still builds, but the
        *>    bank will refuse it until the control file is set up.
        *>
        *>    selection, per enrollment: status active, the business
        *>    date inside its start/stop dates, the loan active on the
        *>    master, and the loan's next unpaid row not already pulled
        *>    (ap-last-payment-num), and the loan under no bankruptcy
        *>    or legal hold on loanlegal.dat - the stay bars a
        *>    pre-authorised debit as it bars any other collection,
        *>    so a held loan is passed over and counted, and pulled
        *>    again once legalmnt releases it. The debit date is the row's due
        *>    date, or the enrollment's debit day in the month the row
        *>    falls due, rolled forward past weekends and holidays.dat
        *>    days; the row is originated once that date is no more
        *>    than the lead days' business days away. A debit date
        *>    already behind the business date settles on the next
        *>    business day instead - the ACH network never back-dates.
        *>    The debit is the row's principal and interest plus, on a
        *>    loan with an escrow account, the monthly escrow amount
        *>    (see escrpost.cob) - loanpost splits the escrow back out.
        *>
        *>    achdebit.dat, 94-character records as the bank takes
        *>    them: file header "1", one "5" batch header per
        *>    effective date (PPD, service class 225 debits only),
        *>    the "6" entries (transaction code 27 checking / 37
        *>    savings), the "8" batch control with entry count, entry
        *>    hash and debit total, the "9" file control, and "9"-fill
        *>    to a full block of ten. The file is rebuilt from every
        *>    settlement originated under the business date, so a
        *>    rerun hands the bank the same file, never a second pull.
        *>
        *>    RETURN-CODE: 0 clean, 4 an enrollment was passed over
        *>    (row missing, loan not on file), 8 a file would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. achorig.
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
                    SELECT settlement-file ASSIGN TO "achsetl.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS as-trace
                        FILE STATUS IS settlement-file-status.
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
                    SELECT holiday-file ASSIGN TO "holidays.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS holiday-date
                        FILE STATUS IS holiday-file-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT autopay-control ASSIGN TO "autopay.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS autopay-control-status.
                    SELECT payment-file ASSIGN TO "payments.trn"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS payment-file-status.
                    SELECT debit-file ASSIGN TO "achdebit.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS debit-file-status.
                    *> tonight's settlements in effective-date order,
                    *> one batch per date.
                    SELECT debit-sorted ASSIGN TO "achorig.st1"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT debit-sort-work ASSIGN TO "achorig.sw1".
        DATA DIVISION.
            FILE SECTION.
                FD  autopay-file.
                    COPY AUTOPAY.
                FD  settlement-file.
                    COPY ACHSETL.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  holiday-file.
                    01 holiday-record.
                        02 holiday-date PIC 9(8).
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  autopay-control.
                    01 autopay-control-record.
                        02 apc-lead-days    PIC 9(2).
                        02 apc-odfi-routing PIC 9(9).
                        02 apc-company-id   PIC X(10).
                        02 apc-company-name PIC X(16).
                FD  payment-file.
                    01 payment-transaction.
                        02 pay-loan-number PIC 9(6).
                        02 pay-amount      PIC 9(9)V99.
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
                *> one ACH record, read five ways by its record type
                *> in position one.
                FD  debit-file.
                    01 ach-record          PIC X(94).
                    01 ach-file-header.
                        02 fh-record-type   PIC X(1).
                        02 fh-priority      PIC X(2).
                        02 fh-destination   PIC X(10).
                        02 fh-origin        PIC X(10).
                        02 fh-creation-date PIC X(6).
                        02 fh-creation-time PIC X(4).
                        02 fh-id-modifier   PIC X(1).
                        02 fh-record-size   PIC X(3).
                        02 fh-blocking      PIC X(2).
                        02 fh-format-code   PIC X(1).
                        02 fh-dest-name     PIC X(23).
                        02 fh-origin-name   PIC X(23).
                        02 fh-reference     PIC X(8).
                    01 ach-batch-header.
                        02 bh-record-type   PIC X(1).
                        02 bh-service-class PIC X(3).
                        02 bh-company-name  PIC X(16).
                        02 bh-discretionary PIC X(20).
                        02 bh-company-id    PIC X(10).
                        02 bh-entry-class   PIC X(3).
                        02 bh-entry-desc    PIC X(10).
                        02 bh-desc-date     PIC X(6).
                        02 bh-effective     PIC X(6).
                        02 bh-settlement    PIC X(3).
                        02 bh-originator    PIC X(1).
                        02 bh-odfi          PIC 9(8).
                        02 bh-batch-number  PIC 9(7).
                    01 ach-entry-detail.
                        02 ed-record-type   PIC X(1).
                        02 ed-tran-code     PIC X(2).
                        02 ed-rdfi          PIC 9(8).
                        02 ed-check-digit   PIC 9(1).
                        02 ed-account       PIC X(17).
                        02 ed-amount        PIC 9(10).
                        02 ed-individual-id PIC X(15).
                        02 ed-name          PIC X(22).
                        02 ed-discretionary PIC X(2).
                        02 ed-addenda       PIC X(1).
                        02 ed-trace         PIC 9(15).
                    01 ach-batch-control.
                        02 bc-record-type   PIC X(1).
                        02 bc-service-class PIC X(3).
                        02 bc-entry-count   PIC 9(6).
                        02 bc-entry-hash    PIC 9(10).
                        02 bc-total-debit   PIC 9(12).
                        02 bc-total-credit  PIC 9(12).
                        02 bc-company-id    PIC X(10).
                        02 bc-auth-code     PIC X(19).
                        02 bc-reserved      PIC X(6).
                        02 bc-odfi          PIC 9(8).
                        02 bc-batch-number  PIC 9(7).
                    01 ach-file-control.
                        02 fc-record-type   PIC X(1).
                        02 fc-batch-count   PIC 9(6).
                        02 fc-block-count   PIC 9(6).
                        02 fc-entry-count   PIC 9(8).
                        02 fc-entry-hash    PIC 9(10).
                        02 fc-total-debit   PIC 9(12).
                        02 fc-total-credit  PIC 9(12).
                        02 fc-reserved      PIC X(39).
                FD  debit-sorted.
                    01 debit-sorted-record.
                        02 ds-effective-date PIC X(8).
                        02 ds-trace          PIC 9(15).
                        02 ds-loan-number    PIC 9(6).
                        02 ds-amount         PIC 9(9)V99.
                SD  debit-sort-work.
                    01 debit-work-record.
                        02 dw-effective-date PIC X(8).
                        02 dw-trace          PIC 9(15).
                        02 dw-loan-number    PIC 9(6).
                        02 dw-amount         PIC 9(9)V99.
            WORKING-STORAGE SECTION.
                01 autopay-file-status    PIC X(02) VALUE "00".
                01 settlement-file-status PIC X(02) VALUE "00".
                01 loan-master-status     PIC X(02) VALUE "00".
                01 loan-schedule-status   PIC X(02) VALUE "00".
                01 holiday-file-status    PIC X(02) VALUE "00".
                01 legal-file-status      PIC X(02) VALUE "00".
                01 legal-is-open          PIC 9 VALUE ZERO.
                01 autopay-control-status PIC X(02) VALUE "00".
                01 payment-file-status    PIC X(02) VALUE "00".
                01 debit-file-status      PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 sorted-at-end    PIC 9 VALUE ZERO.
                *> the control file, or the policy standing in for it.
                01 lead-days        PIC 9(2) VALUE 2.
                01 odfi-routing     PIC 9(9) VALUE ZEROS.
                01 odfi-prefix REDEFINES odfi-routing.
                    02 odfi-first-eight PIC 9(8).
                    02 odfi-check-digit PIC 9(1).
                01 company-id       PIC X(10) VALUE SPACES.
                01 company-name     PIC X(16) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the business-day arithmetic, holidays.dat aware.
                01 cycle-integer    PIC 9(9) VALUE ZEROS.
                01 horizon-integer  PIC 9(9) VALUE ZEROS.
                01 next-business-integer PIC 9(9) VALUE ZEROS.
                01 roll-integer     PIC 9(9) VALUE ZEROS.
                01 weekday-remainder PIC 9 VALUE ZERO.
                01 rolling-done     PIC 9 VALUE ZERO.
                01 days-counted     PIC 9(2) VALUE ZEROS.
                01 holidays-on-file PIC 9 VALUE ZERO.
                    88 holiday-calendar-open VALUE 1.
                01 candidate-is-holiday PIC 9 VALUE ZERO.
                *> the enrollment in hand.
                01 next-row-number  PIC 999 VALUE ZEROS.
                01 debit-date       PIC 9(8) VALUE ZEROS.
                01 debit-date-parts REDEFINES debit-date.
                    02 debit-yyyymm PIC 9(6).
                    02 debit-dd     PIC 9(2).
                01 debit-integer    PIC 9(9) VALUE ZEROS.
                01 effective-date   PIC 9(8) VALUE ZEROS.
                *> the escrow share of the debit - see escrpost.cob.
                01 escrow-due       PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                01 enrollment-outcome PIC 9 VALUE ZERO.
                    88 enrollment-was-skipped VALUE 1.
                01 trace-series     PIC X(10) VALUE "ACHTRACE".
                01 trace-sequence   PIC 9(6) VALUE ZEROS.
                01 trace-reference  PIC X(12) VALUE SPACES.
                *> the file being built.
                01 batch-date       PIC X(8) VALUE SPACES.
                01 batch-number     PIC 9(7) VALUE ZEROS.
                01 batch-entries    PIC 9(6) VALUE ZEROS.
                01 batch-hash       PIC 9(10) VALUE ZEROS.
                01 batch-debits     PIC 9(12) VALUE ZEROS.
                01 file-entries     PIC 9(8) VALUE ZEROS.
                01 file-hash        PIC 9(10) VALUE ZEROS.
                01 file-debits      PIC 9(12) VALUE ZEROS.
                01 records-written  PIC 9(8) VALUE ZEROS.
                01 block-count      PIC 9(6) VALUE ZEROS.
                01 entry-cents      PIC 9(10) VALUE ZEROS.
                01 routing-work     PIC 9(9) VALUE ZEROS.
                01 routing-parts REDEFINES routing-work.
                    02 routing-first-eight PIC 9(8).
                    02 routing-check-digit PIC 9(1).
                01 creation-stamp   PIC X(21) VALUE SPACES.
                *> the run's tallies.
                01 debits-originated PIC 9(6) VALUE ZEROS.
                01 debits-released   PIC 9(6) VALUE ZEROS.
                01 enrollments-skipped PIC 9(6) VALUE ZEROS.
                01 enrollments-held  PIC 9(6) VALUE ZEROS.
                01 legal-hold-found  PIC 9 VALUE ZERO.
                    88 loan-under-legal-hold VALUE 1.
                01 originated-total  PIC 9(9)V99 VALUE ZEROS.
                01 display-amount    PIC Z(8)9.99.
                01 banner-job-name  PIC X(20) VALUE "ACHORIG".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            PERFORM load-autopay-control.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O"
                    OR cycle-date-stamp NOT NUMERIC THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN I-O settlement-file.
            IF settlement-file-status = "35" THEN
                OPEN OUTPUT settlement-file
                CLOSE settlement-file
                OPEN I-O settlement-file
            END-IF.
            IF settlement-file-status NOT = "00" THEN
                DISPLAY "achorig: cannot open achsetl.dat, status "
                        settlement-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO RETURN-CODE.
            OPEN INPUT holiday-file.
            IF holiday-file-status = "00" THEN
                MOVE 1 TO holidays-on-file
            END-IF.
            PERFORM work-out-the-window.
            PERFORM release-matured-settlements.
            OPEN I-O autopay-file.
            IF autopay-file-status = "00" THEN
                PERFORM originate-the-debits
                CLOSE autopay-file
            ELSE
                DISPLAY "achorig: no autopay.dat (status "
                        autopay-file-status ") - nothing enrolled"
            END-IF.
            CLOSE settlement-file.
            IF holiday-calendar-open THEN
                CLOSE holiday-file
            END-IF.
            PERFORM build-the-debit-file.
            MOVE originated-total TO display-amount.
            DISPLAY "achorig: " debits-originated " debit(s) "
                    "originated, " FUNCTION TRIM(display-amount)
                    " total; " debits-released " released to "
                    "payments.trn; " enrollments-skipped
                    " enrollment(s) passed over".
            IF enrollments-held > 0 THEN
                DISPLAY "achorig: " enrollments-held " enrollment(s) "
                        "not debited - loan under legal hold"
            END-IF.
            MOVE debits-originated TO banner-rec-count.
            IF RETURN-CODE = 0 AND enrollments-skipped > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            load-autopay-control.
                OPEN INPUT autopay-control.
                IF autopay-control-status = "00" THEN
                    READ autopay-control
                        AT END CONTINUE
                        NOT AT END
                            IF apc-lead-days NUMERIC
                                    AND apc-lead-days > 0 THEN
                                MOVE apc-lead-days TO lead-days
                            END-IF
                            IF apc-odfi-routing NUMERIC THEN
                                MOVE apc-odfi-routing TO odfi-routing
                            END-IF
                            MOVE apc-company-id TO company-id
                            MOVE apc-company-name TO company-name
                    END-READ
                    CLOSE autopay-control
                END-IF.
                DISPLAY "achorig: lead " lead-days
                        " business day(s), ODFI " odfi-routing.
                EXIT.

            *> the next business day after the business date, and the
            *> far edge of the window - the lead days counted in
            *> business days, the driver's roll past weekends and the
            *> holiday calendar.
            work-out-the-window.
                COMPUTE cycle-integer = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(cycle-date-stamp)).
                COMPUTE roll-integer = cycle-integer + 1.
                PERFORM roll-to-business-day.
                MOVE roll-integer TO next-business-integer.
                MOVE cycle-integer TO horizon-integer.
                MOVE 0 TO days-counted.
                PERFORM UNTIL days-counted >= lead-days
                    COMPUTE roll-integer = horizon-integer + 1
                    PERFORM roll-to-business-day
                    MOVE roll-integer TO horizon-integer
                    ADD 1 TO days-counted
                END-PERFORM.
                EXIT.

            roll-to-business-day.
                MOVE 0 TO rolling-done.
                PERFORM UNTIL rolling-done = 1
                    COMPUTE weekday-remainder =
                            FUNCTION MOD(roll-integer, 7)
                    IF weekday-remainder = 0
                            OR weekday-remainder = 6 THEN
                        ADD 1 TO roll-integer
                    ELSE
                        PERFORM check-holiday-calendar
                        IF candidate-is-holiday = 1 THEN
                            ADD 1 TO roll-integer
                        ELSE
                            MOVE 1 TO rolling-done
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            check-holiday-calendar.
                MOVE 0 TO candidate-is-holiday.
                IF NOT holiday-calendar-open THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION DATE-OF-INTEGER(roll-integer)
                        TO holiday-date.
                READ holiday-file
                    INVALID KEY MOVE 0 TO candidate-is-holiday
                    NOT INVALID KEY MOVE 1 TO candidate-is-holiday
                END-READ.
                EXIT.

            *> a debit whose effective date has arrived is money the
            *> bank has settled: it goes to payments.trn as an "A"
            *> row, and loanpost applies it like any other payment.
            release-matured-settlements.
                OPEN EXTEND payment-file.
                IF payment-file-status = "35" THEN
                    OPEN OUTPUT payment-file
                END-IF.
                MOVE 0 TO as-trace.
                START settlement-file KEY >= as-trace
                    INVALID KEY MOVE 1 TO end_of_file
                    NOT INVALID KEY MOVE 0 TO end_of_file
                END-START.
                PERFORM UNTIL end_of_file = 1
                    READ settlement-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND as-is-originated
                            AND as-effective-date <= cycle-date-stamp
                            THEN
                        MOVE SPACES TO payment-transaction
                        MOVE as-loan-number TO pay-loan-number
                        MOVE as-amount TO pay-amount
                        MOVE as-effective-date TO pay-date
                        MOVE "A" TO pay-type
                        WRITE payment-transaction
                        SET as-is-posted TO TRUE
                        REWRITE settlement-record
                        ADD 1 TO debits-released
                    END-IF
                END-PERFORM.
                CLOSE payment-file.
                EXIT.

            originate-the-debits.
                OPEN INPUT loan-master.
                OPEN INPUT loan-schedule.
                OPEN INPUT legal-file.
                IF legal-file-status = "00" THEN
                    MOVE 1 TO legal-is-open
                END-IF.
                IF loan-master-status NOT = "00"
                        OR loan-schedule-status NOT = "00" THEN
                    DISPLAY "achorig: loanmast.dat/loansched.dat not "
                            "available - nothing originated"
                    IF legal-is-open = 1 THEN
                        CLOSE legal-file
                        MOVE 0 TO legal-is-open
                    END-IF
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ autopay-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND ap-is-active THEN
                        PERFORM consider-one-enrollment
                    END-IF
                END-PERFORM.
                IF legal-is-open = 1 THEN
                    CLOSE legal-file
                    MOVE 0 TO legal-is-open
                END-IF.
                CLOSE loan-schedule.
                CLOSE loan-master.
                EXIT.

            consider-one-enrollment.
                IF ap-start-date > cycle-date-stamp THEN
                    EXIT PARAGRAPH
                END-IF.
                IF ap-stop-date NOT = SPACES
                        AND ap-stop-date < cycle-date-stamp THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO enrollment-outcome.
                MOVE ap-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY MOVE 1 TO enrollment-outcome
                END-READ.
                IF enrollment-was-skipped THEN
                    DISPLAY "achorig: loan " ap-loan-number
                            " enrolled but not on the master"
                    ADD 1 TO enrollments-skipped
                    EXIT PARAGRAPH
                END-IF.
                IF NOT loan-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-legal-hold.
                IF loan-under-legal-hold THEN
                    DISPLAY "achorig: loan " ap-loan-number
                            " under legal hold - not debited"
                    ADD 1 TO enrollments-held
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE next-row-number = loan-payments-made + 1.
                IF next-row-number <= ap-last-payment-num THEN
                    COMPUTE next-row-number = ap-last-payment-num + 1
                END-IF.
                MOVE ap-loan-number TO sched-loan-number.
                MOVE next-row-number TO sched-payment-num.
                READ loan-schedule
                    INVALID KEY MOVE 1 TO enrollment-outcome
                END-READ.
                IF enrollment-was-skipped THEN
                    EXIT PARAGRAPH
                END-IF.
                IF sched-row-is-paid OR sched-row-written-off
                        OR sched-due-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the debit date, rolled to a business day.
                MOVE sched-due-date TO debit-date.
                IF ap-debit-day > 0 THEN
                    MOVE ap-debit-day TO debit-dd
                END-IF.
                COMPUTE roll-integer =
                        FUNCTION INTEGER-OF-DATE(debit-date).
                PERFORM roll-to-business-day.
                MOVE roll-integer TO debit-integer.
                IF debit-integer > horizon-integer THEN
                    EXIT PARAGRAPH
                END-IF.
                IF debit-integer < next-business-integer THEN
                    MOVE next-business-integer TO debit-integer
                END-IF.
                COMPUTE effective-date =
                        FUNCTION DATE-OF-INTEGER(debit-integer).
                PERFORM originate-one-debit.
                EXIT.

            *> a bankruptcy or other legal hold in force on the loan.
            check-the-legal-hold.
                MOVE 0 TO legal-hold-found.
                IF legal-is-open = 1 THEN
                    MOVE ap-loan-number TO ll-loan-number
                    READ legal-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF ll-hold-in-force THEN
                                MOVE 1 TO legal-hold-found
                            END-IF
                    END-READ
                END-IF.
                EXIT.

            *> the settlement is burned before the enrollment moves
            *> on, so a rerun finds the row already pulled.
            originate-one-debit.
                CALL "refnum" USING trace-series, trace-sequence,
                        trace-reference.
                MOVE SPACES TO settlement-record.
                COMPUTE as-trace = odfi-first-eight * 10000000
                        + trace-sequence.
                MOVE ap-loan-number TO as-loan-number.
                MOVE next-row-number TO as-payment-num.
                CALL "escrpost" USING "Q", ap-loan-number,
                        escrow-due, effective-date, escrow-outcome.
                COMPUTE as-amount =
                        sched-principal-amt + sched-interest-amt
                        + escrow-due.
                MOVE effective-date TO as-effective-date.
                MOVE cycle-date-stamp TO as-originated-date.
                SET as-is-originated TO TRUE.
                WRITE settlement-record
                    INVALID KEY
                        DISPLAY "achorig: trace " as-trace
                                " already on file - loan "
                                ap-loan-number " not originated"
                        ADD 1 TO enrollments-skipped
                        EXIT PARAGRAPH
                END-WRITE.
                MOVE next-row-number TO ap-last-payment-num.
                REWRITE autopay-record.
                ADD 1 TO debits-originated.
                ADD as-amount TO originated-total.
                EXIT.

            *> every settlement originated under tonight's business
            *> date, in effective-date order, becomes the bank file.
            build-the-debit-file.
                SORT debit-sort-work
                        ON ASCENDING KEY dw-effective-date dw-trace
                    INPUT PROCEDURE IS release-tonights-debits
                    GIVING debit-sorted.
                OPEN OUTPUT debit-file.
                IF debit-file-status NOT = "00" THEN
                    DISPLAY "achorig: cannot open achdebit.dat, "
                            "status " debit-file-status
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT autopay-file.
                PERFORM write-file-header.
                OPEN INPUT debit-sorted.
                MOVE 0 TO sorted-at-end.
                MOVE SPACES TO batch-date.
                PERFORM UNTIL sorted-at-end = 1
                    READ debit-sorted
                        AT END MOVE 1 TO sorted-at-end
                    END-READ
                    IF sorted-at-end = 0 THEN
                        IF ds-effective-date NOT = batch-date THEN
                            IF batch-date NOT = SPACES THEN
                                PERFORM write-batch-control
                            END-IF
                            PERFORM write-batch-header
                        END-IF
                        PERFORM write-entry-detail
                    END-IF
                END-PERFORM.
                IF batch-date NOT = SPACES THEN
                    PERFORM write-batch-control
                END-IF.
                CLOSE debit-sorted.
                PERFORM write-file-control.
                CLOSE autopay-file.
                CLOSE debit-file.
                EXIT.

            release-tonights-debits.
                OPEN INPUT settlement-file.
                IF settlement-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ settlement-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND as-originated-date = cycle-date-stamp
                            THEN
                        MOVE as-effective-date TO dw-effective-date
                        MOVE as-trace TO dw-trace
                        MOVE as-loan-number TO dw-loan-number
                        MOVE as-amount TO dw-amount
                        RELEASE debit-work-record
                    END-IF
                END-PERFORM.
                CLOSE settlement-file.
                EXIT.

            write-file-header.
                MOVE FUNCTION CURRENT-DATE TO creation-stamp.
                MOVE SPACES TO ach-file-header.
                MOVE "1" TO fh-record-type.
                MOVE "01" TO fh-priority.
                STRING " " odfi-routing DELIMITED BY SIZE
                    INTO fh-destination
                END-STRING.
                MOVE company-id TO fh-origin.
                MOVE cycle-date-stamp(3:6) TO fh-creation-date.
                MOVE creation-stamp(9:4) TO fh-creation-time.
                MOVE "A" TO fh-id-modifier.
                MOVE "094" TO fh-record-size.
                MOVE "10" TO fh-blocking.
                MOVE "1" TO fh-format-code.
                MOVE company-name TO fh-origin-name.
                WRITE ach-file-header.
                ADD 1 TO records-written.
                EXIT.

            write-batch-header.
                MOVE ds-effective-date TO batch-date.
                ADD 1 TO batch-number.
                MOVE 0 TO batch-entries.
                MOVE 0 TO batch-hash.
                MOVE 0 TO batch-debits.
                MOVE SPACES TO ach-batch-header.
                MOVE "5" TO bh-record-type.
                MOVE "225" TO bh-service-class.
                MOVE company-name TO bh-company-name.
                MOVE company-id TO bh-company-id.
                MOVE "PPD" TO bh-entry-class.
                MOVE "LOAN PMT" TO bh-entry-desc.
                MOVE batch-date(3:6) TO bh-effective.
                MOVE "1" TO bh-originator.
                MOVE odfi-first-eight TO bh-odfi.
                MOVE batch-number TO bh-batch-number.
                WRITE ach-batch-header.
                ADD 1 TO records-written.
                EXIT.

            write-entry-detail.
                MOVE ds-loan-number TO ap-loan-number.
                READ autopay-file
                    INVALID KEY
                        DISPLAY "achorig: loan " ds-loan-number
                                " settlement has no enrollment"
                        ADD 1 TO enrollments-skipped
                        EXIT PARAGRAPH
                END-READ.
                MOVE ap-routing TO routing-work.
                COMPUTE entry-cents = ds-amount * 100.
                MOVE SPACES TO ach-entry-detail.
                MOVE "6" TO ed-record-type.
                IF ap-is-savings THEN
                    MOVE "37" TO ed-tran-code
                ELSE
                    MOVE "27" TO ed-tran-code
                END-IF.
                MOVE routing-first-eight TO ed-rdfi.
                MOVE routing-check-digit TO ed-check-digit.
                MOVE ap-account TO ed-account.
                MOVE entry-cents TO ed-amount.
                MOVE ds-loan-number TO ed-individual-id.
                STRING "AUTOPAY LOAN " ds-loan-number
                        DELIMITED BY SIZE INTO ed-name
                END-STRING.
                MOVE "0" TO ed-addenda.
                MOVE ds-trace TO ed-trace.
                WRITE ach-entry-detail.
                ADD 1 TO records-written.
                ADD 1 TO batch-entries.
                ADD routing-first-eight TO batch-hash.
                ADD entry-cents TO batch-debits.
                EXIT.

            *> the entry hash is the sum of the receiving banks'
            *> eight-digit routing prefixes, kept to its low ten
            *> digits as the network specifies.
            write-batch-control.
                MOVE SPACES TO ach-batch-control.
                MOVE "8" TO bc-record-type.
                MOVE "225" TO bc-service-class.
                MOVE batch-entries TO bc-entry-count.
                MOVE batch-hash TO bc-entry-hash.
                MOVE batch-debits TO bc-total-debit.
                MOVE 0 TO bc-total-credit.
                MOVE company-id TO bc-company-id.
                MOVE odfi-first-eight TO bc-odfi.
                MOVE batch-number TO bc-batch-number.
                WRITE ach-batch-control.
                ADD 1 TO records-written.
                ADD batch-entries TO file-entries.
                ADD batch-hash TO file-hash.
                ADD batch-debits TO file-debits.
                EXIT.

            write-file-control.
                ADD 1 TO records-written.
                COMPUTE block-count = (records-written + 9) / 10.
                MOVE SPACES TO ach-file-control.
                MOVE "9" TO fc-record-type.
                MOVE batch-number TO fc-batch-count.
                MOVE block-count TO fc-block-count.
                MOVE file-entries TO fc-entry-count.
                MOVE file-hash TO fc-entry-hash.
                MOVE file-debits TO fc-total-debit.
                MOVE 0 TO fc-total-credit.
                WRITE ach-file-control.
                PERFORM UNTIL FUNCTION MOD(records-written, 10) = 0
                    MOVE ALL "9" TO ach-record
                    WRITE ach-record
                    ADD 1 TO records-written
                END-PERFORM.
                EXIT.

        END PROGRAM achorig.
