        *>    panel flow: loan number (0 = exit), then amount and date
        *>    on the capture panel; the date defaults to the cycle's
        *>    business date, the amount to the expected payment - the
        *>    teller overtypes only what differs. On a loan with an
        *>    escrow account the expected payment includes the monthly
        *>    escrow amount (see escrpost.cob) - the installment the
        *>    borrower was billed, not just principal and interest.
        *>
        *>    the type on the capture panel is P for a payment (the
        *>    default) or C for a principal-only payment, which
        *>    loanpost applies as a curtailment - straight to the
        *>    balance, the schedule recast behind it. A curtailment
        *>    must be less than the balance outstanding (the rest is a
        *>    payoff), and its receipt says PRIN-ONLY.
        *>
        *>    a written-off loan still takes money at the counter -
        *>    borrowers keep paying on charged-off accounts - and
        *>    loanpost posts it as a recovery (see loanwoff.cob). The
        *>    panel says so, and no expected amount is offered: a
        *>    written-off loan has no open schedule row. Every other
        *>    inactive loan is refused.
        *>
        *>    the teller signs on first (opersec.cob) and keys the
        *>    tender on the capture panel - C cash (the default), K
        *>    check or M money order. payments.trn stays the row
        *>    loanpost reads; the teller, the tender and the receipt
        *>    go on tellcap.dat (TELLCAP) beside it, the drawer
        *>    journal tellsetl.cob balances each teller's drawer from
        *>    at close, and the receipt names the tender.
        *>
        *>    the append runs under an exclusive lockmgr enqueue on
        *>    payments.trn - the web portal's online payments
        *>    (submit_payment in the Python bindings) land on the
        *>    same file, and payretire empties it under the same
        *>    enqueue. A teller who finds it held is told to try again.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. payentry.
                    SELECT payment-file ASSIGN TO "payments.trn"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS payment-file-status.
                    *> the drawer journal - see TELLCAP.
                    SELECT capture-file ASSIGN TO "tellcap.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS capture-file-status.
                    SELECT receipt-file ASSIGN TO "receipts.prt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS receipt-file-status.
                        02 pay-amount      PIC 9(9)V99.
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
                FD  capture-file.
                    COPY TELLCAP.
                FD  receipt-file.
                    01 receipt-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 master-file-status   PIC X(02) VALUE "00".
                01 payment-file-status  PIC X(02) VALUE "00".
                01 receipt-file-status  PIC X(02) VALUE "00".
                01 capture-file-status  PIC X(02) VALUE "00".
                01 teller-done      PIC 9 VALUE ZERO.
                    88 teller-is-done VALUE 1.
                01 entry-loan       PIC 9(6) VALUE ZEROS.
                01 entry-amount     PIC 9(7)V99 VALUE ZEROS.
                01 entry-date       PIC X(8) VALUE SPACES.
                01 entry-type       PIC X(1) VALUE "P".
                    88 entry-is-curtailment VALUE "C".
                01 entry-tender     PIC X(1) VALUE "C".
                    88 entry-tender-is-valid VALUE "C" "K" "M".
                01 tender-name      PIC X(11) VALUE SPACES.
                *> the teller at the drawer - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 borrower-name    PIC X(50) VALUE SPACES.
                01 expected-amount  PIC 9(9)V99 VALUE ZEROS.
                01 expected-display PIC Z(8)9.99.
                01 escrow-due       PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 loan-good        PIC 9 VALUE ZERO.
                    88 loan-is-good VALUE 1.
                01 reference-number PIC 9(6) VALUE ZEROS.
                01 reference-value  PIC X(12) VALUE SPACES.
                01 print-text       PIC X(100) VALUE SPACES.
                *> exclusive enqueue on the payment file while it is
                *> appended - see lockmgr.cob.
                01 lock-resource    PIC X(20) VALUE "payments.trn".
                01 lock-holder      PIC X(20) VALUE "PAYENTRY".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                01 payment-appended PIC 9 VALUE ZERO.
                    88 payment-was-appended VALUE 1.
                01 banner-job-name  PIC X(20) VALUE "PAYENTRY".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                            USING entry-amount.
                    02 LINE 8 COLUMN 5  VALUE "DATE .....:".
                    02 LINE 8 COLUMN 17 PIC X(8) USING entry-date.
                    02 LINE 9 COLUMN 5  VALUE "TYPE .....:".
                    02 LINE 9 COLUMN 17 PIC X(1) USING entry-type.
                    02 LINE 9 COLUMN 20
                            VALUE "P PAYMENT  C PRINCIPAL ONLY".
                    02 LINE 10 COLUMN 5 VALUE "TENDER ...:".
                    02 LINE 10 COLUMN 17 PIC X(1) USING entry-tender.
                    02 LINE 10 COLUMN 20
                            VALUE "C CASH  K CHECK  M MONEY ORDER".
                    02 LINE 12 COLUMN 5 PIC X(60) FROM panel-message.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "payentry: loanmast.dat not available "
                MOVE expected-amount TO entry-amount.
                MOVE expected-amount TO expected-display.
                MOVE cycle-date-stamp TO entry-date.
                MOVE "P" TO entry-type.
                MOVE "C" TO entry-tender.
                ACCEPT capture-panel.
                MOVE FUNCTION UPPER-CASE(entry-type) TO entry-type.
                MOVE FUNCTION UPPER-CASE(entry-tender) TO entry-tender.
                IF entry-type NOT = "P" AND NOT entry-is-curtailment
                        THEN
                    MOVE "type must be P or C - payment abandoned"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT entry-tender-is-valid THEN
                    MOVE "tender must be C, K or M - payment abandoned"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-amount = 0 THEN
                    MOVE "zero amount - payment abandoned"
                            TO panel-message
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-is-curtailment AND NOT loan-is-written-off
                        AND entry-amount >= loan-balance THEN
                    MOVE "principal-only must be under the balance"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM append-the-payment.
                IF NOT payment-was-appended THEN
                    MOVE "payments.trn is enqueued - try again shortly"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM print-the-receipt.
                PERFORM journal-the-capture.
                ADD 1 TO payments-captured.
                MOVE SPACES TO panel-message.
                STRING "captured - receipt " reference-value
                END-STRING.
                EXIT.

            *> the loan must be active, or written off and taking a
            *> recovery; the borrower's name and the next unpaid row's
            *> expected amount ride onto the panel.
            look-up-the-loan.
                MOVE 0 TO loan-good.
                MOVE SPACES TO borrower-name.
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                IF loan-is-transferred THEN
                    MOVE "loan sold to another servicer - forward it"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT loan-is-active AND NOT loan-is-written-off THEN
                    MOVE "loan is not active - payment refused"
                            TO panel-message
                    EXIT PARAGRAPH
                            MOVE username TO borrower-name
                    END-READ
                END-IF.
                IF loan-is-written-off THEN
                    MOVE "written-off loan - posts as a recovery"
                            TO panel-message
                    MOVE 1 TO loan-good
                    EXIT PARAGRAPH
                END-IF.
                IF loan-schedule-status = "00" THEN
                    MOVE entry-loan TO sched-loan-number
                    COMPUTE sched-payment-num =
                                    + sched-interest-amt
                    END-READ
                END-IF.
                CALL "escrpost" USING "Q", entry-loan, escrow-due,
                        entry-date, escrow-outcome.
                ADD escrow-due TO expected-amount.
                MOVE 1 TO loan-good.
                EXIT.

            append-the-payment.
                MOVE 0 TO payment-appended.
                CALL "lockmgr" USING lock-resource, "X", "A",
                        lock-holder, lock-outcome.
                IF NOT lock-was-granted THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND payment-file.
                IF payment-file-status = "35" THEN
                    OPEN OUTPUT payment-file
                MOVE entry-loan TO pay-loan-number.
                MOVE entry-amount TO pay-amount.
                MOVE entry-date TO pay-date.
                IF entry-is-curtailment THEN
                    MOVE "C" TO pay-type
                ELSE
                    MOVE SPACE TO pay-type
                END-IF.
                WRITE payment-transaction.
                CLOSE payment-file.
                CALL "lockmgr" USING lock-resource, "X", "R",
                        lock-holder, lock-outcome.
                MOVE 1 TO payment-appended.
                EXIT.

            print-the-receipt.
                CALL "refnum" USING reference-series,
                        reference-number, reference-value.
                EVALUATE entry-tender
                    WHEN "K"
                        MOVE "CHECK" TO tender-name
                    WHEN "M"
                        MOVE "MONEY ORDER" TO tender-name
                    WHEN OTHER
                        MOVE "CASH" TO tender-name
                END-EVALUATE.
                OPEN EXTEND receipt-file.
                IF receipt-file-status = "35" THEN
                    OPEN OUTPUT receipt-file
                END-IF.
                MOVE SPACES TO print-text.
                IF entry-is-curtailment THEN
                    STRING "RECEIPT " reference-value
                            " LOAN " entry-loan
                            " AMOUNT " entry-amount
                            " ON " entry-date
                            " FROM " borrower-name(1:11)
                            " PRIN-ONLY " tender-name
                        INTO print-text
                    END-STRING
                ELSE
                    STRING "RECEIPT " reference-value
                            " LOAN " entry-loan
                            " AMOUNT " entry-amount
                            " ON " entry-date
                            " FROM " borrower-name(1:20)
                            " " tender-name
                        INTO print-text
                    END-STRING
                END-IF.
                MOVE print-text TO receipt-line.
                WRITE receipt-line.
                CLOSE receipt-file.
                EXIT.

            *> the teller, the tender and the receipt, under the
            *> business date the drawer closes on.
            journal-the-capture.
                OPEN EXTEND capture-file.
                IF capture-file-status = "35" THEN
                    OPEN OUTPUT capture-file
                END-IF.
                MOVE SPACES TO teller-capture-record.
                MOVE signed-operator TO tl-teller.
                MOVE entry-tender TO tl-tender.
                MOVE entry-loan TO tl-loan-number.
                MOVE entry-amount TO tl-amount.
                MOVE entry-date TO tl-pay-date.
                MOVE pay-type TO tl-pay-type.
                MOVE reference-value TO tl-receipt.
                MOVE cycle-date-stamp TO tl-cycle-date.
                MOVE FUNCTION CURRENT-DATE(1:14) TO tl-captured-at.
                WRITE teller-capture-record.
                CLOSE capture-file.
                EXIT.

        END PROGRAM payentry.
