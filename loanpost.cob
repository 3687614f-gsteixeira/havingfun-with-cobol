        *>      pay-type        PIC X(1)      blank/P apply a payment;
        *>                                    R reverse the loan's last
        *>                                    posted payment (an NSF
        *>                                    backout); A an autopay
        *>                                    debit achorig.cob
        *>                                    released on its
        *>                                    effective date - applied
        *>                                    exactly like a payment;
        *>                                    O an online payment the
        *>                                    web portal took
        *>                                    (submit_payment in the
        *>                                    Python bindings) - a
        *>                                    payment too;
        *>                                    C a principal-only
        *>                                    curtailment - see below
        *>
        *>    a reversal finds the loan's most recently paid schedule
        *>    row, un-marks it, restores the master's balance and
        *>    reject now also lands on payrej.dat with the loan, the
        *>    amount, the dates and the reason, so cashproof.cob can
        *>    account for money that arrived but posted nowhere.
        *>
        *>    every posting and every reversal is also written to the
        *>    loan's transaction history, loantxn.dat, through
        *>    txnwrite.cob - amount, principal/interest split, the
        *>    received and cycle dates - so the loan's ledger no longer
        *>    has to be read back out of the schedule's paid flags.
        *>
        *>    a loan with an escrow account (escrow.dat, see escrmnt.cob)
        *>    owes its monthly escrow amount on top of the scheduled
        *>    principal and interest: the short/over judgement is made
        *>    against the whole installment, and the escrow share is
        *>    split out and deposited to the escrow sub-account through
        *>    escrpost.cob as the row posts. A reversal backs the
        *>    account's current monthly amount out the same way.
        *>
        *>    the money is no longer matched to one row and the rest
        *>    parked: the payment allocation rules, payalloc.ctl, say
        *>    the order a payment meets each bucket, by product. One
        *>    rule per line, the first that fits the loan wins:
        *>      prc-rate-type  PIC X(1)  F, V, or * for any
        *>      prc-day-count  PIC X(1)  3 (30/360), A (actual/365 -
        *>                               the commercial notes), or *
        *>      prc-order      PIC X(4)  the buckets in turn:
        *>                        F  the fees owing (loan-fees-due)
        *>                        D  every installment already past
        *>                           due on the received date, oldest
        *>                           first, each applied whole
        *>                        C  the next installment, whatever
        *>                           its due date
        *>    no file, or no rule that fits, applies "FDC" - fees
        *>    first, then past due, then current - as the consumer
        *>    agreements read; the commercial desk carries e.g.
        *>    "*ADCF" to settle the installments before fees. An
        *>    installment is principal, interest and any escrow. A
        *>    payment that covers no installment at all still posts
        *>    the next row and parks the shortfall, as it always has;
        *>    whatever the buckets leave is parked as an overpayment.
        *>
        *>    the split that resulted - fees, interest, principal,
        *>    escrow, the suspense parked and the rows it paid - is
        *>    appended to payalloc.dat (PAYALLOC) for every payment,
        *>    and is what a reversal now backs out: the rows the
        *>    payment paid are un-marked together and its fees go back
        *>    on the loan. A posting older than the trail, or one that
        *>    is no longer the loan's latest, reverses the old way -
        *>    the latest paid row alone.
        *>
        *>    pay-type C is a principal-only payment, a curtailment:
        *>    the whole amount comes straight off loan-balance and the
        *>    unpaid schedule rows are recast over what is left, per
        *>    the loan's election on loanopt.dat (LOANOPT, see
        *>    loanopt.cob) - T, the default, keeps the payment and
        *>    drops the rows the balance no longer reaches; P keeps
        *>    the maturity and takes a lower payment from loancalc.
        *>    Each recast row keeps its due date, and the loan's
        *>    product holds: interest-only rows stay interest-only and
        *>    a balloon's final row still carries the balloon, now
        *>    smaller; a lower payment amortizes over the months after
        *>    the interest-only ones, or over what is left of the
        *>    balloon's amortization term. The curtailment is
        *>    journaled, written to loantxn.dat as a CURT event and to
        *>    payalloc.dat under the rule CURT, and the loan is
        *>    queued on curtltr.lst; at the end of the run letters.cob
        *>    mails the borrower and every party to the note the
        *>    curtltr.tpl confirmation with the new schedule summary.
        *>    A letters merge that ends in error is reported and turns
        *>    the run RC 4; curtltr.lst is left for a rerun of it.
        *>    A curtailment that would clear the balance is rejected -
        *>    a payoff is quoted through payoff.cob. A reversal never
        *>    backs a curtailment out; a returned curtailment is a
        *>    restructure (loanrstr.cob) over the corrected balance.
        *>
        *>    a loan sold and transferred out (loan-status T, see
        *>    loanxfer.cob) is no longer ours to post to: a payment or
        *>    curtailment that arrives for one is forwarded - written
        *>    to fwdpay.dat, the forwarding list, with the purchaser
        *>    and transfer date off xferreg.dat (XFERREG) - and parked
        *>    on payrej.dat like any reject so the cash proof still
        *>    ties. One received after the transfer date is the
        *>    purchaser's outright; one dated on or before it is
        *>    flagged for the desk to settle with the purchaser, the
        *>    balance handed over not having counted it. A reversal
        *>    for a transferred loan is rejected.
        *>
        *>    money on a written-off loan (loan-status W, see
        *>    loanwoff.cob) is a recovery: a payment, a curtailment or
        *>    a pay-type V recovery remittance from a collection agency
        *>    posts against the loan without reopening its schedule -
        *>    no row is marked, loan-balance stays the amount charged
        *>    off. The recovery goes on the loan's recovery.dat entry
        *>    (RECOVERY), opened from its woff.dat write-off on the
        *>    first one: against the principal charged off first, then
        *>    the fees, anything beyond both as excess, cumulatively.
        *>    Each lands on loantxn.dat as an RCVY event, which is how
        *>    glfeed.cob credits the loss account and cashproof.cob
        *>    ties the money. A reversal on a written-off loan backs
        *>    a recovery out (RCVR), excess first. A V record for a
        *>    loan that is not written off is rejected.
        *>
        *>    a revolving line of credit (revline.dat, REVLINE - see
        *>    linemnt.cob and linebill.cob) has no installments for the
        *>    allocation rules to meet. Its payment, or a curtailment
        *>    sent against one, first has the line's daily interest
        *>    accrued up to the received date (lineacr.cob), then
        *>    meets the fees owing, the interest billed and still
        *>    unpaid, and the drawn principal, in that order, under
        *>    the rule LINE on payalloc.dat; the interest and
        *>    principal both come off loan-balance, and anything past
        *>    what the line owes is parked as an overpayment. The
        *>    money goes toward the line's due rows in turn - a row is
        *>    marked paid once the payments since the one before it
        *>    cover its minimum, and every row is marked paid when the
        *>    line is paid down to nothing - and the payment lands on
        *>    loantxn.dat as an LPAY event. A line is never paid off
        *>    here: it stays open to draw on until linemnt closes it.
        *>    A reversal on a line is rejected to the desk.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanpost.
                    SELECT reject-file ASSIGN TO "payrej.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS reject-file-status.
                    SELECT rule-control ASSIGN TO "payalloc.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS rule-control-status.
                    *> the split each payment was applied in - read
                    *> by cashproof.cob and glfeed.cob.
                    SELECT allocation-file ASSIGN TO "payalloc.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS allocation-file-status.
                    *> the loan's curtailment election - see
                    *> loanopt.cob.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    *> where a transferred loan's payment goes - see
                    *> loanxfer.cob.
                    SELECT transfer-register ASSIGN TO "xferreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS xr-loan-number
                        FILE STATUS IS transfer-register-status.
                    SELECT forward-file ASSIGN TO "fwdpay.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS forward-file-status.
                    *> recoveries on written-off loans, and the
                    *> write-offs they are seeded from - see
                    *> loanwoff.cob.
                    SELECT recovery-file ASSIGN TO "recovery.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rcv-loan-number
                        FILE STATUS IS recovery-file-status.
                    SELECT writeoff-file ASSIGN TO "woff.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS writeoff-file-status.
                    *> the revolving lines of credit - see
                    *> linemnt.cob.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
                    SELECT letter-queue ASSIGN TO "curtltr.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                        *> reads as plain payments.
                        02 pay-type        PIC X(1).
                            88 pay-is-reversal VALUE "R".
                            88 pay-is-curtailment VALUE "C".
                            88 pay-is-recovery VALUE "V".
                FD  cash-suspense.
                    01 cash-suspense-record.
                        02 cs-loan-number PIC 9(6).
                        02 rj-date        PIC X(8).
                        02 rj-cycle-date  PIC X(8).
                        02 rj-reason      PIC X(20).
                FD  rule-control.
                    01 rule-control-record.
                        02 prc-rate-type  PIC X(1).
                        02 prc-day-count  PIC X(1).
                        02 prc-order      PIC X(4).
                FD  allocation-file.
                    COPY PAYALLOC.
                FD  option-file.
                    COPY LOANOPT.
                FD  transfer-register.
                    COPY XFERREG.
                FD  forward-file.
                    01 forward-record.
                        02 fw-loan-number    PIC 9(6).
                        02 fw-type           PIC X(1).
                        02 fw-amount         PIC 9(9)V99.
                        02 fw-date           PIC X(8).
                        02 fw-purchaser-id   PIC X(10).
                        02 fw-transfer-date  PIC X(8).
                        02 fw-cycle-date     PIC X(8).
                        02 fw-note           PIC X(20).
                FD  recovery-file.
                    COPY RECOVERY.
                FD  writeoff-file.
                    01 writeoff-record.
                        02 wo-loan-number PIC 9(6).
                        02 wo-borrower-id PIC 9(4).
                        02 wo-principal   PIC 9(9)V99.
                        02 wo-fees        PIC 9(9)V99.
                        02 wo-approver    PIC X(10).
                        02 wo-cycle-date  PIC X(8).
                FD  line-file.
                    COPY REVLINE.
                FD  letter-queue.
                    01 queue-record.
                        02 queue-loan-number PIC 9(6).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 payment-file-status  PIC X(02) VALUE "00".
                01 cash-suspense-status PIC X(02) VALUE "00".
                01 reject-file-status   PIC X(02) VALUE "00".
                01 rule-control-status  PIC X(02) VALUE "00".
                01 allocation-file-status PIC X(02) VALUE "00".
                01 option-file-status   PIC X(02) VALUE "00".
                01 options-open     PIC 9 VALUE ZERO.
                01 transfer-register-status PIC X(02) VALUE "00".
                01 transfers-open   PIC 9 VALUE ZERO.
                01 forward-file-status PIC X(02) VALUE "00".
                01 payments-forwarded PIC 9(6) VALUE ZEROS.
                01 recovery-file-status PIC X(02) VALUE "00".
                01 writeoff-file-status PIC X(02) VALUE "00".
                01 writeoff-done    PIC 9 VALUE ZERO.
                01 recovery-on-file PIC 9 VALUE ZERO.
                    88 recovery-was-read VALUE 1.
                01 recoveries-posted PIC 9(6) VALUE ZEROS.
                01 recoveries-reversed PIC 9(6) VALUE ZEROS.
                *> a recovery's split against what was charged off.
                01 recovery-left    PIC 9(9)V99 VALUE ZEROS.
                01 recovery-room    PIC 9(9)V99 VALUE ZEROS.
                01 recovery-principal PIC 9(9)V99 VALUE ZEROS.
                01 recovery-fees    PIC 9(9)V99 VALUE ZEROS.
                01 recovery-excess  PIC 9(9)V99 VALUE ZEROS.
                01 line-file-status PIC X(02) VALUE "00".
                01 lines-open       PIC 9 VALUE ZERO.
                01 line-on-file     PIC 9 VALUE ZERO.
                    88 loan-is-a-line VALUE 1.
                *> a line payment's split, and the money it puts
                *> toward the line's due rows.
                01 line-share       PIC 9(9)V99 VALUE ZEROS.
                01 line-room        PIC 9(9)V99 VALUE ZEROS.
                01 line-applied     PIC 9(9)V99 VALUE ZEROS.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 expected-amount  PIC 9(9)V99 VALUE ZEROS.
                01 difference-amount PIC 9(9)V99 VALUE ZEROS.
                01 over-pays        PIC 9(6) VALUE ZEROS.
                01 payments-rejected PIC 9(6) VALUE ZEROS.
                01 reversals-posted PIC 9(6) VALUE ZEROS.
                01 curtailments-posted PIC 9(6) VALUE ZEROS.
                01 reject-reason    PIC X(20) VALUE SPACES.
                *> the allocation rules off payalloc.ctl, and the
                *> order chosen for the payment in hand.
                01 allocation-rules.
                    02 rule-count       PIC 99 VALUE ZEROS.
                    02 rule-entry OCCURS 20 TIMES.
                        03 rule-rate-type PIC X(1).
                        03 rule-day-count PIC X(1).
                        03 rule-order     PIC X(4).
                01 rule-index       PIC 99 VALUE ZEROS.
                01 rule-matched     PIC 9 VALUE ZERO.
                01 loan-day-key     PIC X(1) VALUE SPACES.
                01 default-order    PIC X(4) VALUE "FDC".
                01 allocation-order PIC X(4) VALUE SPACES.
                01 order-index      PIC 9 VALUE ZERO.
                *> the payment as the buckets take it.
                01 money-left       PIC 9(9)V99 VALUE ZEROS.
                01 installment-due  PIC 9(9)V99 VALUE ZEROS.
                01 fee-share        PIC 9(9)V99 VALUE ZEROS.
                01 row-found        PIC 9 VALUE ZERO.
                    88 next-row-on-file VALUE 1.
                *> a reversal's search of the allocation trail: the
                *> loan's payments still standing, latest on top.
                01 allocation-stack.
                    02 stack-depth      PIC 99 VALUE ZEROS.
                    02 stack-entry OCCURS 20 TIMES.
                        03 stack-fees      PIC 9(9)V99.
                        03 stack-interest  PIC 9(9)V99.
                        03 stack-principal PIC 9(9)V99.
                        03 stack-escrow    PIC 9(9)V99.
                        03 stack-first-row PIC 999.
                        03 stack-row-count PIC 999.
                01 stack-index      PIC 99 VALUE ZEROS.
                01 undo-fees        PIC 9(9)V99 VALUE ZEROS.
                01 undo-interest    PIC 9(9)V99 VALUE ZEROS.
                01 undo-principal   PIC 9(9)V99 VALUE ZEROS.
                01 undo-escrow      PIC 9(9)V99 VALUE ZEROS.
                01 undo-first-row   PIC 999 VALUE ZEROS.
                01 undo-row-count   PIC 999 VALUE ZEROS.
                01 undo-last-row    PIC 999 VALUE ZEROS.
                01 undo-row         PIC 999 VALUE ZEROS.
                *> the escrow share of the installment - see
                *> escrpost.cob.
                01 escrow-due       PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                    88 loan-has-escrow VALUE 1.
                *> a curtailment's recast of the unpaid rows, the
                *> same split loanadd's generate-schedule makes.
                01 curtail-election PIC X(1) VALUE "T".
                    88 curtail-keeps-maturity VALUE "P".
                01 curtail-product  PIC X(1) VALUE "F".
                    88 curtail-interest-only VALUE "I".
                    88 curtail-balloon  VALUE "B".
                01 curtail-io-months PIC 999 VALUE ZEROS.
                01 curtail-amort-term PIC 999 VALUE ZEROS.
                01 recast-principal PIC 9(9)V99 VALUE ZEROS.
                01 recast-payment   PIC 9(9)V99 VALUE ZEROS.
                01 recast-total-int PIC 9(9)V99 VALUE ZEROS.
                01 recast-term      PIC 999 VALUE ZEROS.
                01 recast-row       PIC 999 VALUE ZEROS.
                01 first-open-row   PIC 999 VALUE ZEROS.
                01 old-term         PIC 999 VALUE ZEROS.
                01 last-kept-row    PIC 999 VALUE ZEROS.
                01 rows-dropped     PIC 999 VALUE ZEROS.
                01 monthly-rate     PIC 9(3)V9(8) VALUE ZEROS.
                01 running-balance  PIC 9(9)V99 VALUE ZEROS.
                01 interest-amt     PIC 9(9)V99 VALUE ZEROS.
                01 principal-amt    PIC 9(9)V99 VALUE ZEROS.
                01 memo-payment     PIC Z(8)9.99.
                01 letters-command  PIC X(80)
                        VALUE "letters curtltr.tpl 0 S @curtltr.lst".
                01 letters-retcode  PIC S9(9) VALUE ZEROS.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the before/after images handed to the shared
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the event handed to txnwrite for the loan's
                *> transaction history.
                COPY LOANTXN.
                01 banner-job-name  PIC X(20) VALUE "LOANPOST".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            IF reject-file-status = "35" THEN
                OPEN OUTPUT reject-file
            END-IF.
            OPEN EXTEND allocation-file.
            IF allocation-file-status = "35" THEN
                OPEN OUTPUT allocation-file
            END-IF.
            OPEN INPUT option-file.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-open
            END-IF.
            OPEN INPUT transfer-register.
            IF transfer-register-status = "00" THEN
                MOVE 1 TO transfers-open
            END-IF.
            OPEN EXTEND forward-file.
            IF forward-file-status = "35" THEN
                OPEN OUTPUT forward-file
            END-IF.
            OPEN I-O recovery-file.
            IF recovery-file-status = "35" THEN
                OPEN OUTPUT recovery-file
                CLOSE recovery-file
                OPEN I-O recovery-file
            END-IF.
            OPEN I-O line-file.
            IF line-file-status = "00" THEN
                MOVE 1 TO lines-open
            END-IF.
            OPEN OUTPUT letter-queue.
            PERFORM load-allocation-rules.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO banner-rec-count
                    EVALUATE TRUE
                        WHEN pay-is-reversal
                            PERFORM reverse-one-payment
                        WHEN pay-is-curtailment
                            PERFORM post-one-curtailment
                        WHEN pay-is-recovery
                            PERFORM post-one-recovery
                        WHEN OTHER
                            PERFORM post-one-payment
                    END-EVALUATE
                END-IF
            END-PERFORM.
            CLOSE letter-queue.
            IF lines-open = 1 THEN
                CLOSE line-file
            END-IF.
            CLOSE recovery-file.
            CLOSE forward-file.
            IF transfers-open = 1 THEN
                CLOSE transfer-register
            END-IF.
            IF options-open = 1 THEN
                CLOSE option-file
            END-IF.
            CLOSE allocation-file.
            CLOSE reject-file.
            CLOSE cash-suspense.
            CLOSE loan-schedule.
            DISPLAY "loanpost: " payments-posted " posted ("
                    short-pays " short, " over-pays " over), "
                    reversals-posted " reversed, "
                    curtailments-posted " curtailed, "
                    payments-rejected " rejected ("
                    payments-forwarded " forwarded), "
                    recoveries-posted " recovered, "
                    recoveries-reversed " recovery reversal(s)".
            MOVE 0 TO letters-retcode.
            IF curtailments-posted > 0 THEN
                CALL "SYSTEM" USING letters-command
                MOVE RETURN-CODE TO letters-retcode
                IF letters-retcode NOT = 0 THEN
                    DISPLAY "loanpost: curtailment letters merge "
                            "failed (rc " letters-retcode ") - "
                            "curtltr.lst not produced"
                END-IF
            END-IF.
            IF payments-rejected > 0 OR short-pays > 0
                    OR over-pays > 0 OR letters-retcode NOT = 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the rules once per run; a line whose order names no
            *> bucket is ignored rather than stopping every payment.
            load-allocation-rules.
                MOVE 0 TO rule-count.
                OPEN INPUT rule-control.
                IF rule-control-status NOT = "00" THEN
                    DISPLAY "loanpost: no payalloc.ctl - payments "
                            "apply fees, past due, then current"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ rule-control
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF prc-order = SPACES OR rule-count = 20 THEN
                            DISPLAY "loanpost: payalloc.ctl line "
                                    rule-control-record " ignored"
                        ELSE
                            ADD 1 TO rule-count
                            MOVE prc-rate-type
                                    TO rule-rate-type(rule-count)
                            MOVE prc-day-count
                                    TO rule-day-count(rule-count)
                            MOVE FUNCTION UPPER-CASE(prc-order)
                                    TO rule-order(rule-count)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE rule-control.
                MOVE 0 TO end_of_file.
                EXIT.

            *> the first rule that fits the loan's rate type and day
            *> count; a blank day count is the 30/360 book.
            choose-the-rule.
                MOVE default-order TO allocation-order.
                IF loan-accrues-act-365 THEN
                    MOVE "A" TO loan-day-key
                ELSE
                    MOVE "3" TO loan-day-key
                END-IF.
                MOVE 0 TO rule-matched.
                PERFORM VARYING rule-index FROM 1 BY 1
                        UNTIL rule-index > rule-count
                            OR rule-matched = 1
                    IF (rule-rate-type(rule-index) = "*"
                            OR rule-rate-type(rule-index)
                                    = loan-rate-type)
                            AND (rule-day-count(rule-index) = "*"
                                OR rule-day-count(rule-index)
                                    = loan-day-key) THEN
                        MOVE rule-order(rule-index)
                                TO allocation-order
                        MOVE 1 TO rule-matched
                    END-IF
                END-PERFORM.
                EXIT.

            *> one payment: find the loan, take its allocation order,
            *> and let the money meet each bucket in turn; what is
            *> left is parked, and the split is recorded.
            post-one-payment.
                MOVE pay-loan-number TO loan-number.
                READ loan-master
                        PERFORM park-the-reject
                        EXIT PARAGRAPH
                END-READ.
                IF loan-is-transferred THEN
                    PERFORM forward-the-payment
                    EXIT PARAGRAPH
                END-IF.
                IF loan-is-written-off THEN
                    PERFORM post-the-recovery
                    EXIT PARAGRAPH
                END-IF.
                IF NOT loan-is-active THEN
                    DISPLAY "loanpost: REJECT loan " pay-loan-number
                            " is not active"
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find-the-line.
                IF loan-is-a-line THEN
                    PERFORM post-one-line-payment
                    EXIT PARAGRAPH
                END-IF.
                PERFORM choose-the-rule.
                CALL "escrpost" USING "Q", pay-loan-number,
                        escrow-due, pay-date, escrow-outcome.
                MOVE SPACES TO payment-allocation-record.
                MOVE pay-loan-number TO pa-loan-number.
                SET pa-is-applied TO TRUE.
                MOVE pay-amount TO pa-amount.
                MOVE 0 TO pa-fees.
                MOVE 0 TO pa-interest.
                MOVE 0 TO pa-principal.
                MOVE 0 TO pa-escrow.
                MOVE 0 TO pa-suspense.
                MOVE 0 TO pa-first-row.
                MOVE 0 TO pa-row-count.
                MOVE allocation-order TO pa-rule.
                MOVE pay-date TO pa-date.
                MOVE cycle-date-stamp TO pa-cycle-date.
                MOVE pay-amount TO money-left.
                PERFORM VARYING order-index FROM 1 BY 1
                        UNTIL order-index > 4
                    EVALUATE allocation-order(order-index:1)
                        WHEN "F" PERFORM apply-to-fees
                        WHEN "D" PERFORM apply-to-past-due
                        WHEN "C" PERFORM apply-to-current
                        WHEN OTHER CONTINUE
                    END-EVALUATE
                END-PERFORM.
                *> money that reached no installment: the next row
                *> still posts, short, the way every short payment
                *> always has - unless the fees took it all.
                IF pa-row-count = 0 AND money-left > 0 THEN
                    PERFORM read-the-next-row
                    IF NOT next-row-on-file AND pa-fees = 0 THEN
                        DISPLAY "loanpost: REJECT loan "
                                pay-loan-number " has no unpaid "
                                "schedule row"
                        MOVE "NO UNPAID ROW" TO reject-reason
                        PERFORM park-the-reject
                        EXIT PARAGRAPH
                    END-IF
                    IF next-row-on-file THEN
                        MOVE installment-due TO expected-amount
                        ADD 1 TO short-pays
                        DISPLAY "loanpost: SHORT-PAY loan "
                                pay-loan-number " payment "
                                sched-payment-num " expected "
                                expected-amount " got " money-left
                        COMPUTE difference-amount =
                                expected-amount - money-left
                        PERFORM park-to-suspense-short
                        MOVE "-" TO pa-suspense-sign
                        MOVE difference-amount TO pa-suspense
                        PERFORM post-the-row
                        MOVE 0 TO money-left
                    END-IF
                END-IF.
                IF money-left > 0 THEN
                    ADD 1 TO over-pays
                    DISPLAY "loanpost: OVERPAY loan "
                            pay-loan-number " " money-left
                            " left after order " allocation-order
                    MOVE money-left TO difference-amount
                    PERFORM park-to-suspense-over
                    MOVE "+" TO pa-suspense-sign
                    MOVE difference-amount TO pa-suspense
                END-IF.
                REWRITE loan-record.
                PERFORM record-the-payment.
                WRITE payment-allocation-record.
                ADD 1 TO payments-posted.
                EXIT.

            find-the-line.
                MOVE 0 TO line-on-file.
                IF lines-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE pay-loan-number TO rl-loan-number.
                READ line-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO line-on-file
                END-READ.
                EXIT.

            *> a payment on a revolving line: the interest up to the
            *> day it arrived, then fees, the interest billed, and the
            *> drawn principal; whatever is past all three is parked.
            post-one-line-payment.
                CALL "lineacr" USING revolving-line-record,
                        loan-balance, loan-annual-rate,
                        loan-day-count, pay-date.
                MOVE SPACES TO payment-allocation-record.
                MOVE pay-loan-number TO pa-loan-number.
                SET pa-is-applied TO TRUE.
                MOVE pay-amount TO pa-amount.
                MOVE 0 TO pa-fees.
                MOVE 0 TO pa-interest.
                MOVE 0 TO pa-principal.
                MOVE 0 TO pa-escrow.
                MOVE 0 TO pa-suspense.
                MOVE 0 TO pa-first-row.
                MOVE 0 TO pa-row-count.
                SET pa-is-line-payment TO TRUE.
                MOVE pay-date TO pa-date.
                MOVE cycle-date-stamp TO pa-cycle-date.
                MOVE pay-amount TO money-left.
                PERFORM apply-to-fees.
                IF money-left < rl-interest-unpaid THEN
                    MOVE money-left TO line-share
                ELSE
                    MOVE rl-interest-unpaid TO line-share
                END-IF.
                SUBTRACT line-share FROM rl-interest-unpaid.
                SUBTRACT line-share FROM loan-balance.
                SUBTRACT line-share FROM money-left.
                ADD line-share TO pa-interest.
                COMPUTE line-room = loan-balance - rl-interest-unpaid.
                IF money-left < line-room THEN
                    MOVE money-left TO line-share
                ELSE
                    MOVE line-room TO line-share
                END-IF.
                SUBTRACT line-share FROM loan-balance.
                SUBTRACT line-share FROM money-left.
                ADD line-share TO pa-principal.
                COMPUTE line-applied =
                        pa-fees + pa-interest + pa-principal.
                PERFORM meet-the-line-rows.
                IF money-left > 0 THEN
                    ADD 1 TO over-pays
                    DISPLAY "loanpost: OVERPAY line "
                            pay-loan-number " " money-left
                            " left after the balance"
                    MOVE money-left TO difference-amount
                    PERFORM park-to-suspense-over
                    MOVE "+" TO pa-suspense-sign
                    MOVE difference-amount TO pa-suspense
                END-IF.
                REWRITE loan-record.
                REWRITE revolving-line-record.
                PERFORM record-the-line-payment.
                WRITE payment-allocation-record.
                ADD 1 TO payments-posted.
                EXIT.

            *> the line's due rows in order: each is paid once the
            *> money since the last one covers its minimum, and all
            *> of them once the line owes nothing. Rows paid here
            *> carry no posting cycle - the money reaches the ledger
            *> off the LINE allocation, not the row.
            meet-the-line-rows.
                ADD line-applied TO rl-due-credit.
                PERFORM read-the-next-row.
                PERFORM UNTIL NOT next-row-on-file
                        OR loan-payments-made >= rl-last-row
                    IF rl-due-credit >= sched-principal-amt THEN
                        SUBTRACT sched-principal-amt
                                FROM rl-due-credit
                    ELSE
                        IF loan-balance > 0 OR loan-fees-due > 0 THEN
                            EXIT PERFORM
                        END-IF
                    END-IF
                    PERFORM post-the-line-row
                    PERFORM read-the-next-row
                END-PERFORM.
                IF loan-payments-made >= rl-last-row THEN
                    MOVE 0 TO rl-due-credit
                END-IF.
                EXIT.

            post-the-line-row.
                SET sched-row-is-paid TO TRUE.
                MOVE pay-date TO sched-paid-date.
                MOVE SPACES TO sched-posted-date.
                REWRITE schedule-record.
                ADD 1 TO loan-payments-made.
                IF pa-row-count = 0 THEN
                    MOVE sched-payment-num TO pa-first-row
                END-IF.
                ADD 1 TO pa-row-count.
                EXIT.

            record-the-line-payment.
                MOVE SPACES TO loan-txn-record.
                MOVE pay-loan-number TO txn-loan-number.
                SET txn-is-line-payment TO TRUE.
                MOVE pay-amount TO txn-amount.
                MOVE pa-principal TO txn-principal.
                MOVE pa-interest TO txn-interest.
                MOVE pa-fees TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                IF pa-row-count > 0 THEN
                    COMPUTE txn-payment-num =
                            pa-first-row + pa-row-count - 1
                ELSE
                    MOVE 0 TO txn-payment-num
                END-IF.
                MOVE pay-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                IF pa-suspense-sign = "+" THEN
                    MOVE "OVER - DIFFERENCE TO SUSPENSE" TO txn-memo
                ELSE
                    MOVE "PAYMENT ON LINE OF CREDIT" TO txn-memo
                END-IF.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            apply-to-fees.
                IF loan-fees-due = 0 OR money-left = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF money-left < loan-fees-due THEN
                    MOVE money-left TO fee-share
                ELSE
                    MOVE loan-fees-due TO fee-share
                END-IF.
                SUBTRACT fee-share FROM loan-fees-due.
                SUBTRACT fee-share FROM money-left.
                ADD fee-share TO pa-fees.
                EXIT.

            *> every installment already due before the money arrived,
            *> oldest first, for as long as the money covers one whole.
            apply-to-past-due.
                PERFORM read-the-next-row.
                PERFORM UNTIL NOT next-row-on-file
                        OR sched-due-date >= pay-date
                        OR money-left < installment-due
                    PERFORM post-the-row
                    SUBTRACT installment-due FROM money-left
                    PERFORM read-the-next-row
                END-PERFORM.
                EXIT.

            apply-to-current.
                PERFORM read-the-next-row.
                IF next-row-on-file
                        AND money-left >= installment-due THEN
                    PERFORM post-the-row
                    SUBTRACT installment-due FROM money-left
                END-IF.
                EXIT.

            read-the-next-row.
                MOVE 1 TO row-found.
                MOVE pay-loan-number TO sched-loan-number.
                COMPUTE sched-payment-num = loan-payments-made + 1.
                READ loan-schedule
                    INVALID KEY MOVE 0 TO row-found
                END-READ.
                IF next-row-on-file THEN
                    COMPUTE installment-due = sched-principal-amt
                            + sched-interest-amt + escrow-due
                END-IF.
                EXIT.

            *> the row in hand is paid: the balance drops by the
            *> scheduled principal and the escrow share is deposited.
            post-the-row.
                SET sched-row-is-paid TO TRUE.
                MOVE pay-date TO sched-paid-date.
                *> the posting cycle, distinct from the received
                *> date - glfeed selects the night's splits on it.
                MOVE cycle-date-stamp TO sched-posted-date.
                REWRITE schedule-record.
                SUBTRACT sched-principal-amt FROM loan-balance.
                ADD 1 TO loan-payments-made.
                IF loan-payments-made >= loan-term-months THEN
                    DISPLAY "loanpost: loan " pay-loan-number
                            " paid off"
                END-IF.
                ADD sched-interest-amt TO pa-interest.
                ADD sched-principal-amt TO pa-principal.
                IF pa-row-count = 0 THEN
                    MOVE sched-payment-num TO pa-first-row
                END-IF.
                ADD 1 TO pa-row-count.
                IF loan-has-escrow AND escrow-due > 0 THEN
                    CALL "escrpost" USING "D", pay-loan-number,
                            escrow-due, pay-date, escrow-outcome
                    ADD escrow-due TO pa-escrow
                END-IF.
                EXIT.

            *> the payment on the loan's transaction history: the
            *> whole amount received, split the way it was applied.
            record-the-payment.
                MOVE SPACES TO loan-txn-record.
                MOVE pay-loan-number TO txn-loan-number.
                SET txn-is-payment TO TRUE.
                MOVE pay-amount TO txn-amount.
                MOVE pa-principal TO txn-principal.
                MOVE pa-interest TO txn-interest.
                MOVE pa-fees TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                IF pa-row-count > 0 THEN
                    COMPUTE txn-payment-num =
                            pa-first-row + pa-row-count - 1
                ELSE
                    MOVE 0 TO txn-payment-num
                END-IF.
                MOVE pay-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                EVALUATE TRUE
                    WHEN pa-suspense-sign = "-"
                        MOVE "SHORT - DIFFERENCE TO SUSPENSE"
                                TO txn-memo
                    WHEN pa-suspense-sign = "+"
                        MOVE "OVER - DIFFERENCE TO SUSPENSE"
                                TO txn-memo
                    WHEN pa-row-count = 0
                        MOVE "APPLIED TO FEES" TO txn-memo
                    WHEN pa-row-count > 1
                        STRING pa-row-count " INSTALLMENTS APPLIED"
                            DELIMITED BY SIZE INTO txn-memo
                        END-STRING
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            *> a principal-only payment: every cent goes to principal,
            *> nothing to interest, fees or escrow, and no row is
            *> marked paid - the unpaid rows are recast behind the
            *> lower balance per the loan's election on loanopt.dat.
            *> A curtailment that would clear the loan is a payoff
            *> and goes through a payoff quote instead.
            post-one-curtailment.
                MOVE pay-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "loanpost: REJECT curtailment - loan "
                                pay-loan-number " not on master"
                        MOVE "NOT ON MASTER" TO reject-reason
                        PERFORM park-the-reject
                        EXIT PARAGRAPH
                END-READ.
                IF loan-is-transferred THEN
                    PERFORM forward-the-payment
                    EXIT PARAGRAPH
                END-IF.
                IF loan-is-written-off THEN
                    PERFORM post-the-recovery
                    EXIT PARAGRAPH
                END-IF.
                IF NOT loan-is-active THEN
                    DISPLAY "loanpost: REJECT curtailment - loan "
                            pay-loan-number " is not active"
                    MOVE "LOAN NOT ACTIVE" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                *> principal-only means nothing on a line: the money
                *> pays it down like any payment.
                PERFORM find-the-line.
                IF loan-is-a-line THEN
                    PERFORM post-one-line-payment
                    EXIT PARAGRAPH
                END-IF.
                IF pay-amount = 0 THEN
                    DISPLAY "loanpost: REJECT curtailment - loan "
                            pay-loan-number " for no amount"
                    MOVE "CURT NO AMOUNT" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                IF pay-amount >= loan-balance THEN
                    DISPLAY "loanpost: REJECT curtailment - loan "
                            pay-loan-number " " pay-amount
                            " would pay off " loan-balance
                            " - quote a payoff instead"
                    MOVE "CURT EXCEEDS BAL" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                IF loan-payments-made >= loan-term-months THEN
                    DISPLAY "loanpost: REJECT curtailment - loan "
                            pay-loan-number " has no unpaid "
                            "schedule row"
                    MOVE "NO UNPAID ROW" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-election.
                MOVE SPACES TO journal-before.
                STRING "CURT BAL " loan-balance " TERM "
                        loan-term-months " PMT " loan-payment
                    INTO journal-before
                END-STRING.
                SUBTRACT pay-amount FROM loan-balance.
                PERFORM recast-the-schedule.
                REWRITE loan-record.
                MOVE SPACES TO journal-after.
                STRING "CURT " pay-amount " BAL " loan-balance
                        " TERM " loan-term-months " PMT "
                        loan-payment
                    INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE pay-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                PERFORM record-the-curtailment.
                MOVE pay-loan-number TO queue-loan-number.
                WRITE queue-record.
                ADD 1 TO curtailments-posted.
                DISPLAY "loanpost: loan " pay-loan-number
                        " curtailed " pay-amount ", " rows-dropped
                        " row(s) dropped, term " loan-term-months
                        " payment " loan-payment.
                EXIT.

            *> no election on file keeps the payment and shortens the
            *> term - the borrower pays the same and finishes sooner.
            read-the-election.
                MOVE "T" TO curtail-election.
                MOVE "F" TO curtail-product.
                MOVE 0 TO curtail-io-months.
                MOVE 0 TO curtail-amort-term.
                IF options-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE pay-loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF lo-keeps-the-maturity THEN
                            MOVE "P" TO curtail-election
                        END-IF
                        IF lo-interest-only THEN
                            MOVE "I" TO curtail-product
                            MOVE lo-io-months TO curtail-io-months
                        END-IF
                        IF lo-balloon THEN
                            MOVE "B" TO curtail-product
                            MOVE lo-amort-term TO curtail-amort-term
                        END-IF
                END-READ.
                EXIT.

            *> the unpaid rows walked in order over the new balance,
            *> the same split loanadd's generate-schedule makes. Each
            *> row keeps its own due date and late flag; only the
            *> amounts change. Keeping the maturity takes a new
            *> payment from loancalc over the rows remaining; keeping
            *> the payment runs the balance out early, and every row
            *> past the one that clears it is dropped.
            recast-the-schedule.
                COMPUTE first-open-row = loan-payments-made + 1.
                MOVE loan-term-months TO old-term.
                COMPUTE recast-term = old-term - loan-payments-made.
                IF curtail-interest-only
                        AND curtail-io-months > loan-payments-made
                        AND curtail-io-months < old-term THEN
                    COMPUTE recast-term = old-term - curtail-io-months
                END-IF.
                IF curtail-balloon
                        AND curtail-amort-term > old-term THEN
                    COMPUTE recast-term =
                            curtail-amort-term - loan-payments-made
                END-IF.
                IF loan-accrues-act-365 THEN
                    COMPUTE monthly-rate =
                            loan-annual-rate * 30 / 36500
                ELSE
                    COMPUTE monthly-rate = loan-annual-rate / 1200
                END-IF.
                IF curtail-keeps-maturity THEN
                    MOVE loan-balance TO recast-principal
                    CALL "loancalc" USING recast-principal,
                            loan-annual-rate, recast-term,
                            recast-payment, recast-total-int,
                            loan-day-count
                    MOVE recast-payment TO loan-payment
                ELSE
                    MOVE loan-payment TO recast-payment
                END-IF.
                MOVE loan-balance TO running-balance.
                MOVE loan-payments-made TO last-kept-row.
                MOVE 0 TO rows-dropped.
                PERFORM VARYING recast-row FROM first-open-row BY 1
                        UNTIL recast-row > old-term
                    MOVE pay-loan-number TO sched-loan-number
                    MOVE recast-row TO sched-payment-num
                    READ loan-schedule
                        INVALID KEY
                            DISPLAY "loanpost: loan " pay-loan-number
                                    " row " recast-row " missing on "
                                    "curtailment"
                        NOT INVALID KEY
                            PERFORM recast-one-row
                    END-READ
                END-PERFORM.
                IF NOT curtail-keeps-maturity THEN
                    MOVE last-kept-row TO loan-term-months
                END-IF.
                EXIT.

            recast-one-row.
                IF running-balance = 0 THEN
                    DELETE loan-schedule
                        INVALID KEY CONTINUE
                        NOT INVALID KEY ADD 1 TO rows-dropped
                    END-DELETE
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE interest-amt ROUNDED =
                        running-balance * monthly-rate.
                IF recast-payment > interest-amt THEN
                    COMPUTE principal-amt =
                            recast-payment - interest-amt
                ELSE
                    MOVE 0 TO principal-amt
                END-IF.
                IF principal-amt > running-balance
                        OR recast-row = old-term THEN
                    MOVE running-balance TO principal-amt
                END-IF.
                IF curtail-interest-only
                        AND recast-row <= curtail-io-months
                        AND recast-row < old-term THEN
                    MOVE 0 TO principal-amt
                END-IF.
                SUBTRACT principal-amt FROM running-balance.
                MOVE principal-amt TO sched-principal-amt.
                MOVE interest-amt TO sched-interest-amt.
                MOVE running-balance TO sched-balance-after.
                REWRITE schedule-record.
                MOVE recast-row TO last-kept-row.
                EXIT.

            *> the curtailment on the loan's history, all principal,
            *> and on the allocation trail under its own rule so the
            *> ledger feed books the principal and a reversal passes
            *> it by.
            record-the-curtailment.
                MOVE SPACES TO loan-txn-record.
                MOVE pay-loan-number TO txn-loan-number.
                SET txn-is-curtailment TO TRUE.
                MOVE pay-amount TO txn-amount.
                MOVE pay-amount TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE pay-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                IF curtail-keeps-maturity THEN
                    MOVE loan-payment TO memo-payment
                    STRING "CURTAILED - PMT "
                            FUNCTION TRIM(memo-payment)
                        DELIMITED BY SIZE INTO txn-memo
                    END-STRING
                ELSE
                    STRING "CURTAILED - TERM " loan-term-months
                            " MONTHS"
                        DELIMITED BY SIZE INTO txn-memo
                    END-STRING
                END-IF.
                CALL "txnwrite" USING loan-txn-record.
                MOVE SPACES TO payment-allocation-record.
                MOVE pay-loan-number TO pa-loan-number.
                SET pa-is-applied TO TRUE.
                MOVE pay-amount TO pa-amount.
                MOVE 0 TO pa-fees.
                MOVE 0 TO pa-interest.
                MOVE pay-amount TO pa-principal.
                MOVE 0 TO pa-escrow.
                MOVE 0 TO pa-suspense.
                MOVE 0 TO pa-first-row.
                MOVE 0 TO pa-row-count.
                SET pa-is-curtailment TO TRUE.
                MOVE pay-date TO pa-date.
                MOVE cycle-date-stamp TO pa-cycle-date.
                WRITE payment-allocation-record.
                EXIT.

            *> an NSF backout: the loan's most recently posted payment
            *> is un-posted - schedule rows un-marked, balance, count
            *> and fees restored, a paid-off loan reopened - and the
            *> whole move journaled with before/after images so the
            *> bounce can be cited later.
            reverse-one-payment.
                        PERFORM park-the-reject
                        EXIT PARAGRAPH
                END-READ.
                IF loan-is-transferred THEN
                    DISPLAY "loanpost: REJECT reversal - loan "
                            pay-loan-number " has been transferred"
                    MOVE "RVSL LOAN XFERRED" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                IF loan-is-written-off THEN
                    PERFORM reverse-the-recovery
                    EXIT PARAGRAPH
                END-IF.
                *> a returned line payment puts back interest billed,
                *> fees and due rows the payment met, and the accrual
                *> since - the desk re-draws and re-bills it by hand.
                PERFORM find-the-line.
                IF loan-is-a-line THEN
                    DISPLAY "loanpost: REJECT reversal - loan "
                            pay-loan-number " is a line of credit"
                    MOVE "RVSL LINE - SEE DESK" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find-last-allocation.
                IF stack-depth > 0 THEN
                    MOVE 0 TO undo-last-row
                    IF undo-row-count > 0 THEN
                        COMPUTE undo-last-row =
                                undo-first-row + undo-row-count - 1
                    END-IF
                    IF undo-row-count = 0
                            OR undo-last-row = loan-payments-made THEN
                        PERFORM reverse-the-allocation
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                PERFORM reverse-the-last-row.
                EXIT.

            *> the loan's latest payment off the allocation trail: each
            *> payment stacks, each reversal already made pops one, so
            *> the top is the payment a bounce now takes back. The
            *> trail is open for append all run; it is read between.
            find-last-allocation.
                MOVE 0 TO stack-depth.
                CLOSE allocation-file.
                OPEN INPUT allocation-file.
                IF allocation-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ allocation-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND pa-loan-number
                                        = pay-loan-number THEN
                            PERFORM stack-one-allocation
                        END-IF
                    END-PERFORM
                    MOVE 0 TO end_of_file
                    CLOSE allocation-file
                END-IF.
                OPEN EXTEND allocation-file.
                IF allocation-file-status = "35" THEN
                    OPEN OUTPUT allocation-file
                END-IF.
                IF stack-depth > 0 THEN
                    MOVE stack-fees(stack-depth) TO undo-fees
                    MOVE stack-interest(stack-depth) TO undo-interest
                    MOVE stack-principal(stack-depth)
                            TO undo-principal
                    MOVE stack-escrow(stack-depth) TO undo-escrow
                    MOVE stack-first-row(stack-depth)
                            TO undo-first-row
                    MOVE stack-row-count(stack-depth)
                            TO undo-row-count
                END-IF.
                EXIT.

            *> a full stack drops its oldest payment - a bounce that
            *> deep is past reversing from the trail anyway. A
            *> curtailment never stacks: its rows were recast, not
            *> paid, so there is nothing on the trail to un-mark.
            stack-one-allocation.
                IF pa-is-curtailment THEN
                    EXIT PARAGRAPH
                END-IF.
                IF pa-is-reversed THEN
                    IF stack-depth > 0 THEN
                        SUBTRACT 1 FROM stack-depth
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF stack-depth = 20 THEN
                    PERFORM VARYING stack-index FROM 1 BY 1
                            UNTIL stack-index > 19
                        MOVE stack-entry(stack-index + 1)
                                TO stack-entry(stack-index)
                    END-PERFORM
                    MOVE 19 TO stack-depth
                END-IF.
                ADD 1 TO stack-depth.
                MOVE pa-fees TO stack-fees(stack-depth).
                MOVE pa-interest TO stack-interest(stack-depth).
                MOVE pa-principal TO stack-principal(stack-depth).
                MOVE pa-escrow TO stack-escrow(stack-depth).
                MOVE pa-first-row TO stack-first-row(stack-depth).
                MOVE pa-row-count TO stack-row-count(stack-depth).
                EXIT.

            *> the payment's whole allocation comes back off the
            *> loan: its rows un-marked newest first, its fees owed
            *> again, its escrow backed out, and a reversal record on
            *> the trail so the proof and the ledger net it.
            reverse-the-allocation.
                MOVE SPACES TO journal-before.
                STRING "PMT " undo-first-row "-" undo-last-row
                        " FEES " loan-fees-due " BAL " loan-balance
                    INTO journal-before
                END-STRING.
                PERFORM VARYING undo-row FROM undo-last-row BY -1
                        UNTIL undo-row < undo-first-row
                            OR undo-row = 0
                            OR undo-row-count = 0
                    MOVE pay-loan-number TO sched-loan-number
                    MOVE undo-row TO sched-payment-num
                    READ loan-schedule
                        INVALID KEY
                            DISPLAY "loanpost: loan " pay-loan-number
                                    " row " undo-row " missing on "
                                    "reversal"
                        NOT INVALID KEY
                            IF sched-row-is-paid THEN
                                MOVE "N" TO sched-paid-flag
                                MOVE SPACES TO sched-paid-date
                                MOVE SPACES TO sched-posted-date
                                REWRITE schedule-record
                                ADD sched-principal-amt
                                        TO loan-balance
                                SUBTRACT 1 FROM loan-payments-made
                            END-IF
                    END-READ
                END-PERFORM.
                ADD undo-fees TO loan-fees-due.
                IF loan-is-paid-off THEN
                    SET loan-is-active TO TRUE
                    DISPLAY "loanpost: loan " pay-loan-number
                            " reopened by reversal"
                END-IF.
                REWRITE loan-record.
                MOVE SPACES TO journal-after.
                STRING "PMT " undo-first-row "-" undo-last-row
                        " UNPAID ON " pay-date " FEES " loan-fees-due
                        " BAL " loan-balance
                    INTO journal-after
                END-STRING.
                MOVE SPACES TO journal-key.
                MOVE pay-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE SPACES TO loan-txn-record.
                MOVE pay-loan-number TO txn-loan-number.
                SET txn-is-reversal TO TRUE.
                COMPUTE txn-amount = undo-fees + undo-interest
                        + undo-principal + undo-escrow.
                MOVE undo-principal TO txn-principal.
                MOVE undo-interest TO txn-interest.
                MOVE undo-fees TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                IF undo-row-count > 0 THEN
                    MOVE undo-last-row TO txn-payment-num
                ELSE
                    MOVE 0 TO txn-payment-num
                END-IF.
                MOVE pay-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                MOVE "PAYMENT BACKED OUT" TO txn-memo.
                CALL "txnwrite" USING loan-txn-record.
                IF undo-escrow > 0 THEN
                    CALL "escrpost" USING "R", pay-loan-number,
                            undo-escrow, pay-date, escrow-outcome
                END-IF.
                MOVE SPACES TO payment-allocation-record.
                MOVE pay-loan-number TO pa-loan-number.
                SET pa-is-reversed TO TRUE.
                MOVE pay-amount TO pa-amount.
                MOVE undo-fees TO pa-fees.
                MOVE undo-interest TO pa-interest.
                MOVE undo-principal TO pa-principal.
                MOVE undo-escrow TO pa-escrow.
                MOVE 0 TO pa-suspense.
                MOVE undo-first-row TO pa-first-row.
                MOVE undo-row-count TO pa-row-count.
                MOVE pay-date TO pa-date.
                MOVE cycle-date-stamp TO pa-cycle-date.
                WRITE payment-allocation-record.
                ADD 1 TO reversals-posted.
                DISPLAY "loanpost: loan " pay-loan-number
                        " payment of " undo-row-count
                        " installment(s) reversed".
                EXIT.

            *> the old backout, for a posting the trail does not
            *> hold: the latest paid row alone.
            reverse-the-last-row.
                IF loan-payments-made = 0 THEN
                    DISPLAY "loanpost: REJECT reversal - loan "
                            pay-loan-number " has no posted payment"
                MOVE pay-loan-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE SPACES TO loan-txn-record.
                MOVE pay-loan-number TO txn-loan-number.
                SET txn-is-reversal TO TRUE.
                COMPUTE txn-amount =
                        sched-principal-amt + sched-interest-amt.
                MOVE sched-principal-amt TO txn-principal.
                MOVE sched-interest-amt TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE loan-balance TO txn-balance-after.
                MOVE sched-payment-num TO txn-payment-num.
                MOVE pay-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                MOVE "PAYMENT BACKED OUT" TO txn-memo.
                CALL "txnwrite" USING loan-txn-record.
                CALL "escrpost" USING "Q", pay-loan-number,
                        escrow-due, pay-date, escrow-outcome.
                IF loan-has-escrow AND escrow-due > 0 THEN
                    CALL "escrpost" USING "R", pay-loan-number,
                            escrow-due, pay-date, escrow-outcome
                END-IF.
                ADD 1 TO reversals-posted.
                DISPLAY "loanpost: loan " pay-loan-number
                        " payment " sched-payment-num " reversed".
                WRITE payment-reject-record.
                EXIT.

            *> a transferred loan's money belongs with its new
            *> servicer: onto the forwarding list, and onto the
            *> reject trail so the cash proof accounts for it.
            forward-the-payment.
                MOVE SPACES TO forward-record.
                MOVE SPACES TO xr-purchaser-id.
                MOVE SPACES TO xr-transfer-date.
                IF transfers-open = 1 THEN
                    MOVE pay-loan-number TO xr-loan-number
                    READ transfer-register
                        INVALID KEY CONTINUE
                    END-READ
                END-IF.
                MOVE pay-loan-number TO fw-loan-number.
                MOVE pay-type TO fw-type.
                MOVE pay-amount TO fw-amount.
                MOVE pay-date TO fw-date.
                MOVE xr-purchaser-id TO fw-purchaser-id.
                MOVE xr-transfer-date TO fw-transfer-date.
                MOVE cycle-date-stamp TO fw-cycle-date.
                IF pay-date > xr-transfer-date THEN
                    MOVE "FWD TO PURCHASER" TO fw-note
                    MOVE "FWD TO PURCHASER" TO reject-reason
                ELSE
                    MOVE "SETTLE PRE-XFER DATE" TO fw-note
                    MOVE "FWD PRE-XFER DATE" TO reject-reason
                END-IF.
                WRITE forward-record.
                ADD 1 TO payments-forwarded.
                DISPLAY "loanpost: FORWARD loan " pay-loan-number
                        " " pay-amount " to "
                        FUNCTION TRIM(xr-purchaser-id)
                        " - transferred " xr-transfer-date.
                PERFORM park-the-reject.
                EXIT.

            *> a pay-type V remittance: recovery money, which only a
            *> written-off loan can take.
            post-one-recovery.
                MOVE pay-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "loanpost: REJECT recovery - loan "
                                pay-loan-number " not on master"
                        MOVE "NOT ON MASTER" TO reject-reason
                        PERFORM park-the-reject
                        EXIT PARAGRAPH
                END-READ.
                IF NOT loan-is-written-off THEN
                    DISPLAY "loanpost: REJECT recovery - loan "
                            pay-loan-number " is not written off"
                    MOVE "NOT WRITTEN OFF" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                PERFORM post-the-recovery.
                EXIT.

            *> the loan's recovery entry, or a new one opened from
            *> its write-off - the latest woff.dat entry for the loan,
            *> or failing that the balance and fees the master still
            *> carries as charged off.
            read-the-recovery.
                MOVE 0 TO recovery-on-file.
                MOVE loan-number TO rcv-loan-number.
                READ recovery-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO recovery-on-file
                END-READ.
                IF recovery-was-read THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO recovery-record.
                MOVE loan-number TO rcv-loan-number.
                MOVE loan-borrower-id TO rcv-borrower-id.
                MOVE loan-balance TO rcv-woff-principal.
                MOVE loan-fees-due TO rcv-woff-fees.
                MOVE 0 TO rcv-principal-recovered.
                MOVE 0 TO rcv-fees-recovered.
                MOVE 0 TO rcv-excess-recovered.
                MOVE 0 TO rcv-count.
                OPEN INPUT writeoff-file.
                IF writeoff-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO writeoff-done.
                PERFORM UNTIL writeoff-done = 1
                    READ writeoff-file
                        AT END MOVE 1 TO writeoff-done
                    END-READ
                    IF writeoff-done = 0
                            AND wo-loan-number = loan-number THEN
                        MOVE wo-principal TO rcv-woff-principal
                        MOVE wo-fees TO rcv-woff-fees
                        MOVE wo-cycle-date TO rcv-woff-cycle-date
                    END-IF
                END-PERFORM.
                CLOSE writeoff-file.
                EXIT.

            *> recovery money: principal charged off first, then fees,
            *> then excess. The schedule and loan-balance are not
            *> touched - the loan stays written off.
            post-the-recovery.
                IF pay-amount = 0 THEN
                    DISPLAY "loanpost: REJECT recovery - loan "
                            pay-loan-number " zero amount"
                    MOVE "ZERO RECOVERY" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-recovery.
                MOVE pay-amount TO recovery-left.
                MOVE 0 TO recovery-principal.
                MOVE 0 TO recovery-fees.
                MOVE 0 TO recovery-excess.
                MOVE 0 TO recovery-room.
                IF rcv-woff-principal > rcv-principal-recovered THEN
                    COMPUTE recovery-room = rcv-woff-principal
                            - rcv-principal-recovered
                END-IF.
                IF recovery-left > recovery-room THEN
                    MOVE recovery-room TO recovery-principal
                ELSE
                    MOVE recovery-left TO recovery-principal
                END-IF.
                SUBTRACT recovery-principal FROM recovery-left.
                MOVE 0 TO recovery-room.
                IF rcv-woff-fees > rcv-fees-recovered THEN
                    COMPUTE recovery-room = rcv-woff-fees
                            - rcv-fees-recovered
                END-IF.
                IF recovery-left > recovery-room THEN
                    MOVE recovery-room TO recovery-fees
                ELSE
                    MOVE recovery-left TO recovery-fees
                END-IF.
                SUBTRACT recovery-fees FROM recovery-left.
                MOVE recovery-left TO recovery-excess.
                ADD recovery-principal TO rcv-principal-recovered.
                ADD recovery-fees TO rcv-fees-recovered.
                ADD recovery-excess TO rcv-excess-recovered.
                ADD 1 TO rcv-count.
                MOVE pay-date TO rcv-last-date.
                MOVE cycle-date-stamp TO rcv-last-cycle-date.
                IF recovery-was-read THEN
                    REWRITE recovery-record
                ELSE
                    WRITE recovery-record
                END-IF.
                ADD 1 TO recoveries-posted.
                DISPLAY "loanpost: loan " pay-loan-number
                        " recovery " pay-amount " on write-off "
                        rcv-woff-cycle-date.
                MOVE SPACES TO loan-txn-record.
                SET txn-is-recovery TO TRUE.
                PERFORM record-the-recovery.
                EXIT.

            *> a recovery backed out: excess first, then fees, then
            *> principal - the reverse of the order it went on.
            reverse-the-recovery.
                PERFORM read-the-recovery.
                IF NOT recovery-was-read
                        OR rcv-principal-recovered + rcv-fees-recovered
                            + rcv-excess-recovered < pay-amount THEN
                    DISPLAY "loanpost: REJECT reversal - loan "
                            pay-loan-number " has no recovery of "
                            pay-amount " to back out"
                    MOVE "RVSL NO RECOVERY" TO reject-reason
                    PERFORM park-the-reject
                    EXIT PARAGRAPH
                END-IF.
                MOVE pay-amount TO recovery-left.
                IF recovery-left > rcv-excess-recovered THEN
                    MOVE rcv-excess-recovered TO recovery-excess
                ELSE
                    MOVE recovery-left TO recovery-excess
                END-IF.
                SUBTRACT recovery-excess FROM recovery-left.
                IF recovery-left > rcv-fees-recovered THEN
                    MOVE rcv-fees-recovered TO recovery-fees
                ELSE
                    MOVE recovery-left TO recovery-fees
                END-IF.
                SUBTRACT recovery-fees FROM recovery-left.
                MOVE recovery-left TO recovery-principal.
                SUBTRACT recovery-excess FROM rcv-excess-recovered.
                SUBTRACT recovery-fees FROM rcv-fees-recovered.
                SUBTRACT recovery-principal
                        FROM rcv-principal-recovered.
                IF rcv-count > 0 THEN
                    SUBTRACT 1 FROM rcv-count
                END-IF.
                MOVE cycle-date-stamp TO rcv-last-cycle-date.
                REWRITE recovery-record.
                ADD 1 TO recoveries-reversed.
                DISPLAY "loanpost: loan " pay-loan-number
                        " recovery of " pay-amount " reversed".
                MOVE SPACES TO loan-txn-record.
                SET txn-is-recovery-reversal TO TRUE.
                PERFORM record-the-recovery.
                EXIT.

            record-the-recovery.
                MOVE pay-loan-number TO txn-loan-number.
                MOVE pay-amount TO txn-amount.
                MOVE recovery-principal TO txn-principal.
                MOVE recovery-excess TO txn-interest.
                MOVE recovery-fees TO txn-fee.
                MOVE 0 TO txn-balance-after.
                IF rcv-woff-principal + rcv-woff-fees
                        > rcv-principal-recovered + rcv-fees-recovered
                        THEN
                    COMPUTE txn-balance-after = rcv-woff-principal
                            + rcv-woff-fees - rcv-principal-recovered
                            - rcv-fees-recovered
                END-IF.
                MOVE 0 TO txn-payment-num.
                MOVE pay-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE journal-program TO txn-program.
                EVALUATE TRUE
                    WHEN txn-is-recovery-reversal
                        MOVE "RECOVERY REVERSED" TO txn-memo
                    WHEN recovery-excess > 0
                        MOVE "RECOVERY - EXCESS OVER WOFF"
                                TO txn-memo
                    WHEN OTHER
                        MOVE "RECOVERY ON WRITTEN-OFF LOAN"
                                TO txn-memo
                END-EVALUATE.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            park-to-suspense-short.
                MOVE SPACES TO cash-suspense-record.
                MOVE pay-loan-number TO cs-loan-number.
