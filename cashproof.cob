        *>    + interest collected (paid loansched.dat rows)
        *>    + movement in the cash suspense (cashsusp.dat)
        *>    + rejects parked by loanpost (payrej.dat, netted by type)
        *>    + fees collected (payalloc.dat, reversals netted out)
        *>    + escrow deposited (loantxn.dat ESCD less ESCR events)
        *>    + recoveries on written-off loans (loantxn.dat RCVY
        *>      less RCVR events - see loanpost.cob)
        *>    + refund checks paid out (loantxn.dat RFND less RFNV
        *>      events - see refund.cob and refchk.cob); the money
        *>      left the suspense or the escrow account, and those
        *>      legs fall by what the checks carried
        *>    + credit balances escheated to the state (loantxn.dat
        *>      UPRS events - see escheat.cob); the suspense falls by
        *>      them. An escheated check (UPRC) needs no leg - its
        *>      money went out with the RFND that issued it
        *>
        *>    the last two legs arrived with the payment allocation
        *>    rules and the escrow sub-account: loanpost can now apply
        *>    money to loan-fees-due, and the escrow share of an
        *>    installment goes to escrow.dat, neither of which moves
        *>    loan-balance or the paid rows' interest. Both are the
        *>    cycle's flows, selected on the cycle date the way the
        *>    rejects are, not snapshot movements.
        *>
        *>    movement needs a yardstick, so the job keeps its own
        *>    snapshot control record, cashproof.ctl, carrying the
        *>    and suspense net - the first run establishes the baseline
        *>    and proves nothing; every run after proves against the run
        *>    before. Loans originated since the snapshot are added back
        *>    so new principal is not mistaken for payments; loans
        *>    boarded from an acquired portfolio since the snapshot
        *>    (boardreg.dat, see loanboard.cob) are added back at the
        *>    balance taken over, not the seller's original note.
        *>    A loan moved to the loan archive since the snapshot
        *>    (loanmast.arc and loansched.arc, see loanarc.cob) takes
        *>    its balance and its paid rows' interest off the live
        *>    files without a cent changing hands, so both are taken
        *>    back out of the movements.
        *>
        *>    a revolving line of credit (revline.dat, see linemnt.cob)
        *>    is booked at its limit with nothing drawn, so a line
        *>    opened since the snapshot adds nothing back; its balance
        *>    grows instead with every draw and every bill of interest
        *>    (loantxn.dat DRAW and LINT events for the cycle), none
        *>    of it money in, and the line growth is added back to
        *>    the balance movement the same way. Run linebill before
        *>    the proof, so the night's interest is in the balance the
        *>    snapshot holds.
        *>
        *>    the online channel's payments (pay-type O, taken by the
        *>    web portal) are in the taken-in leg like any payment and
        *>    are also shown as their own subtotal beneath it.
        *>
        *>    run order: after loanpost and suspapply, before cyclecls -
        *>    see the driver program.
                        FILE STATUS IS reject-file-status.
                    *> the yardstick: last cycle's money position, in
                    *> the one-record cycle.ctl control-file shape.
                    SELECT allocation-file ASSIGN TO "payalloc.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS allocation-file-status.
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT register-file ASSIGN TO "boardreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS brd-loan-number
                        FILE STATUS IS register-file-status.
                    SELECT loan-archive ASSIGN TO "loanmast.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS arc-loan-number
                        ALTERNATE RECORD KEY IS arc-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-archive-status.
                    SELECT schedule-archive ASSIGN TO "loansched.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sa-key
                        FILE STATUS IS schedule-archive-status.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
                    SELECT proof-control ASSIGN TO "cashproof.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS proof-control-status.
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
                            88 pay-is-reversal VALUE "R".
                            88 pay-is-online   VALUE "O".
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                        02 rj-date        PIC X(8).
                        02 rj-cycle-date  PIC X(8).
                        02 rj-reason      PIC X(20).
                FD  allocation-file.
                    COPY PAYALLOC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  register-file.
                    COPY BOARDREG.
                FD  loan-archive.
                    COPY LOANARC.
                FD  schedule-archive.
                    COPY SCHDARC.
                FD  line-file.
                    COPY REVLINE.
                FD  proof-control.
                    01 proof-control-record.
                        02 cp-cycle-date    PIC X(8).
            WORKING-STORAGE SECTION.
                01 payment-file-status  PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 register-file-status PIC X(02) VALUE "00".
                01 register-readable    PIC 9 VALUE ZERO.
                    88 register-is-open VALUE 1.
                01 loan-was-boarded     PIC 9 VALUE ZERO.
                    88 loan-is-on-register VALUE 1.
                01 line-file-status     PIC X(02) VALUE "00".
                01 line-file-readable   PIC 9 VALUE ZERO.
                    88 line-file-is-open VALUE 1.
                01 loan-was-a-line      PIC 9 VALUE ZERO.
                    88 loan-is-a-line VALUE 1.
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 cash-suspense-status PIC X(02) VALUE "00".
                01 reject-file-status   PIC X(02) VALUE "00".
                01 proof-control-status PIC X(02) VALUE "00".
                01 allocation-file-status PIC X(02) VALUE "00".
                01 loan-txn-status      PIC X(02) VALUE "00".
                01 loan-archive-status  PIC X(02) VALUE "00".
                01 schedule-archive-status PIC X(02) VALUE "00".
                01 archive-done     PIC 9 VALUE ZERO.
                01 archived-loan    PIC 9(6) VALUE ZEROS.
                01 archived-lately  PIC 9 VALUE ZERO.
                    88 loan-archived-lately VALUE 1.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 reversals-out    PIC 9(11)V99 VALUE ZEROS.
                01 payments-net     PIC S9(11)V99 VALUE ZEROS.
                01 payment-count    PIC 9(6) VALUE ZEROS.
                *> the online channel's share of payments-in.
                01 online-in        PIC 9(11)V99 VALUE ZEROS.
                01 online-count     PIC 9(6) VALUE ZEROS.
                *> tonight's position, and the snapshot it is held
                *> against.
                01 balance-now      PIC 9(11)V99 VALUE ZEROS.
                01 interest-now     PIC 9(11)V99 VALUE ZEROS.
                01 suspense-now     PIC S9(11)V99 VALUE ZEROS.
                01 originated-since PIC 9(11)V99 VALUE ZEROS.
                01 line-growth      PIC 9(11)V99 VALUE ZEROS.
                01 prior-balance    PIC 9(11)V99 VALUE ZEROS.
                01 prior-interest   PIC 9(11)V99 VALUE ZEROS.
                01 prior-suspense   PIC S9(11)V99 VALUE ZEROS.
                01 suspense-movement PIC S9(11)V99 VALUE ZEROS.
                01 rejected-net      PIC S9(11)V99 VALUE ZEROS.
                01 rejected-count    PIC 9(6) VALUE ZEROS.
                01 fees-collected    PIC S9(11)V99 VALUE ZEROS.
                01 escrow-deposited  PIC S9(11)V99 VALUE ZEROS.
                01 recoveries-net    PIC S9(11)V99 VALUE ZEROS.
                01 refunds-net       PIC S9(11)V99 VALUE ZEROS.
                01 escheated-net     PIC S9(11)V99 VALUE ZEROS.
                01 archived-balance  PIC 9(11)V99 VALUE ZEROS.
                01 archived-interest PIC 9(11)V99 VALUE ZEROS.
                01 proof-difference  PIC S9(11)V99 VALUE ZEROS.
                01 display-amount    PIC -(10)9.99.
                01 banner-job-name  PIC X(20) VALUE "CASHPROOF".
            PERFORM total-paid-interest.
            PERFORM total-the-suspense.
            PERFORM total-the-rejects.
            PERFORM total-the-fees.
            PERFORM total-the-escrow.
            PERFORM report-the-proof.
            PERFORM write-new-snapshot.
            MOVE payment-count TO banner-rec-count.
                        ELSE
                            ADD pay-amount TO payments-in
                        END-IF
                        IF pay-is-online THEN
                            ADD pay-amount TO online-in
                            ADD 1 TO online-count
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE payment-file.
            *> the book side: tonight's total balance, and the
            *> principal of loans opened since the snapshot - new
            *> originations grow the book without any payment and
            *> must not read as money leaking out. A boarded loan
            *> carries the origination date its payments imply; it is
            *> counted from the boarding register instead.
            total-the-master.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                            "(status " loan-master-status ")"
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT register-file.
                IF register-file-status = "00" THEN
                    MOVE 1 TO register-readable
                END-IF.
                OPEN INPUT line-file.
                IF line-file-status = "00" THEN
                    MOVE 1 TO line-file-readable
                END-IF.
                MOVE 1 TO master-readable.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                        ADD loan-balance TO balance-now
                        IF snapshot-was-read
                                AND loan-opened > prior-date THEN
                            PERFORM check-the-register
                            PERFORM check-the-lines
                            IF NOT loan-is-on-register
                                    AND NOT loan-is-a-line THEN
                                ADD loan-principal TO originated-since
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM total-the-archived-balance.
                CLOSE loan-master.
                IF line-file-is-open THEN
                    CLOSE line-file
                END-IF.
                IF register-is-open THEN
                    PERFORM total-the-boarded
                    CLOSE register-file
                END-IF.
                EXIT.

            check-the-register.
                MOVE 0 TO loan-was-boarded.
                IF register-is-open THEN
                    MOVE loan-number TO brd-loan-number
                    READ register-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO loan-was-boarded
                    END-READ
                END-IF.
                EXIT.

            *> a line's limit was never paid out - its draws are.
            check-the-lines.
                MOVE 0 TO loan-was-a-line.
                IF line-file-is-open THEN
                    MOVE loan-number TO rl-loan-number
                    READ line-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO loan-was-a-line
                    END-READ
                END-IF.
                EXIT.

            *> acquired book: the balance each loan came across at,
            *> for loans boarded since the snapshot.
            total-the-boarded.
                IF NOT snapshot-was-read THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE LOW-VALUES TO brd-loan-number.
                START register-file KEY >= brd-loan-number
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ register-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND brd-boarded-date > prior-date THEN
                        ADD brd-boarded-balance TO originated-since
                    END-IF
                END-PERFORM.
                MOVE 0 TO end_of_file.
                EXIT.

            *> the balance each loan archived since the snapshot
            *> carried off the master with it.
            total-the-archived-balance.
                IF NOT snapshot-was-read THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-archive.
                IF loan-archive-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO archive-done.
                PERFORM UNTIL archive-done = 1
                    READ loan-archive NEXT RECORD
                        AT END MOVE 1 TO archive-done
                    END-READ
                    IF archive-done = 0
                            AND arc-archived-date > prior-date THEN
                        MOVE arc-loan-image TO loan-record
                        ADD loan-balance TO archived-balance
                    END-IF
                END-PERFORM.
                CLOSE loan-archive.
                EXIT.

            *> the paid interest on the rows of loans archived since
            *> the snapshot, each row's loan looked up in the loan
            *> archive for the date it went.
            total-the-archived-interest.
                IF NOT snapshot-was-read THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT schedule-archive.
                IF schedule-archive-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-archive.
                IF loan-archive-status NOT = "00" THEN
                    CLOSE schedule-archive
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO archived-loan.
                MOVE 0 TO archived-lately.
                MOVE 0 TO archive-done.
                PERFORM UNTIL archive-done = 1
                    READ schedule-archive NEXT RECORD
                        AT END MOVE 1 TO archive-done
                    END-READ
                    IF archive-done = 0
                            AND sa-loan-number NOT = archived-loan THEN
                        MOVE sa-loan-number TO archived-loan
                        MOVE 0 TO archived-lately
                        MOVE sa-loan-number TO arc-loan-number
                        READ loan-archive
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                IF arc-archived-date > prior-date THEN
                                    MOVE 1 TO archived-lately
                                END-IF
                        END-READ
                    END-IF
                    IF archive-done = 0 AND loan-archived-lately THEN
                        MOVE sa-row-image TO schedule-record
                        IF sched-row-is-paid THEN
                            ADD sched-interest-amt
                                    TO archived-interest
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE loan-archive.
                CLOSE schedule-archive.
                EXIT.

            *> interest is collected but never sits in loan-balance,
                        ADD sched-interest-amt TO interest-now
                    END-IF
                END-PERFORM.
                PERFORM total-the-archived-interest.
                CLOSE loan-schedule.
                EXIT.

                CLOSE reject-file.
                EXIT.

            *> the fees the allocation rules applied this cycle; a
            *> reversal's record puts them back on the loan.
            total-the-fees.
                OPEN INPUT allocation-file.
                IF allocation-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ allocation-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND pa-cycle-date = cycle-date-stamp THEN
                        IF pa-is-reversed THEN
                            SUBTRACT pa-fees FROM fees-collected
                        ELSE
                            ADD pa-fees TO fees-collected
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE allocation-file.
                EXIT.

            *> the cash that went to escrow sub-accounts this cycle,
            *> off the ledger's escrow events - loanpost's and
            *> suspapply's deposits alike. A disbursement is money
            *> leaving escrow, not a payment, and stays out.
            total-the-escrow.
                OPEN INPUT loan-txn-file.
                IF loan-txn-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND txn-cycle-date = cycle-date-stamp THEN
                        IF txn-is-escrow-deposit THEN
                            ADD txn-amount TO escrow-deposited
                        END-IF
                        IF txn-is-escrow-backout THEN
                            SUBTRACT txn-amount FROM escrow-deposited
                        END-IF
                        IF txn-is-recovery THEN
                            ADD txn-amount TO recoveries-net
                        END-IF
                        IF txn-is-recovery-reversal THEN
                            SUBTRACT txn-amount FROM recoveries-net
                        END-IF
                        IF txn-is-refund THEN
                            ADD txn-amount TO refunds-net
                        END-IF
                        IF txn-is-refund-void THEN
                            SUBTRACT txn-amount FROM refunds-net
                        END-IF
                        IF txn-is-escheat-credit THEN
                            ADD txn-amount TO escheated-net
                        END-IF
                        IF txn-is-line-draw
                                OR txn-is-line-interest THEN
                            ADD txn-amount TO line-growth
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE loan-txn-file.
                EXIT.

            report-the-proof.
                DISPLAY " ".
                DISPLAY "DAILY CASH PROOF - CYCLE " cycle-date-stamp.
                DISPLAY "  payments.trn net        : "
                        display-amount " (" payment-count
                        " record(s))".
                MOVE online-in TO display-amount.
                DISPLAY "    of which online       : "
                        display-amount " (" online-count
                        " record(s))".
                IF NOT master-was-read THEN
                    DISPLAY "  loan master             : *** "
                            "UNAVAILABLE - PROOF NOT COMPUTED ***"
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE balance-movement = prior-balance - balance-now
                        + originated-since - archived-balance
                        + line-growth.
                COMPUTE interest-movement =
                        interest-now - prior-interest
                        + archived-interest.
                COMPUTE suspense-movement =
                        suspense-now - prior-suspense.
                MOVE balance-movement TO display-amount.
                DISPLAY "  loan-balance movement   : " display-amount.
                MOVE line-growth TO display-amount.
                DISPLAY "    after line draws/int  : " display-amount.
                MOVE interest-movement TO display-amount.
                DISPLAY "  interest collected      : " display-amount.
                MOVE suspense-movement TO display-amount.
                DISPLAY "  rejected net            : "
                        display-amount " (" rejected-count
                        " record(s))".
                MOVE fees-collected TO display-amount.
                DISPLAY "  fees collected          : " display-amount.
                MOVE escrow-deposited TO display-amount.
                DISPLAY "  escrow deposited        : " display-amount.
                MOVE recoveries-net TO display-amount.
                DISPLAY "  recoveries              : " display-amount.
                MOVE refunds-net TO display-amount.
                DISPLAY "  refunds paid out        : " display-amount.
                MOVE escheated-net TO display-amount.
                DISPLAY "  escheated to the state  : " display-amount.
                COMPUTE proof-difference = payments-net
                        - balance-movement - interest-movement
                        - suspense-movement - rejected-net
                        - fees-collected - escrow-deposited
                        - recoveries-net - refunds-net
                        - escheated-net.
                IF proof-difference = 0 THEN
                    DISPLAY "  verdict                 : IN PROOF"
                    MOVE 0 TO RETURN-CODE
