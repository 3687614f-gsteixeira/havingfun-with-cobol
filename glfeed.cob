        *>
        *>      principal collected   schedule rows paid under the
        *>      interest collected    cycle's business date, split the
        *>                            way the schedule carries it;
        *>                            plus principal-only payments
        *>                            (payalloc.dat rule CURT), which
        *>                            pay no row, and payments on the
        *>                            revolving lines (rule LINE) -
        *>                            the interest a line pays was
        *>                            billed onto its balance, so all
        *>                            of it comes off the receivable
        *>      fees assessed         loanfee.dat rows for the cycle
        *>                            (written by latefee.cob)
        *>      write-offs            woff.dat rows for the cycle
        *>                            (written by loanwoff.cob),
        *>                            principal and fees separately
        *>      interest accrued      accrgl.dat rows for the cycle,
        *>      accrual reversed      handed over by intaccr.cob on the
        *>                            month-end night only: the month's
        *>                            accrual and the accrual reversed
        *>                            as payments brought the interest
        *>                            in
        *>      fees collected        payalloc.dat rows for the cycle
        *>                            (the fees loanpost's allocation
        *>                            rules applied, reversals netted)
        *>      escrow deposited      loantxn.dat escrow events for the
        *>      escrow disbursed      cycle - ESCD less ESCR in, ESCP
        *>                            out (escrpost.cob, escrdisb.cob)
        *>      recoveries            loantxn.dat recovery events for
        *>                            the cycle - RCVY less RCVR, the
        *>                            money loanpost took in on
        *>                            written-off loans, credited back
        *>                            to the loss account
        *>      line draws            loantxn.dat DRAW events for the
        *>                            cycle - money advanced on the
        *>                            revolving lines (linemnt.cob)
        *>      line interest         loantxn.dat LINT events for the
        *>                            cycle - interest linebill.cob
        *>                            billed onto a line's balance,
        *>                            income when it is billed
        *>      allowance provision   allowgl.dat rows for the cycle
        *>                            (written by allowance.cob when
        *>                            the quarter is booked), the
        *>                            provision less any release
        *>      drawer over/short     tellsetl.dat rows for the cycle
        *>                            (tellsetl.cob's settled teller
        *>                            drawers), overs less shorts
        *>
        *>    a netted event that comes out negative - more backed out
        *>    than taken in on the night - posts its pair reversed.
        *>
        *>    each event posts one debit and one credit against the
        *>    account pair mapped for it in glmap.ctl, one line per
        *>    event in the latefee.ctl control-file style:
        *>      gm-event       PIC X(8)   PRINPAY INTPAY FEE WOFF WOFFFEE
        *>                                ACCRUE ACCRREV FEEPAY ESCDEP
        *>                                ESCDISB RECOVER PROVISN
        *>                                OVRSHRT LINEDRAW LINEINT
        *>      gm-debit-acct  PIC 9(4)
        *>      gm-credit-acct PIC 9(4)
        *>    a SUSPENSE line may also appear: it names the cash
        *>    suspense control account for glproof.cob's subledger
        *>    proof and posts nothing here.
        *>    a missing file falls back to the chart as published:
        *>      PRINPAY 1000/1200, INTPAY 1000/4100, FEE 1210/4200,
        *>      WOFF 5100/1200, WOFFFEE 5100/1210, ACCRUE 1220/4100,
        *>      ACCRREV 4100/1220, FEEPAY 1000/1210, ESCDEP 1000/2150,
        *>      ESCDISB 2150/1000, RECOVER 1000/5100, PROVISN 5150/1290,
        *>      OVRSHRT 1000/4900, LINEDRAW 1200/1000,
        *>      LINEINT 1200/4100.
        *>
        *>    glfeed.dat layout, the interface.cob trailer discipline:
        *>      detail  "D" account 9(4) D/C X(1) amount 9(11)V99
                    SELECT writeoff-file ASSIGN TO "woff.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS writeoff-file-status.
                    SELECT accrual-gl-file ASSIGN TO "accrgl.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS accrual-gl-status.
                    SELECT provision-gl-file ASSIGN TO "allowgl.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS provision-gl-status.
                    SELECT settlement-file ASSIGN TO "tellsetl.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS settlement-file-status.
                    SELECT allocation-file ASSIGN TO "payalloc.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS allocation-file-status.
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT map-control ASSIGN TO "glmap.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS map-control-status.
                        02 wo-fees        PIC 9(9)V99.
                        02 wo-approver    PIC X(10).
                        02 wo-cycle-date  PIC X(8).
                FD  accrual-gl-file.
                    01 accrual-gl-record.
                        02 ag-loan-number PIC 9(6).
                        02 ag-accrued     PIC 9(9)V99.
                        02 ag-reversed    PIC 9(9)V99.
                        02 ag-cycle-date  PIC X(8).
                FD  provision-gl-file.
                    01 provision-gl-record.
                        02 ap-provision   PIC 9(11)V99.
                        02 ap-release     PIC 9(11)V99.
                        02 ap-cycle-date  PIC X(8).
                        02 ap-quarter     PIC X(6).
                FD  settlement-file.
                    COPY TELLSETL.
                FD  allocation-file.
                    COPY PAYALLOC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  map-control.
                    01 map-control-line.
                        02 gm-event       PIC X(8).
                01 fee-file-status      PIC X(02) VALUE "00".
                01 writeoff-file-status PIC X(02) VALUE "00".
                01 map-control-status   PIC X(02) VALUE "00".
                01 accrual-gl-status    PIC X(02) VALUE "00".
                01 provision-gl-status  PIC X(02) VALUE "00".
                01 allocation-file-status PIC X(02) VALUE "00".
                01 settlement-file-status PIC X(02) VALUE "00".
                01 loan-txn-status      PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                    02 woff-credit     PIC 9(4) VALUE 1200.
                    02 wofffee-debit   PIC 9(4) VALUE 5100.
                    02 wofffee-credit  PIC 9(4) VALUE 1210.
                    02 accrue-debit    PIC 9(4) VALUE 1220.
                    02 accrue-credit   PIC 9(4) VALUE 4100.
                    02 accrrev-debit   PIC 9(4) VALUE 4100.
                    02 accrrev-credit  PIC 9(4) VALUE 1220.
                    02 feepay-debit    PIC 9(4) VALUE 1000.
                    02 feepay-credit   PIC 9(4) VALUE 1210.
                    02 escdep-debit    PIC 9(4) VALUE 1000.
                    02 escdep-credit   PIC 9(4) VALUE 2150.
                    02 escdisb-debit   PIC 9(4) VALUE 2150.
                    02 escdisb-credit  PIC 9(4) VALUE 1000.
                    02 recover-debit   PIC 9(4) VALUE 1000.
                    02 recover-credit  PIC 9(4) VALUE 5100.
                    02 provisn-debit   PIC 9(4) VALUE 5150.
                    02 provisn-credit  PIC 9(4) VALUE 1290.
                    02 ovrshrt-debit   PIC 9(4) VALUE 1000.
                    02 ovrshrt-credit  PIC 9(4) VALUE 4900.
                    02 linedraw-debit  PIC 9(4) VALUE 1200.
                    02 linedraw-credit PIC 9(4) VALUE 1000.
                    02 lineint-debit   PIC 9(4) VALUE 1200.
                    02 lineint-credit  PIC 9(4) VALUE 4100.
                *> the cycle's amounts, one accumulator per event.
                01 principal-collected PIC 9(11)V99 VALUE ZEROS.
                01 interest-collected  PIC 9(11)V99 VALUE ZEROS.
                01 fees-assessed       PIC 9(11)V99 VALUE ZEROS.
                01 woff-principal      PIC 9(11)V99 VALUE ZEROS.
                01 woff-fees           PIC 9(11)V99 VALUE ZEROS.
                01 interest-accrued    PIC 9(11)V99 VALUE ZEROS.
                01 accrual-reversed    PIC 9(11)V99 VALUE ZEROS.
                01 fees-collected      PIC S9(11)V99 VALUE ZEROS.
                01 escrow-deposited    PIC S9(11)V99 VALUE ZEROS.
                01 escrow-disbursed    PIC 9(11)V99 VALUE ZEROS.
                01 recoveries-net      PIC S9(11)V99 VALUE ZEROS.
                01 provision-net       PIC S9(11)V99 VALUE ZEROS.
                01 drawer-net          PIC S9(11)V99 VALUE ZEROS.
                01 line-draws          PIC 9(11)V99 VALUE ZEROS.
                01 line-interest       PIC 9(11)V99 VALUE ZEROS.
                *> a netted event, posted the other way round when
                *> it comes out negative.
                01 net-amount          PIC S9(11)V99 VALUE ZEROS.
                01 swap-account        PIC 9(4) VALUE ZEROS.
                *> one event's posting handed to write-event-pair.
                01 event-name    PIC X(8) VALUE SPACES.
                01 event-amount  PIC 9(11)V99 VALUE ZEROS.
            PERFORM gather-payment-splits.
            PERFORM gather-assessed-fees.
            PERFORM gather-writeoffs.
            PERFORM gather-accruals.
            PERFORM gather-fee-collections.
            PERFORM gather-escrow-events.
            PERFORM gather-provisions.
            PERFORM gather-over-shorts.
            PERFORM build-the-feed.
            PERFORM prove-and-release.
            MOVE details-written TO banner-rec-count.
                    WHEN "WOFFFEE"
                        MOVE gm-debit-acct TO wofffee-debit
                        MOVE gm-credit-acct TO wofffee-credit
                    WHEN "ACCRUE"
                        MOVE gm-debit-acct TO accrue-debit
                        MOVE gm-credit-acct TO accrue-credit
                    WHEN "ACCRREV"
                        MOVE gm-debit-acct TO accrrev-debit
                        MOVE gm-credit-acct TO accrrev-credit
                    WHEN "FEEPAY"
                        MOVE gm-debit-acct TO feepay-debit
                        MOVE gm-credit-acct TO feepay-credit
                    WHEN "ESCDEP"
                        MOVE gm-debit-acct TO escdep-debit
                        MOVE gm-credit-acct TO escdep-credit
                    WHEN "ESCDISB"
                        MOVE gm-debit-acct TO escdisb-debit
                        MOVE gm-credit-acct TO escdisb-credit
                    WHEN "RECOVER"
                        MOVE gm-debit-acct TO recover-debit
                        MOVE gm-credit-acct TO recover-credit
                    WHEN "PROVISN"
                        MOVE gm-debit-acct TO provisn-debit
                        MOVE gm-credit-acct TO provisn-credit
                    WHEN "OVRSHRT"
                        MOVE gm-debit-acct TO ovrshrt-debit
                        MOVE gm-credit-acct TO ovrshrt-credit
                    WHEN "LINEDRAW"
                        MOVE gm-debit-acct TO linedraw-debit
                        MOVE gm-credit-acct TO linedraw-credit
                    WHEN "LINEINT"
                        MOVE gm-debit-acct TO lineint-debit
                        MOVE gm-credit-acct TO lineint-credit
                    *> the cash suspense control account glproof.cob
                    *> proves - nothing in the feed posts to it.
                    WHEN "SUSPENSE"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "glfeed: glmap.ctl event " gm-event
                                " not recognized - line ignored"
                CLOSE writeoff-file.
                EXIT.

            *> the month's accrual movement - present only on the
            *> month-end night intaccr wrote it under.
            gather-accruals.
                OPEN INPUT accrual-gl-file.
                IF accrual-gl-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ accrual-gl-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ag-cycle-date = cycle-date-stamp THEN
                        ADD ag-accrued TO interest-accrued
                        ADD ag-reversed TO accrual-reversed
                    END-IF
                END-PERFORM.
                CLOSE accrual-gl-file.
                EXIT.

            *> the fees the payment allocation applied this cycle, and
            *> the principal-only and line payments, which reach the
            *> ledger here because they mark no schedule row paid
            *> under the cycle.
            gather-fee-collections.
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
                        IF pa-is-curtailment AND pa-is-applied THEN
                            ADD pa-principal TO principal-collected
                        END-IF
                        IF pa-is-line-payment AND pa-is-applied THEN
                            ADD pa-principal TO principal-collected
                            ADD pa-interest TO principal-collected
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE allocation-file.
                EXIT.

            *> money into and out of the escrow sub-accounts, off the
            *> ledger's escrow events for the cycle - and, off the
            *> same walk, the recoveries on written-off loans and the
            *> draws on and interest billed to the revolving lines.
            gather-escrow-events.
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
                        EVALUATE TRUE
                            WHEN txn-is-escrow-deposit
                                ADD txn-amount TO escrow-deposited
                            WHEN txn-is-escrow-backout
                                SUBTRACT txn-amount
                                        FROM escrow-deposited
                            WHEN txn-is-escrow-payment
                                ADD txn-amount TO escrow-disbursed
                            WHEN txn-is-recovery
                                ADD txn-amount TO recoveries-net
                            WHEN txn-is-recovery-reversal
                                SUBTRACT txn-amount FROM recoveries-net
                            WHEN txn-is-line-draw
                                ADD txn-amount TO line-draws
                            WHEN txn-is-line-interest
                                ADD txn-amount TO line-interest
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                CLOSE loan-txn-file.
                EXIT.

            *> the quarter's allowance booking - present only on the
            *> night allowance.cob booked it under.
            gather-provisions.
                OPEN INPUT provision-gl-file.
                IF provision-gl-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ provision-gl-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ap-cycle-date = cycle-date-stamp THEN
                        ADD ap-provision TO provision-net
                        SUBTRACT ap-release FROM provision-net
                    END-IF
                END-PERFORM.
                CLOSE provision-gl-file.
                EXIT.

            *> the night's settled teller drawers - an over is cash
            *> in hand the captures did not account for, a short is
            *> cash that should be there and is not.
            gather-over-shorts.
                OPEN INPUT settlement-file.
                IF settlement-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ settlement-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ts-cycle-date = cycle-date-stamp THEN
                        IF ts-os-sign = "-" THEN
                            SUBTRACT ts-over-short FROM drawer-net
                        ELSE
                            ADD ts-over-short TO drawer-net
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE settlement-file.
                EXIT.

            *> one debit/credit pair per event with activity - a
            *> quiet event posts nothing rather than a zero pair.
            build-the-feed.
                    MOVE wofffee-credit TO event-credit
                    PERFORM write-event-pair
                END-IF.
                IF interest-accrued > 0 THEN
                    MOVE "ACCRUE" TO event-name
                    MOVE interest-accrued TO event-amount
                    MOVE accrue-debit TO event-debit
                    MOVE accrue-credit TO event-credit
                    PERFORM write-event-pair
                END-IF.
                IF accrual-reversed > 0 THEN
                    MOVE "ACCRREV" TO event-name
                    MOVE accrual-reversed TO event-amount
                    MOVE accrrev-debit TO event-debit
                    MOVE accrrev-credit TO event-credit
                    PERFORM write-event-pair
                END-IF.
                IF fees-collected NOT = 0 THEN
                    MOVE "FEEPAY" TO event-name
                    MOVE fees-collected TO net-amount
                    MOVE feepay-debit TO event-debit
                    MOVE feepay-credit TO event-credit
                    PERFORM write-netted-pair
                END-IF.
                IF escrow-deposited NOT = 0 THEN
                    MOVE "ESCDEP" TO event-name
                    MOVE escrow-deposited TO net-amount
                    MOVE escdep-debit TO event-debit
                    MOVE escdep-credit TO event-credit
                    PERFORM write-netted-pair
                END-IF.
                IF escrow-disbursed > 0 THEN
                    MOVE "ESCDISB" TO event-name
                    MOVE escrow-disbursed TO event-amount
                    MOVE escdisb-debit TO event-debit
                    MOVE escdisb-credit TO event-credit
                    PERFORM write-event-pair
                END-IF.
                IF recoveries-net NOT = 0 THEN
                    MOVE "RECOVER" TO event-name
                    MOVE recoveries-net TO net-amount
                    MOVE recover-debit TO event-debit
                    MOVE recover-credit TO event-credit
                    PERFORM write-netted-pair
                END-IF.
                IF provision-net NOT = 0 THEN
                    MOVE "PROVISN" TO event-name
                    MOVE provision-net TO net-amount
                    MOVE provisn-debit TO event-debit
                    MOVE provisn-credit TO event-credit
                    PERFORM write-netted-pair
                END-IF.
                IF drawer-net NOT = 0 THEN
                    MOVE "OVRSHRT" TO event-name
                    MOVE drawer-net TO net-amount
                    MOVE ovrshrt-debit TO event-debit
                    MOVE ovrshrt-credit TO event-credit
                    PERFORM write-netted-pair
                END-IF.
                IF line-draws > 0 THEN
                    MOVE "LINEDRAW" TO event-name
                    MOVE line-draws TO event-amount
                    MOVE linedraw-debit TO event-debit
                    MOVE linedraw-credit TO event-credit
                    PERFORM write-event-pair
                END-IF.
                IF line-interest > 0 THEN
                    MOVE "LINEINT" TO event-name
                    MOVE line-interest TO event-amount
                    MOVE lineint-debit TO event-debit
                    MOVE lineint-credit TO event-credit
                    PERFORM write-event-pair
                END-IF.
                MOVE SPACES TO feed-record.
                MOVE "T" TO ft-type.
                MOVE details-written TO ft-count.
                CLOSE feed-build.
                EXIT.

            write-netted-pair.
                IF net-amount < 0 THEN
                    COMPUTE event-amount = 0 - net-amount
                    MOVE event-debit TO swap-account
                    MOVE event-credit TO event-debit
                    MOVE swap-account TO event-credit
                ELSE
                    MOVE net-amount TO event-amount
                END-IF.
                PERFORM write-event-pair.
                EXIT.

            write-event-pair.
                MOVE SPACES TO feed-record.
                MOVE "D" TO fd-type.
