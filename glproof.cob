        *> **********************************************************************
        *> glproof - the loan subledger proved to the general ledger.
        *> glfeed.cob sends the ledger its entries and cashproof.cob
        *> proves the night's cash, but nothing proved that the
        *> ledger's control accounts still hold what our files hold.
        *> This job reads back the trial balance accounting returns
        *> and sets three control accounts against our own totals:
        *>
        *>      loan receivable   loan-balance over the active loans
        *>                        on loanmast.dat - the account
        *>                        glmap.ctl's PRINPAY credits
        *>      fees receivable   loan-fees-due over the same loans -
        *>                        the account glmap.ctl's FEE debits
        *>      cash suspense     the net of cashsusp.dat, summed the
        *>                        way cashproof sums it - the account
        *>                        glmap.ctl's SUSPENSE line names
        *>                        (its debit account; the feed posts
        *>                        nothing to it)
        *>    the chart as published stands in for a missing glmap.ctl
        *>    line: 1200, 1210 and 2100.
        *>
        *>    the trial balance extract, gltb.dat, one line per ledger
        *>    account:
        *>      tb-account  9(4)
        *>      tb-balance  9(13)V99
        *>      tb-side     X(1)       D debit or C credit balance
        *>      tb-as-of    X(8)       the ledger date it was run for
        *>    the receivables are debit-balance accounts and the
        *>    suspense a credit-balance one; an account missing from
        *>    the extract is taken as zero and said so.
        *>
        *>    each account is in balance or out by the difference
        *>    (ledger less subledger). Every run's differences go on
        *>    glprfhst.dat, one line per account:
        *>      gh-proof-date  X(8)
        *>      gh-account     9(4)
        *>      gh-sign        X(1)       - when the ledger is short
        *>      gh-difference  9(13)V99
        *>      gh-break-since X(8)       the date the break opened
        *>    so the last proof before today says whether a break is
        *>    NEW tonight, OLD (the same difference carried forward)
        *>    or MOVED (open since before, by a different amount).
        *>
        *>    the proof runs early in the cycle, before the night's
        *>    posting, so the subledgers still stand where the
        *>    previous cycle left them - the position the ledger
        *>    holds once that cycle's glfeed.dat is booked.
        *>
        *>    output: glproof.rpt through rptstore, and every break -
        *>    or a missing extract - on glprfexc.rpt for mornrpt.cob's
        *>    balancing page. RC 4 for a break, 8 when the trial
        *>    balance or the loan master could not be read.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. glproof.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT trial-balance ASSIGN TO "gltb.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS trial-balance-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT cash-suspense ASSIGN TO "cashsusp.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cash-suspense-status.
                    SELECT map-control ASSIGN TO "glmap.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS map-control-status.
                    SELECT history-file ASSIGN TO "glprfhst.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS history-file-status.
                    SELECT exception-file ASSIGN TO "glprfexc.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file ASSIGN TO "glproof.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  trial-balance.
                    01 trial-balance-record.
                        02 tb-account PIC 9(4).
                        02 tb-balance PIC 9(13)V99.
                        02 tb-side    PIC X(1).
                        02 tb-as-of   PIC X(8).
                FD  loan-master.
                    COPY LOANREC.
                FD  cash-suspense.
                    01 cash-suspense-record.
                        02 cs-loan-number PIC 9(6).
                        02 cs-sign        PIC X(1).
                        02 cs-amount      PIC 9(9)V99.
                        02 cs-date        PIC X(8).
                FD  map-control.
                    01 map-control-line.
                        02 gm-event       PIC X(8).
                        02 gm-debit-acct  PIC 9(4).
                        02 gm-credit-acct PIC 9(4).
                FD  history-file.
                    01 history-record.
                        02 gh-proof-date  PIC X(8).
                        02 gh-account     PIC 9(4).
                        02 gh-sign        PIC X(1).
                        02 gh-difference  PIC 9(13)V99.
                        02 gh-break-since PIC X(8).
                FD  exception-file.
                    01 exception-line PIC X(100).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 trial-balance-status PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 cash-suspense-status PIC X(02) VALUE "00".
                01 map-control-status   PIC X(02) VALUE "00".
                01 history-file-status  PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 ledger-as-of     PIC X(08) VALUE SPACES.
                01 ledger-was-read  PIC 9 VALUE ZERO.
                    88 have-the-ledger VALUE 1.
                *> the control accounts proved, in report order.
                01 proof-names.
                    02 FILLER PIC X(20) VALUE "loan receivable".
                    02 FILLER PIC X(1)  VALUE "D".
                    02 FILLER PIC X(20) VALUE "fees receivable".
                    02 FILLER PIC X(1)  VALUE "D".
                    02 FILLER PIC X(20) VALUE "cash suspense".
                    02 FILLER PIC X(1)  VALUE "C".
                01 proof-name-table REDEFINES proof-names.
                    02 proof-name-entry OCCURS 3 TIMES.
                        03 pn-name   PIC X(20).
                        03 pn-normal PIC X(1).
                01 proof-table.
                    02 proof-entry OCCURS 3 TIMES.
                        03 pa-account     PIC 9(4).
                        03 pa-ledger      PIC S9(13)V99.
                        03 pa-on-ledger   PIC 9.
                        03 pa-subledger   PIC S9(13)V99.
                        03 pa-difference  PIC S9(13)V99.
                        03 pa-prior-found PIC 9.
                        03 pa-prior-diff  PIC S9(13)V99.
                        03 pa-prior-since PIC X(8).
                        03 pa-since       PIC X(8).
                        03 pa-verdict     PIC X(12).
                01 proof-idx        PIC 9 VALUE ZERO.
                01 breaks-found     PIC 9(2) VALUE ZEROS.
                01 loans-totalled   PIC 9(6) VALUE ZEROS.
                01 display-account  PIC 9(4).
                01 display-ledger   PIC -(13)9.99.
                01 display-sub      PIC -(13)9.99.
                01 display-diff     PIC -(13)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "glproof.rpt".
                01 banner-job-name  PIC X(20) VALUE "GLPROOF".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            INITIALIZE proof-table.
            MOVE 1200 TO pa-account(1).
            MOVE 1210 TO pa-account(2).
            MOVE 2100 TO pa-account(3).
            PERFORM load-account-map.
            OPEN OUTPUT exception-file.
            PERFORM read-the-ledger.
            IF NOT have-the-ledger THEN
                MOVE SPACES TO exception-line
                STRING "GLPROOF  no GL trial balance (gltb.dat) - "
                        "the subledgers were not proved"
                    DELIMITED BY SIZE INTO exception-line
                END-STRING
                WRITE exception-line
                CLOSE exception-file
                DISPLAY "glproof: gltb.dat not available "
                        "(status " trial-balance-status ")"
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            PERFORM total-the-loans.
            IF loan-master-status NOT = "00" THEN
                MOVE SPACES TO exception-line
                STRING "GLPROOF  loanmast.dat not available - "
                        "the subledgers were not proved"
                    DELIMITED BY SIZE INTO exception-line
                END-STRING
                WRITE exception-line
                CLOSE exception-file
                DISPLAY "glproof: loanmast.dat not available "
                        "(status " loan-master-status ")"
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            PERFORM total-the-suspense.
            PERFORM recall-the-prior-proof.
            PERFORM VARYING proof-idx FROM 1 BY 1 UNTIL proof-idx > 3
                PERFORM prove-one-account
            END-PERFORM.
            PERFORM record-the-proof.
            PERFORM print-the-report.
            CLOSE exception-file.
            IF breaks-found > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE loans-totalled TO banner-rec-count.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            *> the same glmap.ctl glfeed posts by; the other events'
            *> lines are no concern of the proof.
            load-account-map.
                OPEN INPUT map-control.
                IF map-control-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ map-control
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        EVALUATE gm-event
                            WHEN "PRINPAY"
                                MOVE gm-credit-acct TO pa-account(1)
                            WHEN "FEE"
                                MOVE gm-debit-acct TO pa-account(2)
                            WHEN "SUSPENSE"
                                MOVE gm-debit-acct TO pa-account(3)
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                CLOSE map-control.
                EXIT.

            *> each account's balance turned to its normal side - a
            *> receivable in credit, or the suspense in debit, proves
            *> as a negative.
            read-the-ledger.
                MOVE 0 TO ledger-was-read.
                OPEN INPUT trial-balance.
                IF trial-balance-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO ledger-was-read.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ trial-balance
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND tb-account NUMERIC
                            AND tb-balance NUMERIC THEN
                        MOVE tb-as-of TO ledger-as-of
                        PERFORM VARYING proof-idx FROM 1 BY 1
                                UNTIL proof-idx > 3
                            IF tb-account = pa-account(proof-idx) THEN
                                MOVE 1 TO pa-on-ledger(proof-idx)
                                IF tb-side = pn-normal(proof-idx) THEN
                                    ADD tb-balance
                                        TO pa-ledger(proof-idx)
                                ELSE
                                    SUBTRACT tb-balance
                                        FROM pa-ledger(proof-idx)
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.
                CLOSE trial-balance.
                EXIT.

            *> the receivables the ledger carries are the active
            *> book's: a written-off loan left it through WOFF and
            *> WOFFFEE, a paid-off one through the payments.
            total-the-loans.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND loan-is-active THEN
                        ADD 1 TO loans-totalled
                        ADD loan-balance TO pa-subledger(1)
                        ADD loan-fees-due TO pa-subledger(2)
                    END-IF
                END-PERFORM.
                CLOSE loan-master.
                EXIT.

            total-the-suspense.
                OPEN INPUT cash-suspense.
                IF cash-suspense-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ cash-suspense
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF cs-sign = "-" THEN
                            SUBTRACT cs-amount FROM pa-subledger(3)
                        ELSE
                            ADD cs-amount TO pa-subledger(3)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE cash-suspense.
                EXIT.

            *> the last proof before today, account by account - a
            *> rerun today does not count as yesterday.
            recall-the-prior-proof.
                OPEN INPUT history-file.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ history-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND gh-proof-date < cycle-date-stamp THEN
                        PERFORM VARYING proof-idx FROM 1 BY 1
                                UNTIL proof-idx > 3
                            IF gh-account = pa-account(proof-idx) THEN
                                MOVE 1 TO pa-prior-found(proof-idx)
                                MOVE gh-difference
                                    TO pa-prior-diff(proof-idx)
                                IF gh-sign = "-" THEN
                                    COMPUTE pa-prior-diff(proof-idx) =
                                        0 - pa-prior-diff(proof-idx)
                                END-IF
                                MOVE gh-break-since
                                    TO pa-prior-since(proof-idx)
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                EXIT.

            prove-one-account.
                COMPUTE pa-difference(proof-idx) =
                        pa-ledger(proof-idx) - pa-subledger(proof-idx).
                MOVE SPACES TO pa-since(proof-idx).
                EVALUATE TRUE
                    WHEN pa-difference(proof-idx) = 0
                        MOVE "IN BALANCE" TO pa-verdict(proof-idx)
                    WHEN pa-prior-found(proof-idx) = 0
                            OR pa-prior-diff(proof-idx) = 0
                        MOVE "NEW BREAK" TO pa-verdict(proof-idx)
                        MOVE cycle-date-stamp TO pa-since(proof-idx)
                    WHEN pa-prior-diff(proof-idx)
                            = pa-difference(proof-idx)
                        MOVE "OLD BREAK" TO pa-verdict(proof-idx)
                        MOVE pa-prior-since(proof-idx)
                            TO pa-since(proof-idx)
                    WHEN OTHER
                        MOVE "BREAK MOVED" TO pa-verdict(proof-idx)
                        MOVE pa-prior-since(proof-idx)
                            TO pa-since(proof-idx)
                END-EVALUATE.
                IF pa-difference(proof-idx) = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO breaks-found.
                MOVE pa-account(proof-idx) TO display-account.
                MOVE pa-difference(proof-idx) TO display-diff.
                MOVE SPACES TO exception-line.
                STRING "GLPROOF  " pa-verdict(proof-idx) " "
                        display-account " " pn-name(proof-idx)
                        " GL less subledger "
                        FUNCTION TRIM(display-diff)
                        " since " pa-since(proof-idx)
                    DELIMITED BY SIZE INTO exception-line
                END-STRING.
                WRITE exception-line.
                EXIT.

            record-the-proof.
                OPEN EXTEND history-file.
                IF history-file-status = "35" THEN
                    OPEN OUTPUT history-file
                END-IF.
                PERFORM VARYING proof-idx FROM 1 BY 1
                        UNTIL proof-idx > 3
                    MOVE cycle-date-stamp TO gh-proof-date
                    MOVE pa-account(proof-idx) TO gh-account
                    IF pa-difference(proof-idx) < 0 THEN
                        MOVE "-" TO gh-sign
                        COMPUTE gh-difference =
                                0 - pa-difference(proof-idx)
                    ELSE
                        MOVE "+" TO gh-sign
                        MOVE pa-difference(proof-idx) TO gh-difference
                    END-IF
                    MOVE pa-since(proof-idx) TO gh-break-since
                    WRITE history-record
                END-PERFORM.
                CLOSE history-file.
                EXIT.

            print-the-report.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "SUBLEDGER TO GENERAL LEDGER PROOF - cycle "
                        cycle-date-stamp "  ledger as of " ledger-as-of
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  acct  account                    ledger"
                        "        subledger       difference"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING proof-idx FROM 1 BY 1
                        UNTIL proof-idx > 3
                    PERFORM print-one-account
                END-PERFORM.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                IF breaks-found = 0 THEN
                    MOVE "ALL CONTROL ACCOUNTS IN BALANCE" TO print-text
                ELSE
                    STRING breaks-found
                            " CONTROL ACCOUNT(S) OUT OF BALANCE"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                EXIT.

            print-one-account.
                MOVE pa-account(proof-idx) TO display-account.
                MOVE pa-ledger(proof-idx) TO display-ledger.
                MOVE pa-subledger(proof-idx) TO display-sub.
                MOVE pa-difference(proof-idx) TO display-diff.
                MOVE SPACES TO print-text.
                STRING "  " display-account "  " pn-name(proof-idx)
                        display-ledger display-sub display-diff
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                IF pa-difference(proof-idx) = 0 THEN
                    STRING "        " pa-verdict(proof-idx)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING "        " pa-verdict(proof-idx)
                            " - open since " pa-since(proof-idx)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                IF pa-prior-found(proof-idx) = 1
                        AND pa-prior-diff(proof-idx) NOT = 0 THEN
                    MOVE pa-prior-diff(proof-idx) TO display-diff
                    MOVE SPACES TO print-text(50:)
                    STRING "previous proof out by "
                            FUNCTION TRIM(display-diff)
                        DELIMITED BY SIZE INTO print-text(50:)
                    END-STRING
                END-IF.
                IF pa-on-ledger(proof-idx) = 0 THEN
                    PERFORM print-one-line
                    MOVE "        not on the trial balance - taken as"
                            TO print-text
                    MOVE " zero" TO print-text(44:5)
                END-IF.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "glproof: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM glproof.
