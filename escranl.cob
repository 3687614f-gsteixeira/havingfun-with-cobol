        *> **********************************************************************
        *> escranl - annual escrow analysis. Taxes and premiums go up;
        *> an escrow payment set once at opening runs short inside two
        *> years. Once a year per account - when esc-next-analysis on
        *> escrow.dat (ESCROW) comes due by the cycle's business date -
        *> this job looks a year ahead and resets the payment:
        *>
        *>      - projects the next twelve months of disbursements off
        *>        the account's active payees on escrdisb.dat (ESCRDISB),
        *>        rolling each due date on by its frequency and bucketing
        *>        the amount by month, starting with the cycle's month
        *>      - the base payment is the year's disbursements over
        *>        twelve; the cushion is that base times the account's
        *>        cushion months
        *>      - runs the balance forward a month at a time, the base
        *>        deposit in and the month's bills out, and takes its
        *>        lowest point
        *>      - a lowest point under the cushion is a SHORTAGE, spread
        *>        over the next twelve payments on top of the base; over
        *>        the cushion it is a SURPLUS - under 50.00 it comes off
        *>        the new payment, 50.00 or more is left standing and
        *>        the statement says REFUND DUE; the surplus is queued
        *>        on refundq.dat (REFUNDQ) and the refund run,
        *>        refund.cob, cuts the check out of the escrow account
        *>      - sets the new esc-monthly-amount (which payentry,
        *>        payremit, achorig and loanpost pick up through
        *>        escrpost.cob from the next installment on), stamps
        *>        the analysis, moves esc-next-analysis a year on and
        *>        clears the year-to-date deposit and disbursed totals
        *>
        *>    each account analyzed gets a statement page on escranl.prt
        *>    addressed to the borrower off custmast.dat: the year just
        *>    past, the month-by-month projection, the cushion, the
        *>    shortage or surplus and the new payment. The page goes to
        *>    the report repository through rptstore.
        *>
        *>    usage: escranl [ALL]   - ALL analyzes every open account
        *>                             whatever its analysis date
        *>
        *>    RETURN-CODE: 0 clean, 4 one or more refunds due,
        *>    8 the files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. escranl.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT escrow-file ASSIGN TO "escrow.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS esc-loan-number
                        FILE STATUS IS escrow-file-status.
                    SELECT disbursement-file ASSIGN TO "escrdisb.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ed-key
                        FILE STATUS IS disbursement-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT refund-queue ASSIGN TO "refundq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS refund-queue-status.
                    SELECT print-file ASSIGN TO "escranl.prt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  escrow-file.
                    COPY ESCROW.
                FD  disbursement-file.
                    COPY ESCRDISB.
                FD  loan-master.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  refund-queue.
                    COPY REFUNDQ.
                FD  print-file.
                    01 print-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 escrow-file-status PIC X(02) VALUE "00".
                01 disbursement-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 master-file-status PIC X(02) VALUE "00".
                01 customers-open     PIC 9 VALUE ZERO.
                01 refund-queue-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 payee-done       PIC 9 VALUE ZERO.
                01 cmd-line-args    PIC X(100) VALUE SPACES.
                01 analyze-all      PIC 9 VALUE ZERO.
                    88 analyzing-every-account VALUE 1.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 next-year-date   PIC 9(8) VALUE ZEROS.
                *> the projection year: month counts (year * 12 +
                *> month - 1) so a due date drops straight into its
                *> bucket, 1 being the cycle's own month.
                01 start-month-count PIC 9(6) VALUE ZEROS.
                01 due-month-count  PIC 9(6) VALUE ZEROS.
                01 bucket-index     PIC 9(3) VALUE ZEROS.
                01 roll-months      PIC 9(2) VALUE ZEROS.
                01 due-date-parts.
                    02 due-year     PIC 9(4).
                    02 due-month    PIC 9(2).
                    02 due-day      PIC 9(2).
                01 label-year       PIC 9(4) VALUE ZEROS.
                01 label-month      PIC 9(2) VALUE ZEROS.
                01 projection-table.
                    02 month-bills  PIC 9(9)V99 OCCURS 12 TIMES.
                *> the account in hand.
                01 annual-bills     PIC 9(9)V99 VALUE ZEROS.
                01 base-payment     PIC 9(7)V99 VALUE ZEROS.
                01 cushion-amount   PIC 9(9)V99 VALUE ZEROS.
                01 running-balance  PIC S9(9)V99 VALUE ZEROS.
                01 lowest-balance   PIC S9(9)V99 VALUE ZEROS.
                01 shortage-amount  PIC 9(9)V99 VALUE ZEROS.
                01 surplus-amount   PIC 9(9)V99 VALUE ZEROS.
                01 spread-amount    PIC 9(7)V99 VALUE ZEROS.
                01 old-payment      PIC 9(7)V99 VALUE ZEROS.
                01 new-payment      PIC 9(7)V99 VALUE ZEROS.
                01 refund-threshold PIC 9(3)V99 VALUE 50.00.
                01 account-outcome  PIC X(10) VALUE SPACES.
                *> the borrower, off the customer master.
                01 borrower-name    PIC X(50) VALUE SPACES.
                01 borrower-address PIC X(60) VALUE SPACES.
                01 accounts-read    PIC 9(6) VALUE ZEROS.
                01 accounts-analyzed PIC 9(6) VALUE ZEROS.
                01 accounts-short   PIC 9(6) VALUE ZEROS.
                01 refunds-due      PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-signed   PIC -(8)9.99.
                01 display-deposit  PIC Z(6)9.99.
                01 display-bills    PIC Z(8)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "escranl.prt".
                01 banner-job-name  PIC X(20) VALUE "ESCRANL".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(cmd-line-args))
                    = "ALL" THEN
                MOVE 1 TO analyze-all
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE cycle-date-stamp TO due-date-parts.
            COMPUTE start-month-count = due-year * 12 + due-month - 1.
            COMPUTE next-year-date =
                    FUNCTION NUMVAL(cycle-date-stamp) + 10000.
            IF FUNCTION TEST-DATE-YYYYMMDD(next-year-date) NOT = 0 THEN
                SUBTRACT 1 FROM next-year-date
            END-IF.
            OPEN I-O escrow-file.
            IF escrow-file-status = "35" THEN
                DISPLAY "escranl: no escrow accounts on file - "
                        "nothing to analyze"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT disbursement-file.
            OPEN INPUT loan-master.
            IF escrow-file-status NOT = "00"
                    OR loan-master-status NOT = "00" THEN
                DISPLAY "escranl: escrow.dat/loanmast.dat not "
                        "available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT customer-master.
            IF master-file-status = "00" THEN
                MOVE 1 TO customers-open
            END-IF.
            OPEN EXTEND refund-queue.
            IF refund-queue-status = "35" THEN
                OPEN OUTPUT refund-queue
            END-IF.
            OPEN OUTPUT print-file.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ escrow-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO accounts-read
                    PERFORM judge-one-account
                END-IF
            END-PERFORM.
            CLOSE print-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE refund-queue.
            IF customers-open = 1 THEN
                CLOSE customer-master
            END-IF.
            IF disbursement-file-status = "00" THEN
                CLOSE disbursement-file
            END-IF.
            CLOSE loan-master.
            CLOSE escrow-file.
            DISPLAY "escranl: " accounts-read " account(s) read, "
                    accounts-analyzed " analyzed, " accounts-short
                    " short, " refunds-due " refund(s) due".
            MOVE accounts-analyzed TO banner-rec-count.
            IF refunds-due > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> an open account behind a live loan, due for analysis.
            judge-one-account.
                IF NOT esc-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                IF NOT analyzing-every-account
                        AND esc-next-analysis NOT = SPACES
                        AND esc-next-analysis > cycle-date-stamp THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE esc-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT loan-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM project-the-year.
                PERFORM figure-the-payment.
                PERFORM fetch-the-borrower.
                PERFORM print-the-statement.
                IF account-outcome = "REFUND DUE" THEN
                    PERFORM queue-the-refund
                END-IF.
                MOVE new-payment TO esc-monthly-amount.
                MOVE cycle-date-stamp TO esc-last-analysis.
                MOVE next-year-date TO esc-next-analysis.
                MOVE 0 TO esc-ytd-deposits.
                MOVE 0 TO esc-ytd-disbursed.
                MOVE cycle-date-stamp TO esc-updated.
                MOVE "ESCRANL" TO esc-updated-by.
                REWRITE escrow-record.
                ADD 1 TO accounts-analyzed.
                EXIT.

            *> the surplus stays in the account until the refund run
            *> pays it out as a check.
            queue-the-refund.
                MOVE SPACES TO refund-queue-record.
                MOVE esc-loan-number TO rq-loan-number.
                SET rq-from-escrow TO TRUE.
                MOVE surplus-amount TO rq-amount.
                MOVE cycle-date-stamp TO rq-queued-date.
                MOVE "ESCRANL" TO rq-queued-by.
                WRITE refund-queue-record.
                EXIT.

            *> every active payee's bills over the coming twelve
            *> months, into the month they fall due. A bill already
            *> overdue is counted in the first month.
            project-the-year.
                INITIALIZE projection-table.
                MOVE 0 TO annual-bills.
                IF disbursement-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE esc-loan-number TO ed-loan-number.
                MOVE 0 TO ed-seq.
                START disbursement-file KEY >= ed-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO payee-done.
                PERFORM UNTIL payee-done = 1
                    READ disbursement-file NEXT RECORD
                        AT END MOVE 1 TO payee-done
                    END-READ
                    IF payee-done = 0
                            AND ed-loan-number
                                    NOT = esc-loan-number THEN
                        MOVE 1 TO payee-done
                    END-IF
                    IF payee-done = 0 AND ed-is-active
                            AND ed-next-due NUMERIC THEN
                        PERFORM project-one-payee
                    END-IF
                END-PERFORM.
                EXIT.

            project-one-payee.
                EVALUATE TRUE
                    WHEN ed-is-semi-annual MOVE 6 TO roll-months
                    WHEN ed-is-quarterly   MOVE 3 TO roll-months
                    WHEN ed-is-monthly     MOVE 1 TO roll-months
                    WHEN OTHER             MOVE 12 TO roll-months
                END-EVALUATE.
                MOVE ed-next-due TO due-date-parts.
                COMPUTE due-month-count = due-year * 12 + due-month - 1.
                IF due-month-count < start-month-count THEN
                    MOVE start-month-count TO due-month-count
                END-IF.
                PERFORM UNTIL
                        due-month-count - start-month-count >= 12
                    COMPUTE bucket-index =
                            due-month-count - start-month-count + 1
                    ADD ed-amount TO month-bills(bucket-index)
                    ADD ed-amount TO annual-bills
                    ADD roll-months TO due-month-count
                END-PERFORM.
                EXIT.

            *> the base payment, the cushion, and the lowest point the
            *> balance reaches with the base deposited each month.
            figure-the-payment.
                MOVE esc-monthly-amount TO old-payment.
                COMPUTE base-payment ROUNDED = annual-bills / 12.
                COMPUTE cushion-amount ROUNDED =
                        annual-bills / 12 * esc-cushion-months.
                MOVE esc-balance TO running-balance.
                MOVE esc-balance TO lowest-balance.
                PERFORM VARYING bucket-index FROM 1 BY 1
                        UNTIL bucket-index > 12
                    ADD base-payment TO running-balance
                    SUBTRACT month-bills(bucket-index)
                            FROM running-balance
                    IF running-balance < lowest-balance THEN
                        MOVE running-balance TO lowest-balance
                    END-IF
                END-PERFORM.
                MOVE 0 TO shortage-amount.
                MOVE 0 TO surplus-amount.
                MOVE base-payment TO new-payment.
                EVALUATE TRUE
                    WHEN lowest-balance < cushion-amount
                        COMPUTE shortage-amount =
                                cushion-amount - lowest-balance
                        COMPUTE spread-amount ROUNDED =
                                shortage-amount / 12
                        ADD spread-amount TO new-payment
                        MOVE "SHORTAGE" TO account-outcome
                        ADD 1 TO accounts-short
                    WHEN lowest-balance > cushion-amount
                        COMPUTE surplus-amount =
                                lowest-balance - cushion-amount
                        IF surplus-amount < refund-threshold THEN
                            COMPUTE spread-amount ROUNDED =
                                    surplus-amount / 12
                            IF spread-amount < new-payment THEN
                                SUBTRACT spread-amount FROM new-payment
                            ELSE
                                MOVE 0 TO new-payment
                            END-IF
                            MOVE "SURPLUS" TO account-outcome
                        ELSE
                            MOVE "REFUND DUE" TO account-outcome
                            ADD 1 TO refunds-due
                        END-IF
                    WHEN OTHER
                        MOVE "BALANCED" TO account-outcome
                END-EVALUATE.
                EXIT.

            fetch-the-borrower.
                MOVE SPACES TO borrower-name.
                MOVE SPACES TO borrower-address.
                IF customers-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE username TO borrower-name
                        IF NOT cust-mail-held THEN
                            MOVE cust-address TO borrower-address
                        END-IF
                END-READ.
                EXIT.

            print-the-statement.
                MOVE SPACES TO print-text.
                STRING "ANNUAL ESCROW ACCOUNT ANALYSIS - "
                        cycle-date-stamp "  LOAN " esc-loan-number
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE FUNCTION TRIM(borrower-name) TO print-text.
                PERFORM print-one-line.
                MOVE FUNCTION TRIM(borrower-address) TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "  THE YEAR JUST PAST:" TO print-text.
                PERFORM print-one-line.
                MOVE esc-ytd-deposits TO display-amount.
                MOVE SPACES TO print-text.
                STRING "    DEPOSITS ...........: " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE esc-ytd-disbursed TO display-amount.
                MOVE SPACES TO print-text.
                STRING "    DISBURSED ..........: " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE esc-balance TO display-signed.
                MOVE SPACES TO print-text.
                STRING "    BALANCE TODAY ......: " display-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "  THE COMING YEAR:   MONTH     DEPOSIT"
                        TO print-text.
                MOVE "     DISBURSED    PROJECTED BALANCE"
                        TO print-text(38:36).
                PERFORM print-one-line.
                MOVE esc-balance TO running-balance.
                MOVE base-payment TO display-deposit.
                PERFORM VARYING bucket-index FROM 1 BY 1
                        UNTIL bucket-index > 12
                    ADD base-payment TO running-balance
                    SUBTRACT month-bills(bucket-index)
                            FROM running-balance
                    PERFORM print-one-month
                END-PERFORM.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE annual-bills TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  PROJECTED DISBURSEMENTS: " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE cushion-amount TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  REQUIRED CUSHION .......: " display-amount
                        "  (" esc-cushion-months " MONTH(S))"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE lowest-balance TO display-signed.
                MOVE SPACES TO print-text.
                STRING "  LOWEST PROJECTED .......: " display-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                EVALUATE account-outcome
                    WHEN "SHORTAGE"
                        MOVE shortage-amount TO display-amount
                        STRING "  SHORTAGE ...............: "
                                display-amount
                                "  SPREAD OVER 12 PAYMENTS"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN "SURPLUS"
                        MOVE surplus-amount TO display-amount
                        STRING "  SURPLUS ................: "
                                display-amount
                                "  CREDITED OVER 12 PAYMENTS"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN "REFUND DUE"
                        MOVE surplus-amount TO display-amount
                        STRING "  SURPLUS ................: "
                                display-amount
                                "  REFUND DUE TO THE BORROWER"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN OTHER
                        MOVE "  THE ACCOUNT IS IN BALANCE" TO print-text
                END-EVALUATE.
                PERFORM print-one-line.
                MOVE old-payment TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  ESCROW PAYMENT WAS .....: " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE new-payment TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  NEW ESCROW PAYMENT .....: " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE ALL "-" TO print-text.
                PERFORM print-one-line.
                DISPLAY "escranl: loan " esc-loan-number " "
                        account-outcome " payment " old-payment
                        " -> " new-payment.
                EXIT.

            print-one-month.
                COMPUTE due-month-count =
                        start-month-count + bucket-index - 1.
                DIVIDE due-month-count BY 12 GIVING label-year
                        REMAINDER label-month.
                ADD 1 TO label-month.
                MOVE month-bills(bucket-index) TO display-bills.
                MOVE running-balance TO display-signed.
                MOVE SPACES TO print-text.
                STRING "                     " label-year "-"
                        label-month "  " display-deposit "  "
                        display-bills "  " display-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                MOVE print-text TO print-line.
                WRITE print-line.
                EXIT.

        END PROGRAM escranl.
