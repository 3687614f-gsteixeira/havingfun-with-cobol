        *>        dlq-overdue-amt PIC 9(9)V99  scheduled amount overdue
        *>        dlq-overdue-cnt PIC 9(3)   overdue rows on the loan
        *>        dlq-cycle-date  PIC X(8)
        *>        dlq-balloon     PIC X(1)   B when the overdue rows
        *>                                   include a balloon loan's
        *>                                   final row
        *>
        *>    a balloon loan (lo-product-type B on loanopt.dat, see
        *>    loanadd.cob) that misses its final row has not missed an
        *>    installment, it has matured unpaid: it still ages by the
        *>    oldest overdue row, but the report line says MATURED
        *>    BALLOON and the totals count them, since the cure is a
        *>    refinance, not a collections call.
        *>
        *>    a loan under a legal hold on loanlegal.dat (bankruptcy,
        *>    litigation - see legalmnt.cob) is not bucketed and not
        *>    written to delinq.dat, since nobody may collect on it:
        *>    it is listed in a section of its own, LEGAL HOLD, with
        *>    its age, overdue amount and legal status.
        *>
        *>    only active loans age - a paid-off or written-off loan's
        *>    remaining rows are history, not receivables. A schedule row
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT delinquency-file ASSIGN TO "delinq.dat"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                    01 report-line PIC X(100).
                FD  customer-master.
                    COPY CUSTREC.
                FD  option-file.
                    COPY LOANOPT.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  delinquency-file.
                    01 delinquency-record.
                        02 dlq-loan-number PIC 9(6).
                        02 dlq-overdue-amt PIC 9(9)V99.
                        02 dlq-overdue-cnt PIC 9(3).
                        02 dlq-cycle-date  PIC X(8).
                        02 dlq-balloon     PIC X(1).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 option-file-status   PIC X(02) VALUE "00".
                01 legal-file-status    PIC X(02) VALUE "00".
                01 legal-is-open        PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 oldest-due-int   PIC 9(9) VALUE ZEROS.
                01 overdue-amount   PIC 9(9)V99 VALUE ZEROS.
                01 overdue-rows     PIC 9(3) VALUE ZEROS.
                01 latest-overdue-row PIC 9(3) VALUE ZEROS.
                01 balloon-flag     PIC X(1) VALUE SPACES.
                    88 balloon-has-matured VALUE "B".
                01 matured-balloons PIC 9(6) VALUE ZEROS.
                01 days-past-due    PIC S9(9) VALUE ZEROS.
                01 bucket-label     PIC X(5) VALUE SPACES.
                *> what came off the master for the loan being judged.
                01 master-found     PIC 9 VALUE ZERO.
                    88 master-was-found VALUE 1.
                01 held-borrower    PIC 9(4) VALUE ZEROS.
                01 held-term        PIC 9(3) VALUE ZEROS.
                01 loan-should-age  PIC 9 VALUE ZERO.
                    88 loan-ages VALUE 1.
                01 bucket-count-1   PIC 9(6) VALUE ZEROS.
                01 bucket-count-3   PIC 9(6) VALUE ZEROS.
                01 bucket-count-4   PIC 9(6) VALUE ZEROS.
                01 delinquent-loans PIC 9(6) VALUE ZEROS.
                *> overdue loans under a legal hold, held back for
                *> their own section at the foot of the report.
                01 legal-table.
                    02 legal-entry OCCURS 500 TIMES.
                        03 legal-loan     PIC 9(6).
                        03 legal-borrower PIC 9(4).
                        03 legal-days     PIC 9(5).
                        03 legal-amount   PIC 9(9)V99.
                        03 legal-status   PIC X(1).
                        03 legal-chapter  PIC X(2).
                        03 legal-case     PIC X(20).
                01 legal-count      PIC 9(4) VALUE ZEROS.
                01 legal-idx        PIC 9(4) VALUE ZEROS.
                01 legal-held-loans PIC 9(6) VALUE ZEROS.
                01 legal-held-amt   PIC 9(11)V99 VALUE ZEROS.
                01 legal-hold-found PIC 9 VALUE ZERO.
                    88 loan-under-legal-hold VALUE 1.
                *> the per-branch subtotals - branch table plus one
                *> count/amount pair per entry. See brnchtab.cob.
                01 master-file-status PIC X(02) VALUE "00".
            IF master-file-status = "00" THEN
                MOVE 1 TO master-is-open
            END-IF.
            OPEN INPUT option-file.
            OPEN INPUT legal-file.
            IF legal-file-status = "00" THEN
                MOVE 1 TO legal-is-open
            END-IF.
            OPEN OUTPUT report-file.
            OPEN OUTPUT delinquency-file.
            MOVE SPACES TO print-text.
                        MOVE 0 TO oldest-due-int
                        MOVE 0 TO overdue-amount
                        MOVE 0 TO overdue-rows
                        MOVE 0 TO latest-overdue-row
                    END-IF
                    PERFORM age-one-row
                END-IF
            PERFORM judge-current-loan.
            PERFORM print-bucket-totals.
            CLOSE delinquency-file.
            IF option-file-status = "00" THEN
                CLOSE option-file
            END-IF.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            IF master-is-open = 1 THEN
                CLOSE customer-master
            END-IF.
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO overdue-rows.
                IF sched-payment-num > latest-overdue-row THEN
                    MOVE sched-payment-num TO latest-overdue-row
                END-IF.
                COMPUTE overdue-amount = overdue-amount
                        + sched-principal-amt + sched-interest-amt.
                IF oldest-due-int = 0
                END-IF.
                COMPUTE days-past-due =
                        today-integer - oldest-due-int.
                PERFORM check-for-legal-hold.
                IF loan-under-legal-hold THEN
                    PERFORM hold-back-the-loan
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-for-balloon.
                EVALUATE TRUE
                    WHEN days-past-due >= 90
                        MOVE "90+  " TO bucket-label
                        display-amount DELIMITED BY SIZE
                    INTO print-text
                END-STRING.
                IF balloon-has-matured THEN
                    MOVE "  MATURED BALLOON" TO print-text(46:17)
                END-IF.
                PERFORM print-one-line.
                MOVE SPACES TO delinquency-record.
                MOVE current-loan TO dlq-loan-number.
                MOVE overdue-amount TO dlq-overdue-amt.
                MOVE overdue-rows TO dlq-overdue-cnt.
                MOVE cycle-date-stamp TO dlq-cycle-date.
                MOVE balloon-flag TO dlq-balloon.
                WRITE delinquency-record.
                PERFORM tally-the-branch.
                EXIT.

            *> the loan's final row among the overdue ones, on a loan
            *> boarded as a balloon: the balloon has matured unpaid.
            check-for-balloon.
                MOVE SPACE TO balloon-flag.
                IF option-file-status NOT = "00"
                        OR latest-overdue-row < held-term THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE current-loan TO lo-loan-number.
                READ option-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF lo-balloon THEN
                    MOVE "B" TO balloon-flag
                    ADD 1 TO matured-balloons
                END-IF.
                EXIT.

            check-for-legal-hold.
                MOVE 0 TO legal-hold-found.
                IF legal-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE current-loan TO ll-loan-number.
                READ legal-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF ll-hold-in-force THEN
                    MOVE 1 TO legal-hold-found
                END-IF.
                EXIT.

            *> the held loan is counted in full; past the table's 500
            *> entries it is counted but not listed.
            hold-back-the-loan.
                ADD 1 TO legal-held-loans.
                ADD overdue-amount TO legal-held-amt.
                IF legal-count >= 500 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO legal-count.
                MOVE current-loan TO legal-loan(legal-count).
                MOVE held-borrower TO legal-borrower(legal-count).
                MOVE days-past-due TO legal-days(legal-count).
                MOVE overdue-amount TO legal-amount(legal-count).
                MOVE ll-status TO legal-status(legal-count).
                MOVE ll-chapter TO legal-chapter(legal-count).
                MOVE ll-case-number TO legal-case(legal-count).
                EXIT.

            *> which branch subtotal this delinquency lands in: the
            *> borrower's branch off the customer master, the default
            *> (first) branch when the record has none or is missing.
                MOVE 0 TO master-found.
                MOVE 0 TO loan-should-age.
                MOVE 0 TO held-borrower.
                MOVE 0 TO held-term.
                MOVE current-loan TO loan-number.
                READ loan-master
                    INVALID KEY CONTINUE
                IF master-was-found AND loan-is-active THEN
                    MOVE 1 TO loan-should-age
                    MOVE loan-borrower-id TO held-borrower
                    MOVE loan-term-months TO held-term
                END-IF.
                EXIT.

                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF matured-balloons > 0 THEN
                    MOVE SPACES TO print-text
                    STRING "MATURED BALLOONS UNPAID: " matured-balloons
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "BY BRANCH" TO print-text.
                    MOVE "NO DELINQUENT LOANS" TO print-text
                    PERFORM print-one-line
                END-IF.
                IF legal-held-loans > 0 THEN
                    PERFORM print-the-legal-holds
                END-IF.
                EXIT.

            print-the-legal-holds.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "LEGAL HOLD - OVERDUE, NOT BUCKETED OR COLLECTED"
                        TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING legal-idx FROM 1 BY 1
                        UNTIL legal-idx > legal-count
                    MOVE legal-amount(legal-idx) TO display-amount
                    MOVE legal-days(legal-idx) TO display-days
                    MOVE SPACES TO print-text
                    STRING legal-loan(legal-idx) "  "
                            legal-borrower(legal-idx) "    "
                            display-days "  "
                            legal-status(legal-idx) " "
                            legal-chapter(legal-idx) "  "
                            display-amount "  "
                            legal-case(legal-idx)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM.
                MOVE legal-held-amt TO display-amount.
                MOVE SPACES TO print-text.
                STRING "LEGAL HOLD TOTAL: " legal-held-loans
                        " LOAN(S), OVERDUE " display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-branch-total.
