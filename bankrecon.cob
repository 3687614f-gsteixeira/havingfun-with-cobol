        *>    the book side is payments.trn's payment rows; reversals
        *>    carry no cash and are left out of the deposit picture.
        *>
        *>    autopay debits settle differently: the bank credits each
        *>    ACH batch as one deposit on its effective date, returned
        *>    entries or not (a return comes back later as its own
        *>    debit). So the book side takes achsetl.dat's debits
        *>    (achorig.cob) whose effective date falls inside the
        *>    statement's span as expected deposits - all but those
        *>    returned before they were ever released - and the
        *>    pay-type "A" rows achorig releases into payments.trn
        *>    are left out, so no autopay payment is counted twice.
        *>
        *>    online payments (pay-type "O", taken by the web
        *>    portal) stay on the book side like any payment, and
        *>    their count and total are shown separately at the end
        *>    of the run so the card-processor settlements can be
        *>    told apart from the branch deposits.
        *>
        *>    run order: after loanpost, alongside cashproof - see the
        *>    driver program.
        *>
        *>    the statement goes through the inbound-file registry
        *>    (inbreg.cob) first: one reconciled before is refused
        *>    until a supervisor releases it (inbound.cob).
        *>
        *>    RETURN-CODE: 0 every date matched, 4 discrepancies found
        *>    (or the statement is out of sequence), 8 the bank
        *>    statement file is not on this environment or was
        *>    refused as one already reconciled.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. bankrecon.
                    SELECT bank-file ASSIGN TO "bankstmt.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS bank-file-status.
                    *> the autopay debits the bank settles for us.
                    SELECT settlement-file ASSIGN TO "achsetl.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS as-trace
                        FILE STATUS IS settlement-file-status.
                    *> each side sequenced by date, then folded to one
                    *> total per date, ready for the balanced line.
                    SELECT book-sorted ASSIGN TO "bankrecon.st1"
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
                            88 pay-is-reversal VALUE "R".
                            88 pay-is-autopay  VALUE "A".
                            88 pay-is-online   VALUE "O".
                FD  settlement-file.
                    COPY ACHSETL.
                FD  bank-file.
                    01 bank-statement-line.
                        02 bs-date     PIC X(8).
            WORKING-STORAGE SECTION.
                01 payment-file-status PIC X(02) VALUE "00".
                01 bank-file-status    PIC X(02) VALUE "00".
                01 settlement-file-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                *> the first and last value dates on the statement -
                *> the span the autopay settlements are taken over.
                01 statement-first-date PIC X(8) VALUE HIGH-VALUES.
                01 statement-last-date  PIC X(8) VALUE LOW-VALUES.
                *> the per-date fold of each sorted side: one record
                *> held in hand per side, primed before the merge.
                01 group-date       PIC X(8) VALUE SPACES.
                01 bank-dates       PIC 9(6) VALUE ZEROS.
                01 dates-matched    PIC 9(6) VALUE ZEROS.
                01 mismatch-count   PIC 9(6) VALUE ZEROS.
                *> the online channel's share of the book side.
                01 online-count     PIC 9(6) VALUE ZEROS.
                01 online-total     PIC 9(11)V99 VALUE ZEROS.
                01 display-amount   PIC Z(10)9.99.
                01 display-amount-2 PIC Z(10)9.99.
                *> the inbound-file registry - see inbreg.cob.
                01 inbound-path     PIC X(100) VALUE "bankstmt.dat".
                01 inbound-feed     PIC X(10) VALUE "BANKRECON".
                01 inbound-count    PIC 9(9) VALUE ZEROS.
                01 inbound-outcome  PIC 9 VALUE ZERO.
                    88 inbound-was-refused VALUE 8.
                    88 inbound-has-gap     VALUE 4.
                01 banner-job-name  PIC X(20) VALUE "BANKRECON".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                GOBACK
            END-IF.
            CLOSE bank-file.
            CALL "inbreg" USING "C", inbound-feed, inbound-path,
                    inbound-count, inbound-outcome.
            IF inbound-was-refused THEN
                DISPLAY "bankrecon: bankstmt.dat refused by the "
                        "inbound-file registry - not reconciled"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            *> sequence each side by date; the book side keeps only
            *> payment rows - a reversal never crossed the teller
            *> window as cash. The bank side sorts first, so its
            *> span is known when the autopay settlements are taken.
            SORT bank-sort-work ON ASCENDING KEY kw-date
                INPUT PROCEDURE IS release-bank-deposits
                GIVING bank-sorted.
            SORT book-sort-work ON ASCENDING KEY bw-date
                INPUT PROCEDURE IS release-book-payments
                GIVING book-sorted.
            OPEN OUTPUT discrepancy-file.
            PERFORM run-balanced-merge.
            CLOSE discrepancy-file.
            DISPLAY "bankrecon: " book-dates " book date(s), "
                    bank-dates " bank date(s), " dates-matched
                    " matched, " mismatch-count " discrepancy(ies)".
            MOVE online-total TO display-amount.
            DISPLAY "bankrecon: of the book side, " online-count
                    " online payment(s) totalling " display-amount.
            MOVE bank-dates TO inbound-count.
            CALL "inbreg" USING "P", inbound-feed, inbound-path,
                    inbound-count, inbound-outcome.
            MOVE dates-matched TO banner-rec-count.
            IF mismatch-count > 0 OR inbound-has-gap THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                    READ payment-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND NOT pay-is-reversal
                            AND NOT pay-is-autopay THEN
                        MOVE pay-date TO bw-date
                        MOVE pay-amount TO bw-amount
                        RELEASE book-work-record
                        IF pay-is-online THEN
                            ADD 1 TO online-count
                            ADD pay-amount TO online-total
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE payment-file.
                PERFORM release-autopay-settlements.
                EXIT.

            *> each autopay debit settling inside the statement's
            *> span is a deposit we expect; one returned before it
            *> was released never went into the batch's credit.
            release-autopay-settlements.
                OPEN INPUT settlement-file.
                IF settlement-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ settlement-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND NOT as-is-returned
                            AND as-effective-date
                                >= statement-first-date
                            AND as-effective-date
                                <= statement-last-date THEN
                        MOVE as-effective-date TO bw-date
                        MOVE as-amount TO bw-amount
                        RELEASE book-work-record
                    END-IF
                END-PERFORM.
                CLOSE settlement-file.
                EXIT.

            release-bank-deposits.
                        MOVE bs-date TO kw-date
                        MOVE bs-amount TO kw-amount
                        RELEASE bank-work-record
                        IF bs-date < statement-first-date THEN
                            MOVE bs-date TO statement-first-date
                        END-IF
                        IF bs-date > statement-last-date THEN
                            MOVE bs-date TO statement-last-date
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE bank-file.
