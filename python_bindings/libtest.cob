            GOBACK RETURNING 1.
        END PROGRAM loan_quote.

        *> ********************************
        *> Online payment submission for the web portal: a borrower
        *> paying online used to have to phone the branch. Given a
        *> loan-number, an amount and a date, runs the checks the
        *> teller's payentry.cob capture runs - the loan is on file
        *> and active, the amount is sane, the date a real day - plus
        *> one a teller does by eye: the same loan, amount and date
        *> already captured on the open payments.trn is a duplicate
        *> (a double-clicked "pay" button) and is refused. A good
        *> payment is appended to payments.trn with pay-type "O", the
        *> online channel - loanpost applies it exactly like a
        *> payment, cashproof and bankrecon total it separately - and
        *> its confirmation number is drawn from the ONLINEPAY series
        *> (refnum.cob) and printed to receipts.prt beside the
        *> tellers' receipts.
        *>
        *>    arg_loan        6-character numeric text, e.g. b"000123"
        *>    amount_ptr      caller's C double holding the amount -
        *>                    the loan_quote discipline; rounded to
        *>                    the cent
        *>    arg_date        8-character YYYYMMDD text, the day paid
        *>    confirm_ptr     caller's char buffer for the
        *>                    confirmation number (12 characters and
        *>                    its null terminator, truncated to fit
        *>                    confirm_buffer_len the way change_string
        *>                    does)
        *>    confirm_buffer_len  that buffer's size in bytes
        *>    msg_number_ptr  caller's C long for the msgcat.dat
        *>                    number the portal shows: 0401 accepted,
        *>                    0402-0407 refused, 0408-0409 not taken
        *>
        *>    returns 0 accepted, 4 refused (the borrower can correct
        *>    it), 8 not taken - the nightly cycle is posting the file
        *>    (nothing is accepted while cycle.ctl shows a cycle open,
        *>    or a payment appended between loanpost and payretire
        *>    would be retired unposted), or payments.trn is enqueued
        *>    or unavailable. The duplicate check and the append run
        *>    under an exclusive lockmgr enqueue on payments.trn, the
        *>    one payentry and payretire take too.
        *>
        *>    build cyclectl.cob, lockmgr.cob and refnum.cob as
        *>    modules alongside this library, the way loancalc.cob is
        *>    for loan_quote.
        IDENTIFICATION DIVISION.
            PROGRAM-ID. submit_payment.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    *> exactly the layout loanpost consumes.
                    SELECT payment-file ASSIGN TO "payments.trn"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS payment-file-status.
                    SELECT receipt-file ASSIGN TO "receipts.prt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS receipt-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  payment-file.
                    01 payment-transaction.
                        02 pay-loan-number PIC 9(6).
                        02 pay-amount      PIC 9(9)V99.
                        02 pay-date        PIC X(8).
                        02 pay-type        PIC X(1).
                            88 pay-is-reversal VALUE "R".
                FD  receipt-file.
                    01 receipt-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status  PIC X(02) VALUE "00".
                01 payment-file-status PIC X(02) VALUE "00".
                01 receipt-file-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 submit-status    USAGE BINARY-LONG VALUE 8.
                01 submit-message   USAGE BINARY-LONG VALUE 0.
                01 entry-loan       PIC 9(6) VALUE ZEROS.
                01 entry-amount     PIC 9(9)V99 VALUE ZEROS.
                01 entry-date       PIC X(8) VALUE SPACES.
                01 today-date       PIC X(8) VALUE SPACES.
                01 amount-ceiling   PIC 9(11)V99 VALUE ZEROS.
                01 duplicate-found  PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> exclusive enqueue on the payment file - see
                *> lockmgr.cob.
                01 lock-resource    PIC X(20) VALUE "payments.trn".
                01 lock-holder      PIC X(20) VALUE "SUBMITPAY".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                01 reference-series PIC X(10) VALUE "ONLINEPAY".
                01 reference-number PIC 9(6) VALUE ZEROS.
                01 reference-value  PIC X(12) VALUE SPACES.
                01 print-text       PIC X(100) VALUE SPACES.
                01 usable_length    USAGE BINARY-LONG.
                01 write_length     USAGE BINARY-LONG.
                01 double_from_python USAGE COMP-2 BASED.
                01 confirm_out      PIC X(13) BASED.
                01 msg_number_out   USAGE BINARY-LONG BASED.
            LINKAGE SECTION.
                01 arg_loan           PIC X(6).
                01 amount_ptr         USAGE POINTER.
                01 arg_date           PIC X(8).
                01 confirm_ptr        USAGE POINTER.
                01 confirm_buffer_len USAGE BINARY-LONG.
                01 msg_number_ptr     USAGE POINTER.
        PROCEDURE DIVISION USING BY REFERENCE arg_loan,
                BY VALUE amount_ptr, BY REFERENCE arg_date,
                BY VALUE confirm_ptr, BY VALUE confirm_buffer_len,
                BY VALUE msg_number_ptr.
            MOVE 8 TO submit-status.
            MOVE 0 TO submit-message.
            MOVE SPACES TO reference-value.
            PERFORM take-the-payment.
            IF msg_number_ptr NOT = NULL THEN
                SET ADDRESS OF msg_number_out TO msg_number_ptr
                MOVE submit-message TO msg_number_out
            END-IF.
            IF submit-status = 0 AND confirm_ptr NOT = NULL THEN
                *> the same truncate-to-fit arithmetic change_string
                *> applies.
                IF confirm_buffer_len > 0
                        AND confirm_buffer_len <= 13 THEN
                    MOVE confirm_buffer_len TO usable_length
                ELSE
                    MOVE 13 TO usable_length
                END-IF
                COMPUTE write_length = usable_length - 1
                IF write_length < 0 THEN
                    MOVE 0 TO write_length
                END-IF
                SET ADDRESS OF confirm_out TO confirm_ptr
                STRING reference-value(1:write_length)
                        DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO confirm_out
                END-STRING
            END-IF.
            GOBACK RETURNING submit-status.

            take-the-payment.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte = "O" THEN
                    MOVE 408 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 4 TO submit-status.
                MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
                MOVE arg_date TO entry-date.
                IF entry-date NOT NUMERIC THEN
                    MOVE 406 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(entry-date)) NOT = 0
                        OR entry-date > today-date THEN
                    MOVE 406 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                IF arg_loan NOT NUMERIC THEN
                    MOVE 402 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg_loan TO entry-loan.
                MOVE 0 TO entry-amount.
                IF amount_ptr NOT = NULL THEN
                    SET ADDRESS OF double_from_python TO amount_ptr
                    IF double_from_python > 0
                            AND double_from_python < 1000000000 THEN
                        COMPUTE entry-amount ROUNDED
                                = double_from_python
                    END-IF
                END-IF.
                IF entry-amount = 0 THEN
                    MOVE 405 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM look-up-the-loan.
                IF submit-message NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                CALL "lockmgr" USING lock-resource, "X", "A",
                        lock-holder, lock-outcome.
                IF NOT lock-was-granted THEN
                    MOVE 8 TO submit-status
                    MOVE 409 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM look-for-a-duplicate.
                IF duplicate-found = 1 THEN
                    MOVE 407 TO submit-message
                ELSE
                    PERFORM append-the-payment
                END-IF.
                CALL "lockmgr" USING lock-resource, "X", "R",
                        lock-holder, lock-outcome.
                IF submit-message = 0 THEN
                    PERFORM print-the-receipt
                    MOVE 0 TO submit-status
                    MOVE 401 TO submit-message
                END-IF.
                EXIT.

            *> on file and active, and an amount no more than the
            *> balance, the fees and one installment - anything over
            *> that is a keying slip, not a payoff.
            look-up-the-loan.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    MOVE 8 TO submit-status
                    MOVE 409 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-loan TO loan-number.
                READ loan-master
                    INVALID KEY MOVE 402 TO submit-message
                END-READ.
                CLOSE loan-master.
                IF submit-message NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF loan-is-transferred THEN
                    MOVE 404 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT loan-is-active THEN
                    MOVE 403 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE amount-ceiling = loan-balance + loan-fees-due
                        + loan-payment.
                IF entry-amount > amount-ceiling THEN
                    MOVE 405 TO submit-message
                END-IF.
                EXIT.

            *> the same loan, amount and day already on the open file.
            look-for-a-duplicate.
                MOVE 0 TO duplicate-found.
                OPEN INPUT payment-file.
                IF payment-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1 OR duplicate-found = 1
                    READ payment-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND NOT pay-is-reversal
                            AND pay-loan-number = entry-loan
                            AND pay-amount = entry-amount
                            AND pay-date = entry-date THEN
                        MOVE 1 TO duplicate-found
                    END-IF
                END-PERFORM.
                CLOSE payment-file.
                EXIT.

            append-the-payment.
                OPEN EXTEND payment-file.
                IF payment-file-status = "35" THEN
                    OPEN OUTPUT payment-file
                END-IF.
                IF payment-file-status NOT = "00" THEN
                    MOVE 8 TO submit-status
                    MOVE 409 TO submit-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO payment-transaction.
                MOVE entry-loan TO pay-loan-number.
                MOVE entry-amount TO pay-amount.
                MOVE entry-date TO pay-date.
                MOVE "O" TO pay-type.
                WRITE payment-transaction.
                CLOSE payment-file.
                EXIT.

            print-the-receipt.
                CALL "refnum" USING reference-series,
                        reference-number, reference-value.
                OPEN EXTEND receipt-file.
                IF receipt-file-status = "35" THEN
                    OPEN OUTPUT receipt-file
                END-IF.
                MOVE SPACES TO print-text.
                STRING "RECEIPT " reference-value
                        " LOAN " entry-loan
                        " AMOUNT " entry-amount
                        " ON " entry-date
                        " ONLINE"
                    INTO print-text
                END-STRING.
                MOVE print-text TO receipt-line.
                WRITE receipt-line.
                CLOSE receipt-file.
                EXIT.
        END PROGRAM submit_payment.

        *> ********************************
        *> takes a string argument
        IDENTIFICATION DIVISION.
