        *> **********************************************************************
        *> escrpost - the one place an installment's escrow component is
        *> looked up, deposited or backed out. loancalc's payment is
        *> principal and interest only; a loan with an escrow account
        *> on escrow.dat (ESCROW, see escrmnt.cob) owes its monthly
        *> escrow amount on top, and every program that expects, posts
        *> or reverses an installment asks here rather than reading the
        *> escrow master itself - payentry, payremit and achorig quote
        *> the amount, loanpost and suspapply deposit it and loanpost
        *> backs it out on a reversal.
        *>
        *>    callable, like cyclectl:
        *>      CALL "escrpost" USING ep-action, ep-loan-number,
        *>                            ep-amount, ep-date, ep-outcome.
        *>        ep-action      "Q" quote the monthly escrow amount
        *>                           into ep-amount;
        *>                       "D" deposit ep-amount to the account;
        *>                       "R" back a deposit of ep-amount out
        *>        ep-loan-number 9(6)
        *>        ep-amount      9(9)V99, out on Q, in on D and R
        *>        ep-date        X(8) the effective date of a deposit
        *>                       or backout (ignored on Q)
        *>        ep-outcome     9 out: 1 the loan has an active escrow
        *>                       account (and D/R were applied), 0 it
        *>                       has none - ep-amount comes back zero
        *>                       on a Q, and nothing is applied
        *>
        *>    a deposit or backout moves esc-balance and the year's
        *>    deposit total, and lands on the loan's transaction history
        *>    through txnwrite as an ESCD or ESCR event carrying the
        *>    escrow balance it left.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. escrpost.
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
        DATA DIVISION.
            FILE SECTION.
                FD  escrow-file.
                    COPY ESCROW.
            WORKING-STORAGE SECTION.
                01 escrow-file-status PIC X(02) VALUE "00".
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                COPY LOANTXN.
            LINKAGE SECTION.
                01 ep-action       PIC X(1).
                01 ep-loan-number  PIC 9(6).
                01 ep-amount       PIC 9(9)V99.
                01 ep-date         PIC X(8).
                01 ep-outcome      PIC 9.
        *> *********************************************************************
        PROCEDURE DIVISION USING ep-action, ep-loan-number, ep-amount,
                ep-date, ep-outcome.
            MOVE 0 TO ep-outcome.
            IF ep-action = "Q" THEN
                MOVE 0 TO ep-amount
                OPEN INPUT escrow-file
            ELSE
                OPEN I-O escrow-file
            END-IF.
            IF escrow-file-status NOT = "00" THEN
                *> no escrow master at all: no loan carries escrow.
                GOBACK
            END-IF.
            MOVE ep-loan-number TO esc-loan-number.
            READ escrow-file
                INVALID KEY
                    CLOSE escrow-file
                    GOBACK
            END-READ.
            IF NOT esc-is-active THEN
                CLOSE escrow-file
                GOBACK
            END-IF.
            MOVE 1 TO ep-outcome.
            EVALUATE ep-action
                WHEN "Q"
                    MOVE esc-monthly-amount TO ep-amount
                WHEN "D"
                    ADD ep-amount TO esc-balance
                    ADD ep-amount TO esc-ytd-deposits
                    REWRITE escrow-record
                    MOVE SPACES TO loan-txn-record
                    SET txn-is-escrow-deposit TO TRUE
                    PERFORM record-the-movement
                WHEN "R"
                    SUBTRACT ep-amount FROM esc-balance
                    IF esc-ytd-deposits >= ep-amount THEN
                        SUBTRACT ep-amount FROM esc-ytd-deposits
                    ELSE
                        MOVE 0 TO esc-ytd-deposits
                    END-IF
                    REWRITE escrow-record
                    MOVE SPACES TO loan-txn-record
                    SET txn-is-escrow-backout TO TRUE
                    PERFORM record-the-movement
                WHEN OTHER
                    DISPLAY "escrpost: unrecognized action " ep-action
                    MOVE 0 TO ep-outcome
            END-EVALUATE.
            CLOSE escrow-file.
            GOBACK.

            *> the event on the loan's ledger; txnwrite fills in the
            *> sequence, stamp and operator. The sign of an advanced
            *> (negative) balance rides in the memo.
            record-the-movement.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8)
                            TO cycle-date-stamp
                END-IF.
                MOVE ep-loan-number TO txn-loan-number.
                MOVE ep-amount TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE esc-balance TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE ep-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "ESCRPOST" TO txn-program.
                IF esc-balance < 0 THEN
                    MOVE "ESCROW BALANCE ADVANCED" TO txn-memo
                END-IF.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

        END PROGRAM escrpost.
