        *> **********************************************************************
        *> refchk - void and reissue of a refund check refund.cob cut.
        *> A check comes back undeliverable, is lost in the mail or is
        *> made out to a name that has since changed; the bank must be
        *> told not to honor it before anything else is sent.
        *>
        *>    refchk show <check>       the check as the register has it
        *>    refchk void <check>       void it - the money goes back
        *>                              where it came from, the cash
        *>                              suspense or the loan's escrow
        *>                              account
        *>    refchk reissue <check>    void it and cut a replacement
        *>                              for the same amount, to the
        *>                              borrower's name as the customer
        *>                              master has it now
        *>
        *>    either action marks the old check V on the check register
        *>    refundreg.dat (REFUNDREG), lands on the loan's ledger as
        *>    an RFNV event, and adds a void record to posipayx.dat
        *>    (POSIPAY), the follow-up positive-pay file for the bank.
        *>    A void parks the money back - a "+" record on
        *>    cashsusp.dat, or a deposit back through escrpost.cob. A
        *>    reissue leaves the money out: its new check takes the
        *>    next REFUNDCHK number off refnum.ctl, goes on the
        *>    register cross-referenced to the old one, prints on
        *>    refchk.prt, lands on the ledger as RFND and goes to the
        *>    follow-up file as an issue record - so cashproof.cob sees
        *>    the void and the new check net to nothing.
        *>
        *>    a check the bank has paid, or that escheat.cob has
        *>    reported to the state, is no longer ours to void.
        *>
        *>    voiding or reissuing takes a maintenance or supervisor
        *>    sign-on (opersec.cob); the operator is kept on the
        *>    register and the change journaled through jrnwrite. show
        *>    stays open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. refchk.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT check-register ASSIGN TO "refundreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rf-check-number
                        FILE STATUS IS check-register-status.
                    SELECT cash-suspense ASSIGN TO "cashsusp.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cash-suspense-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT positive-pay ASSIGN TO "posipayx.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS positive-pay-status.
                    SELECT check-file ASSIGN TO "refchk.prt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  check-register.
                    COPY REFUNDREG.
                FD  cash-suspense.
                    01 cash-suspense-record.
                        02 cs-loan-number PIC 9(6).
                        02 cs-sign        PIC X(1).
                        02 cs-amount      PIC 9(9)V99.
                        02 cs-date        PIC X(8).
                FD  customer-master.
                    COPY CUSTREC.
                FD  positive-pay.
                    COPY POSIPAY.
                FD  check-file.
                    01 check-line PIC X(80).
            WORKING-STORAGE SECTION.
                01 check-register-status PIC X(02) VALUE "00".
                01 cash-suspense-status  PIC X(02) VALUE "00".
                01 master-file-status    PIC X(02) VALUE "00".
                01 positive-pay-status   PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-check        PIC X(10) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the old check, kept while the register moves on
                *> to the new one.
                01 old-check-number PIC 9(6) VALUE ZEROS.
                01 reissuing        PIC 9 VALUE ZERO.
                    88 check-is-reissued VALUE 1.
                01 payee-address    PIC X(60) VALUE SPACES.
                01 source-text      PIC X(8) VALUE SPACES.
                *> the replacement's number - see refnum.cob.
                01 check-series     PIC X(10) VALUE "REFUNDCHK".
                01 check-number     PIC 9(6) VALUE ZEROS.
                01 check-reference  PIC X(12) VALUE SPACES.
                *> the escrow deposit back - see escrpost.cob.
                01 escrow-action    PIC X(1) VALUE "D".
                01 escrow-amount    PIC 9(9)V99 VALUE ZEROS.
                01 escrow-outcome   PIC 9 VALUE ZERO.
                    88 escrow-was-applied VALUE 1.
                COPY LOANTXN.
                01 display-amount   PIC Z(8)9.99.
                01 check-amount-text PIC X(16) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob. Voiding or
                *> reissuing takes maintenance or supervisor.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-may-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "REFCHK".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "REFCHK".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-check
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            IF FUNCTION TRIM(arg-check) NOT NUMERIC THEN
                PERFORM show-usage
                MOVE 16 TO RETURN-CODE
            ELSE
                EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                    WHEN "show"    PERFORM show-the-check
                    WHEN "void"
                        MOVE 0 TO reissuing
                        PERFORM guard-then-void
                    WHEN "reissue"
                        MOVE 1 TO reissuing
                        PERFORM guard-then-void
                    WHEN OTHER
                        PERFORM show-usage
                        MOVE 16 TO RETURN-CODE
                END-EVALUATE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: refchk show <check>".
                DISPLAY "       refchk void <check>".
                DISPLAY "       refchk reissue <check>".
                EXIT.

            show-the-check.
                OPEN INPUT check-register.
                IF check-register-status NOT = "00" THEN
                    DISPLAY "refchk: no refund check register"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-check) TO rf-check-number.
                READ check-register
                    INVALID KEY
                        DISPLAY "refchk: no check " rf-check-number
                                " on the register"
                        MOVE 8 TO RETURN-CODE
                        CLOSE check-register
                        EXIT PARAGRAPH
                END-READ.
                MOVE rf-amount TO display-amount.
                DISPLAY "refchk: check " rf-check-number " ref "
                        rf-reference " loan " rf-loan-number
                        " amount " FUNCTION TRIM(display-amount)
                        " issued " rf-issue-date " source " rf-source.
                DISPLAY "refchk:   payee " FUNCTION TRIM(rf-payee).
                IF rf-is-void THEN
                    DISPLAY "refchk:   VOID " rf-void-date " by "
                            FUNCTION TRIM(rf-void-by)
                END-IF.
                IF rf-is-cleared THEN
                    DISPLAY "refchk:   PAID BY THE BANK " rf-paid-date
                END-IF.
                IF rf-is-escheated THEN
                    DISPLAY "refchk:   ESCHEATED " rf-escheat-date
                END-IF.
                IF rf-reissue-of NOT = 0 THEN
                    DISPLAY "refchk:   reissue of check "
                            rf-reissue-of
                END-IF.
                IF rf-reissued-as NOT = 0 THEN
                    DISPLAY "refchk:   reissued as check "
                            rf-reissued-as
                END-IF.
                CLOSE check-register.
                EXIT.

            guard-then-void.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
                END-IF.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-may-maintain THEN
                    DISPLAY "refchk: maintenance role required - "
                            "void refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O check-register.
                IF check-register-status NOT = "00" THEN
                    DISPLAY "refchk: no refund check register"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-check) TO rf-check-number.
                READ check-register
                    INVALID KEY
                        DISPLAY "refchk: no check " rf-check-number
                                " on the register"
                        MOVE 8 TO RETURN-CODE
                        CLOSE check-register
                        EXIT PARAGRAPH
                END-READ.
                IF NOT rf-is-issued THEN
                    EVALUATE TRUE
                        WHEN rf-is-cleared
                            DISPLAY "refchk: check " rf-check-number
                                    " was paid by the bank "
                                    rf-paid-date
                        WHEN rf-is-escheated
                            DISPLAY "refchk: check " rf-check-number
                                    " was escheated to the state "
                                    rf-escheat-date
                        WHEN OTHER
                            DISPLAY "refchk: check " rf-check-number
                                    " already void since "
                                    rf-void-date " by "
                                    FUNCTION TRIM(rf-void-by)
                    END-EVALUATE
                    MOVE 4 TO RETURN-CODE
                    CLOSE check-register
                    EXIT PARAGRAPH
                END-IF.
                IF check-is-reissued THEN
                    PERFORM draw-the-new-number
                    IF check-number = 0 THEN
                        DISPLAY "refchk: no check number could be "
                                "drawn - reissue refused"
                        MOVE 8 TO RETURN-CODE
                        CLOSE check-register
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                OPEN EXTEND positive-pay.
                IF positive-pay-status = "35" THEN
                    OPEN OUTPUT positive-pay
                END-IF.
                PERFORM void-the-check.
                IF check-is-reissued THEN
                    PERFORM reissue-the-check
                ELSE
                    PERFORM return-the-money
                END-IF.
                CLOSE positive-pay.
                CLOSE check-register.
                MOVE 1 TO banner-rec-count.
                EXIT.

            draw-the-new-number.
                MOVE 0 TO check-number.
                MOVE SPACES TO check-reference.
                CALL "refnum" USING check-series, check-number,
                        check-reference.
                EXIT.

            *> the old check off: the register, the bank's follow-up
            *> file, the ledger and the journal.
            void-the-check.
                MOVE rf-check-number TO old-check-number.
                MOVE SPACES TO journal-before.
                STRING "ISSUED " rf-issue-date " " rf-amount " "
                        rf-payee(1:20)
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                SET rf-is-void TO TRUE.
                MOVE cycle-date-stamp TO rf-void-date.
                MOVE signed-operator TO rf-void-by.
                IF check-is-reissued THEN
                    MOVE check-number TO rf-reissued-as
                END-IF.
                REWRITE refund-check-record.
                MOVE SPACES TO positive-pay-record.
                SET pp-is-void TO TRUE.
                MOVE rf-check-number TO pp-check-number.
                MOVE rf-amount TO pp-amount.
                MOVE rf-issue-date TO pp-issue-date.
                MOVE rf-payee TO pp-payee.
                WRITE positive-pay-record.
                MOVE SPACES TO loan-txn-record.
                SET txn-is-refund-void TO TRUE.
                MOVE SPACES TO txn-memo.
                STRING "VOID OF CHECK " rf-check-number
                    DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                PERFORM record-the-event.
                MOVE SPACES TO journal-after.
                IF check-is-reissued THEN
                    STRING "VOID " rf-void-date " BY " rf-void-by
                            " REISSUED AS " check-number
                        DELIMITED BY SIZE INTO journal-after
                    END-STRING
                ELSE
                    STRING "VOID " rf-void-date " BY " rf-void-by
                        DELIMITED BY SIZE INTO journal-after
                    END-STRING
                END-IF.
                MOVE SPACES TO journal-key.
                MOVE rf-check-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE rf-amount TO display-amount.
                DISPLAY "refchk: check " rf-check-number " for "
                        FUNCTION TRIM(display-amount) " voided".
                EXIT.

            *> a plain void puts the money back where the check
            *> drew it from.
            return-the-money.
                IF rf-from-escrow THEN
                    MOVE "D" TO escrow-action
                    MOVE rf-amount TO escrow-amount
                    CALL "escrpost" USING escrow-action,
                            rf-loan-number, escrow-amount,
                            cycle-date-stamp, escrow-outcome
                    IF escrow-was-applied THEN
                        DISPLAY "refchk: " FUNCTION TRIM(
                                display-amount)
                                " deposited back to the escrow "
                                "account of loan " rf-loan-number
                        EXIT PARAGRAPH
                    END-IF
                    DISPLAY "refchk: loan " rf-loan-number
                            " has no active escrow account - the "
                            "money goes to the cash suspense"
                END-IF.
                OPEN EXTEND cash-suspense.
                IF cash-suspense-status = "35" THEN
                    OPEN OUTPUT cash-suspense
                END-IF.
                MOVE SPACES TO cash-suspense-record.
                MOVE rf-loan-number TO cs-loan-number.
                MOVE "+" TO cs-sign.
                MOVE rf-amount TO cs-amount.
                MOVE cycle-date-stamp TO cs-date.
                WRITE cash-suspense-record.
                CLOSE cash-suspense.
                DISPLAY "refchk: " FUNCTION TRIM(display-amount)
                        " parked back on the cash suspense for loan "
                        rf-loan-number.
                EXIT.

            *> the replacement: the same loan, amount and source, the
            *> borrower's name as it stands now.
            reissue-the-check.
                MOVE SPACES TO payee-address.
                OPEN INPUT customer-master.
                IF master-file-status = "00" THEN
                    MOVE rf-borrower-id TO user_id
                    READ customer-master
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE username TO rf-payee
                            MOVE cust-address TO payee-address
                    END-READ
                    CLOSE customer-master
                END-IF.
                MOVE check-number TO rf-check-number.
                MOVE check-reference TO rf-reference.
                MOVE cycle-date-stamp TO rf-issue-date.
                SET rf-is-issued TO TRUE.
                MOVE SPACES TO rf-void-date.
                MOVE SPACES TO rf-void-by.
                MOVE SPACES TO rf-paid-date.
                MOVE SPACES TO rf-escheat-date.
                MOVE old-check-number TO rf-reissue-of.
                MOVE 0 TO rf-reissued-as.
                WRITE refund-check-record
                    INVALID KEY
                        DISPLAY "refchk: check " rf-check-number
                                " already on the register - "
                                "refnum.ctl REFUNDCHK series needs "
                                "attention"
                        MOVE 8 TO RETURN-CODE
                        EXIT PARAGRAPH
                END-WRITE.
                MOVE SPACES TO positive-pay-record.
                SET pp-is-issue TO TRUE.
                MOVE rf-check-number TO pp-check-number.
                MOVE rf-amount TO pp-amount.
                MOVE rf-issue-date TO pp-issue-date.
                MOVE rf-payee TO pp-payee.
                WRITE positive-pay-record.
                MOVE SPACES TO loan-txn-record.
                SET txn-is-refund TO TRUE.
                MOVE SPACES TO txn-memo.
                STRING "REISSUE OF CHECK " old-check-number
                    DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                PERFORM record-the-event.
                PERFORM print-the-check.
                MOVE rf-amount TO display-amount.
                DISPLAY "refchk: check " rf-check-number " for "
                        FUNCTION TRIM(display-amount)
                        " issued to " FUNCTION TRIM(rf-payee)
                        " in place of " old-check-number.
                EXIT.

            record-the-event.
                MOVE rf-loan-number TO txn-loan-number.
                MOVE rf-amount TO txn-amount.
                MOVE 0 TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE 0 TO txn-fee.
                MOVE 0 TO txn-balance-after.
                MOVE 0 TO txn-payment-num.
                MOVE cycle-date-stamp TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "REFCHK" TO txn-program.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            print-the-check.
                IF rf-from-escrow THEN
                    MOVE "ESCROW" TO source-text
                ELSE
                    MOVE "SUSPENSE" TO source-text
                END-IF.
                MOVE rf-amount TO display-amount.
                MOVE SPACES TO check-amount-text.
                STRING "***" FUNCTION TRIM(display-amount)
                    DELIMITED BY SIZE INTO check-amount-text
                END-STRING.
                OPEN OUTPUT check-file.
                MOVE ALL "=" TO check-line.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  LOAN SERVICING - REFUND            CHECK NO "
                        rf-check-number
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "                                     DATE     "
                        rf-issue-date
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  PAY TO THE ORDER OF " rf-payee
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "                      " payee-address(1:50)
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  THE SUM OF " check-amount-text
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  MEMO: REFUND OF CREDIT BALANCE - LOAN "
                        rf-loan-number " (" FUNCTION TRIM(source-text)
                        ")"
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                MOVE SPACES TO check-line.
                STRING "  REF " rf-reference " - REPLACES CHECK "
                        rf-reissue-of
                    DELIMITED BY SIZE INTO check-line
                END-STRING.
                WRITE check-line.
                CLOSE check-file.
                EXIT.

        END PROGRAM refchk.
