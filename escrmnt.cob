        *> **********************************************************************
        *> escrmnt - escrow account maintenance, the screen over
        *> escrow.dat (ESCROW) and its disbursement schedule
        *> escrdisb.dat (ESCRDISB). Some borrowers want us to collect
        *> their taxes and insurance with the monthly payment; the
        *> clerk keys the loan-number and, for that loan:
        *>
        *>      O  open the escrow account, or change its monthly
        *>         amount and cushion (the first analysis normally
        *>         sets the amount - see escranl.cob)
        *>      C  close the account - nothing more is collected or
        *>         paid; a balance still held is refunded by hand
        *>      P  add a payee (sequence 0) or change one: the tax
        *>         office or insurer, the amount, the next due date
        *>         and how often it recurs
        *>      S  stop a payee - kept for the history, never paid
        *>      V  view the account and every payee on file
        *>      X  leave the program
        *>
        *>    the clerk signs on through opersec; every change needs
        *>    the maintenance or supervisor role and is journaled
        *>    through jrnwrite, viewing does not. An account opens with
        *>    a zero balance and its first analysis due a year out.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. escrmnt.
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
        DATA DIVISION.
            FILE SECTION.
                FD  escrow-file.
                    COPY ESCROW.
                FD  disbursement-file.
                    COPY ESCRDISB.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 escrow-file-status PIC X(02) VALUE "00".
                01 disbursement-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 clerk-done       PIC 9 VALUE ZERO.
                    88 clerk-is-done VALUE 1.
                01 walk-done        PIC 9 VALUE ZERO.
                01 rows-shown       PIC 9(3) VALUE ZEROS.
                01 next-seq         PIC 9(3) VALUE ZEROS.
                01 entry-action     PIC X(1) VALUE SPACES.
                01 entry-loan       PIC 9(6) VALUE ZEROS.
                01 entry-monthly    PIC 9(7)V99 VALUE ZEROS.
                01 entry-cushion    PIC 9(1) VALUE 2.
                01 entry-seq        PIC 9(3) VALUE ZEROS.
                01 entry-kind       PIC X(1) VALUE SPACES.
                01 entry-payee      PIC X(30) VALUE SPACES.
                01 entry-payee-account PIC X(20) VALUE SPACES.
                01 entry-amount     PIC 9(7)V99 VALUE ZEROS.
                01 entry-next-due   PIC X(8) VALUE SPACES.
                01 entry-frequency  PIC X(1) VALUE "A".
                01 panel-message    PIC X(60) VALUE SPACES.
                01 today-date       PIC X(8) VALUE SPACES.
                01 next-year-date   PIC 9(8) VALUE ZEROS.
                01 display-amount   PIC -(8)9.99.
                01 account-found    PIC 9 VALUE ZERO.
                    88 account-on-file VALUE 1.
                01 payee-found      PIC 9 VALUE ZERO.
                    88 payee-on-file VALUE 1.
                01 changes-applied  PIC 9(6) VALUE ZEROS.
                *> the signed-on operator - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "ESCRMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "ESCRMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 key-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "ESCROW ACCOUNT MAINTENANCE".
                    02 LINE 4 COLUMN 5  VALUE "LOAN NUMBER:".
                    02 LINE 4 COLUMN 18 PIC 9(6) USING entry-loan.
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (O=OPEN C=CLOSE P=PAYEE S=STOP".
                    02 LINE 7 COLUMN 5
                        VALUE "        V=VIEW X=EXIT):".
                    02 LINE 7 COLUMN 29 PIC X(1) USING entry-action.
                    02 LINE 8 COLUMN 5  PIC X(60) FROM panel-message.
                01 account-panel.
                    02 LINE 10 COLUMN 5
                        VALUE "MONTHLY ESCROW AMOUNT .............:".
                    02 LINE 10 COLUMN 42
                        PIC 9(7)V99 USING entry-monthly.
                    02 LINE 11 COLUMN 5
                        VALUE "CUSHION (MONTHS, 0-2) .............:".
                    02 LINE 11 COLUMN 42 PIC 9(1) USING entry-cushion.
                01 seq-panel.
                    02 LINE 10 COLUMN 5
                        VALUE "PAYEE SEQUENCE (0 = NEW) ..........:".
                    02 LINE 10 COLUMN 42 PIC 9(3) USING entry-seq.
                01 payee-panel.
                    02 LINE 11 COLUMN 5
                        VALUE "KIND (T=TAX H=HAZARD F=FLOOD M=MI O):".
                    02 LINE 11 COLUMN 43 PIC X(1) USING entry-kind.
                    02 LINE 12 COLUMN 5
                        VALUE "PAYEE ..:".
                    02 LINE 12 COLUMN 15 PIC X(30) USING entry-payee.
                    02 LINE 13 COLUMN 5
                        VALUE "PAYEE ACCOUNT / PARCEL / POLICY ...:".
                    02 LINE 13 COLUMN 42
                        PIC X(20) USING entry-payee-account.
                    02 LINE 14 COLUMN 5
                        VALUE "AMOUNT ............................:".
                    02 LINE 14 COLUMN 42
                        PIC 9(7)V99 USING entry-amount.
                    02 LINE 15 COLUMN 5
                        VALUE "NEXT DUE (YYYYMMDD) ...............:".
                    02 LINE 15 COLUMN 42 PIC X(8) USING entry-next-due.
                    02 LINE 16 COLUMN 5
                        VALUE "FREQUENCY (A=ANNUAL S=SEMI Q M) ...:".
                    02 LINE 16 COLUMN 42
                        PIC X(1) USING entry-frequency.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O escrow-file.
            IF escrow-file-status = "35" THEN
                OPEN OUTPUT escrow-file
                CLOSE escrow-file
                OPEN I-O escrow-file
            END-IF.
            OPEN I-O disbursement-file.
            IF disbursement-file-status = "35" THEN
                OPEN OUTPUT disbursement-file
                CLOSE disbursement-file
                OPEN I-O disbursement-file
            END-IF.
            OPEN INPUT loan-master.
            IF escrow-file-status NOT = "00"
                    OR disbursement-file-status NOT = "00"
                    OR loan-master-status NOT = "00" THEN
                DISPLAY "escrmnt: escrow.dat/escrdisb.dat/"
                        "loanmast.dat not available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO clerk-done.
            PERFORM process-one-action UNTIL clerk-is-done.
            CLOSE loan-master.
            CLOSE disbursement-file.
            CLOSE escrow-file.
            MOVE changes-applied TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            process-one-action.
                MOVE SPACES TO entry-action.
                ACCEPT key-panel.
                MOVE SPACES TO panel-message.
                IF FUNCTION UPPER-CASE(entry-action) = "X" THEN
                    MOVE 1 TO clerk-done
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-loan TO loan-number.
                READ loan-master
                    INVALID KEY
                        MOVE "loan not on the loan master"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                IF FUNCTION UPPER-CASE(entry-action) NOT = "V"
                        AND NOT role-can-maintain THEN
                    MOVE "maintenance role required for escrow changes"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-account.
                EVALUATE FUNCTION UPPER-CASE(entry-action)
                    WHEN "O" PERFORM open-account
                    WHEN "C" PERFORM close-account
                    WHEN "P" PERFORM maintain-payee
                    WHEN "S" PERFORM stop-payee
                    WHEN "V" PERFORM view-account
                    WHEN OTHER
                        MOVE "unrecognized action - use O C P S V X"
                                TO panel-message
                END-EVALUATE.
                EXIT.

            open-account.
                IF NOT loan-is-active THEN
                    MOVE "loan is not active - no escrow opened"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF account-on-file THEN
                    MOVE esc-monthly-amount TO entry-monthly
                    MOVE esc-cushion-months TO entry-cushion
                ELSE
                    MOVE 0 TO entry-monthly
                    MOVE 2 TO entry-cushion
                END-IF.
                ACCEPT account-panel.
                IF entry-cushion > 2 THEN
                    MOVE "cushion cannot exceed two months"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                IF account-on-file THEN
                    STRING "ESCROW " esc-status " MONTHLY "
                            esc-monthly-amount " CUSHION "
                            esc-cushion-months
                        DELIMITED BY SIZE INTO journal-before
                    END-STRING
                ELSE
                    MOVE "NO ESCROW ACCOUNT" TO journal-before
                    MOVE SPACES TO escrow-record
                    MOVE entry-loan TO esc-loan-number
                    MOVE 0 TO esc-balance
                    MOVE 0 TO esc-ytd-deposits
                    MOVE 0 TO esc-ytd-disbursed
                    MOVE today-date TO esc-opened
                    COMPUTE next-year-date =
                            FUNCTION NUMVAL(today-date) + 10000
                    MOVE next-year-date TO esc-next-analysis
                END-IF.
                SET esc-is-active TO TRUE.
                MOVE entry-monthly TO esc-monthly-amount.
                MOVE entry-cushion TO esc-cushion-months.
                MOVE today-date TO esc-updated.
                MOVE signed-operator TO esc-updated-by.
                IF account-on-file THEN
                    REWRITE escrow-record
                ELSE
                    WRITE escrow-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                MOVE SPACES TO journal-after.
                STRING "ESCROW " esc-status " MONTHLY "
                        esc-monthly-amount " CUSHION "
                        esc-cushion-months
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                MOVE 0 TO entry-seq.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE "escrow account on file" TO panel-message.
                EXIT.

            close-account.
                IF NOT account-on-file OR esc-is-closed THEN
                    MOVE "no open escrow account on the loan"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                MOVE esc-balance TO display-amount.
                STRING "ESCROW A BALANCE "
                        FUNCTION TRIM(display-amount)
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                SET esc-is-closed TO TRUE.
                MOVE today-date TO esc-updated.
                MOVE signed-operator TO esc-updated-by.
                REWRITE escrow-record.
                MOVE "ESCROW CLOSED" TO journal-after.
                MOVE 0 TO entry-seq.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                IF esc-balance NOT = 0 THEN
                    MOVE SPACES TO panel-message
                    STRING "escrow closed - balance "
                            FUNCTION TRIM(display-amount)
                            " to settle by hand"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                ELSE
                    MOVE "escrow closed" TO panel-message
                END-IF.
                EXIT.

            maintain-payee.
                IF NOT account-on-file OR NOT esc-is-active THEN
                    MOVE "open the escrow account first"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entry-seq.
                ACCEPT seq-panel.
                IF entry-seq = 0 THEN
                    PERFORM find-next-seq
                    MOVE next-seq TO entry-seq
                    MOVE 0 TO payee-found
                    MOVE SPACES TO entry-kind entry-payee
                            entry-payee-account entry-next-due
                    MOVE 0 TO entry-amount
                    MOVE "A" TO entry-frequency
                    MOVE "NEW PAYEE" TO journal-before
                ELSE
                    PERFORM read-the-payee
                    IF NOT payee-on-file THEN
                        MOVE "no such payee on the loan"
                                TO panel-message
                        EXIT PARAGRAPH
                    END-IF
                    MOVE ed-kind TO entry-kind
                    MOVE ed-payee TO entry-payee
                    MOVE ed-payee-account TO entry-payee-account
                    MOVE ed-amount TO entry-amount
                    MOVE ed-next-due TO entry-next-due
                    MOVE ed-frequency TO entry-frequency
                    PERFORM describe-the-payee
                    MOVE journal-after TO journal-before
                END-IF.
                ACCEPT payee-panel.
                MOVE FUNCTION UPPER-CASE(entry-kind) TO entry-kind.
                MOVE FUNCTION UPPER-CASE(entry-frequency)
                        TO entry-frequency.
                IF entry-kind NOT = "T" AND entry-kind NOT = "H"
                        AND entry-kind NOT = "F"
                        AND entry-kind NOT = "M"
                        AND entry-kind NOT = "O" THEN
                    MOVE "kind must be T, H, F, M or O - nothing saved"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-frequency NOT = "A"
                        AND entry-frequency NOT = "S"
                        AND entry-frequency NOT = "Q"
                        AND entry-frequency NOT = "M" THEN
                    MOVE "frequency must be A, S, Q or M"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-payee = SPACES OR entry-amount = 0 THEN
                    MOVE "payee and amount are required"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-next-due NOT NUMERIC THEN
                    MOVE "next due date is not a valid date"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(entry-next-due)) NOT = 0 THEN
                    MOVE "next due date is not a valid date"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT payee-on-file THEN
                    MOVE SPACES TO disbursement-record
                    MOVE entry-loan TO ed-loan-number
                    MOVE entry-seq TO ed-seq
                    MOVE 0 TO ed-last-paid-amount
                END-IF.
                MOVE entry-kind TO ed-kind.
                MOVE entry-payee TO ed-payee.
                MOVE entry-payee-account TO ed-payee-account.
                MOVE entry-amount TO ed-amount.
                MOVE entry-next-due TO ed-next-due.
                MOVE entry-frequency TO ed-frequency.
                SET ed-is-active TO TRUE.
                MOVE today-date TO ed-updated.
                MOVE signed-operator TO ed-updated-by.
                IF payee-on-file THEN
                    REWRITE disbursement-record
                ELSE
                    WRITE disbursement-record
                        INVALID KEY
                            MOVE "payee already on file - nothing added"
                                    TO panel-message
                            EXIT PARAGRAPH
                    END-WRITE
                END-IF.
                PERFORM describe-the-payee.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE SPACES TO panel-message.
                STRING "payee " ed-seq " on file"
                    DELIMITED BY SIZE INTO panel-message
                END-STRING.
                EXIT.

            stop-payee.
                MOVE 0 TO entry-seq.
                ACCEPT seq-panel.
                PERFORM read-the-payee.
                IF NOT payee-on-file THEN
                    MOVE "no such payee on the loan" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-the-payee.
                MOVE journal-after TO journal-before.
                SET ed-is-stopped TO TRUE.
                MOVE today-date TO ed-updated.
                MOVE signed-operator TO ed-updated-by.
                REWRITE disbursement-record.
                MOVE "PAYEE STOPPED" TO journal-after.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE "payee stopped" TO panel-message.
                EXIT.

            view-account.
                DISPLAY " ".
                IF NOT account-on-file THEN
                    DISPLAY "LOAN " entry-loan
                            " HAS NO ESCROW ACCOUNT"
                    MOVE "escrow shown" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE esc-balance TO display-amount.
                DISPLAY "ESCROW FOR LOAN " entry-loan " [" esc-status
                        "] BALANCE " FUNCTION TRIM(display-amount).
                DISPLAY "  monthly " esc-monthly-amount " cushion "
                        esc-cushion-months " month(s), opened "
                        esc-opened.
                DISPLAY "  last analysis " esc-last-analysis
                        ", next " esc-next-analysis.
                MOVE 0 TO rows-shown.
                MOVE entry-loan TO ed-loan-number.
                MOVE 0 TO ed-seq.
                START disbursement-file KEY >= ed-key
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ disbursement-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND ed-loan-number NOT = entry-loan THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        ADD 1 TO rows-shown
                        DISPLAY "  " ed-seq " [" ed-kind ed-frequency
                                ed-status "] " ed-payee " "
                                ed-amount " next " ed-next-due
                                " last " ed-last-paid-date
                    END-IF
                END-PERFORM.
                IF rows-shown = 0 THEN
                    DISPLAY "  (no payees on file)"
                END-IF.
                MOVE "escrow shown" TO panel-message.
                EXIT.

            describe-the-payee.
                MOVE SPACES TO journal-after.
                STRING "PAYEE " ed-kind ed-frequency ed-status " "
                        ed-amount " DUE " ed-next-due " "
                        ed-payee(1:20)
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                EXIT.

            read-the-account.
                MOVE 1 TO account-found.
                MOVE entry-loan TO esc-loan-number.
                READ escrow-file
                    INVALID KEY MOVE 0 TO account-found
                END-READ.
                EXIT.

            read-the-payee.
                MOVE 1 TO payee-found.
                MOVE entry-loan TO ed-loan-number.
                MOVE entry-seq TO ed-seq.
                READ disbursement-file
                    INVALID KEY MOVE 0 TO payee-found
                END-READ.
                EXIT.

            *> the loan's highest payee sequence plus one.
            find-next-seq.
                MOVE 1 TO next-seq.
                MOVE entry-loan TO ed-loan-number.
                MOVE 0 TO ed-seq.
                START disbursement-file KEY >= ed-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ disbursement-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND ed-loan-number NOT = entry-loan THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 AND ed-seq >= next-seq THEN
                        COMPUTE next-seq = ed-seq + 1
                    END-IF
                END-PERFORM.
                EXIT.

            journal-the-change.
                MOVE SPACES TO journal-key.
                MOVE entry-loan TO journal-key(1:6).
                MOVE entry-seq TO journal-key(7:3).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

        END PROGRAM escrmnt.
