        *> **********************************************************************
        *> audconf - the external auditors' balance confirmations. The
        *> sample used to be picked by hand and the letters typed; this
        *> job draws it, mails it and keeps the replies on audconf.dat
        *> (AUDCONF).
        *>
        *>    audconf draw <audit-date> <seed>
        *>        draws the sample from loanmast.dat as of the audit
        *>        date, stratified by balance band, and mails each
        *>        loan's confirmation through letters.cob
        *>    audconf record <audit-date> <loan> agree
        *>    audconf record <audit-date> <loan> disagree <balance>
        *>    audconf record <audit-date> <loan> none
        *>        one reply, as it comes back - none closes a loan
        *>        the borrower never answered
        *>    audconf summary <audit-date>
        *>        where the sample stands, and the exceptions for the
        *>        auditors - our balance beside the borrower's
        *>
        *>    the bands come off audconf.ctl, one a line: the band's
        *>    top balance 9(9)V99 (zeros for the open top band), a
        *>    space, the loans to draw from it 9(4). Missing, the
        *>    bands are 10,000 / 50,000 / 250,000 / above, ten loans
        *>    each. Every loan on the books at the audit date with a
        *>    balance then is in the population; its place in the
        *>    band's draw is six calls of randomgen.cob on the seed
        *>    and the loan number, so the same seed over the same
        *>    book draws the same sample, and the seed is kept on
        *>    every row.
        *>
        *>    as of the audit date, off the loan's ledger on
        *>    loantxn.dat (LOANTXN) by posting date: the balance
        *>    after the last event that moved it, the rate in force
        *>    (the last reprice or restructure on or before the date,
        *>    else the old rate of the first reprice after it, else
        *>    the loan's rate) and the last payment. A loan written
        *>    off or transferred out by then is not in the
        *>    population. The letter (audconf.tpl) is a servicing
        *>    notice - a marketing opt-out does not stop an auditor's
        *>    confirmation - sent to the loan's borrower and parties.
        *>
        *>    a draw for an audit date already drawn is refused
        *>    (RC 4). record takes a sign-on (opersec.cob, any role)
        *>    and keeps who keyed the reply. summary gives RC 4 while
        *>    any confirmation is outstanding or in exception.
        *>    audconf.rpt goes to the report repository (rptstore).
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. audconf.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT band-control ASSIGN TO "audconf.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS band-control-status.
                    SELECT confirm-file ASSIGN TO "audconf.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ac-key
                        FILE STATUS IS confirm-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT draw-sorted ASSIGN TO "audconf.st1"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT draw-sort-work ASSIGN TO "audconf.sw1".
                    *> the letters.cob loan-list line: the loan, and
                    *> the per-loan &AMOUNT / &DETAIL text.
                    SELECT letter-queue ASSIGN TO "audconf.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file ASSIGN TO "audconf.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  band-control.
                    01 band-control-record.
                        02 bc-top           PIC 9(9)V99.
                        02 FILLER           PIC X(1).
                        02 bc-sample        PIC 9(4).
                FD  confirm-file.
                    COPY AUDCONF.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  draw-sorted.
                    01 draw-sorted-record.
                        02 ds-band          PIC 9(1).
                        02 ds-draw          PIC 9(6).
                        02 ds-loan-number   PIC 9(6).
                        02 ds-borrower-id   PIC 9(4).
                        02 ds-balance       PIC 9(9)V99.
                        02 ds-rate          PIC 9(3)V9999.
                        02 ds-paid-date     PIC X(8).
                        02 ds-paid-amt      PIC 9(9)V99.
                SD  draw-sort-work.
                    01 draw-work-record.
                        02 dw-band          PIC 9(1).
                        02 dw-draw          PIC 9(6).
                        02 dw-loan-number   PIC 9(6).
                        02 dw-borrower-id   PIC 9(4).
                        02 dw-balance       PIC 9(9)V99.
                        02 dw-rate          PIC 9(3)V9999.
                        02 dw-paid-date     PIC X(8).
                        02 dw-paid-amt      PIC 9(9)V99.
                FD  letter-queue.
                    01 queue-record.
                        02 queue-loan-number PIC 9(6).
                        02 FILLER            PIC X(1).
                        02 queue-amount      PIC X(15).
                        02 queue-detail      PIC X(58).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 band-control-status PIC X(02) VALUE "00".
                01 confirm-file-status PIC X(02) VALUE "00".
                01 loan-master-status  PIC X(02) VALUE "00".
                01 loan-txn-status     PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-date         PIC X(10) VALUE SPACES.
                01 arg-third        PIC X(15) VALUE SPACES.
                01 arg-reply        PIC X(10) VALUE SPACES.
                01 arg-balance      PIC X(15) VALUE SPACES.
                01 audit-date       PIC X(08) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 ledger-done      PIC 9 VALUE ZERO.
                01 sorted-at-end    PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the balance bands, lowest first.
                01 band-table.
                    02 band-entry OCCURS 9 TIMES.
                        03 bt-top        PIC 9(9)V99.
                        03 bt-sample     PIC 9(4).
                        03 bt-population PIC 9(6).
                        03 bt-drawn      PIC 9(4).
                        03 bt-agreed     PIC 9(4).
                        03 bt-disagreed  PIC 9(4).
                        03 bt-no-reply   PIC 9(4).
                        03 bt-open       PIC 9(4).
                01 band-count       PIC 9 VALUE ZERO.
                01 band-idx         PIC 9 VALUE ZERO.
                *> the seeded draw - see randomgen.cob. Each call
                *> answers 1 to 9; six of them make the loan's place.
                01 rg-seed          PIC 9(18) VALUE ZEROS.
                01 rg-sequence      PIC 9(9) VALUE ZEROS.
                01 rg-result        PIC 9(9) VALUE ZEROS.
                01 draw-place       PIC 9(6) VALUE ZEROS.
                01 draw-step        PIC 9 VALUE ZERO.
                *> the loan as of the audit date.
                01 asof-balance     PIC 9(9)V99 VALUE ZEROS.
                01 asof-rate        PIC 9(3)V9999 VALUE ZEROS.
                01 asof-paid-date   PIC X(8) VALUE SPACES.
                01 asof-paid-amt    PIC 9(9)V99 VALUE ZEROS.
                01 asof-paid-num    PIC 999 VALUE ZEROS.
                01 balance-known    PIC 9 VALUE ZERO.
                01 rate-known       PIC 9 VALUE ZERO.
                01 loan-gone        PIC 9 VALUE ZERO.
                01 memo-rate        PIC X(8) VALUE SPACES.
                01 loans-read       PIC 9(6) VALUE ZEROS.
                01 loans-drawn      PIC 9(6) VALUE ZEROS.
                01 confirms-open    PIC 9(6) VALUE ZEROS.
                01 confirms-except  PIC 9(6) VALUE ZEROS.
                01 their-balance    PIC 9(9)V99 VALUE ZEROS.
                01 balance-diff     PIC S9(9)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-theirs   PIC Z(8)9.99.
                01 display-diff     PIC -(8)9.99.
                01 display-rate     PIC ZZ9.9999.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the confirmations, a servicing run of the letters
                *> merge off the loan list.
                01 letters-command  PIC X(80)
                        VALUE "letters audconf.tpl 0 S @audconf.lst".
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "audconf.rpt".
                01 banner-job-name  PIC X(20) VALUE "AUDCONF".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-date arg-third arg-reply
                         arg-balance
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE arg-date TO audit-date.
            IF audit-date NOT NUMERIC OR arg-date(9:2) NOT = SPACES
                    THEN
                PERFORM show-usage
                MOVE 16 TO RETURN-CODE
            ELSE
                EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                    WHEN "draw"    PERFORM draw-the-sample
                    WHEN "record"  PERFORM record-the-reply
                    WHEN "summary" PERFORM summarize-the-sample
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
                DISPLAY "usage: audconf draw <audit-date> <seed>".
                DISPLAY "       audconf record <audit-date> <loan> "
                        "agree|disagree <balance>|none".
                DISPLAY "       audconf summary <audit-date>".
                EXIT.

            *> ------------------------------------------------------------
            *> draw - the stratified sample and its letters.
            *> ------------------------------------------------------------
            draw-the-sample.
                IF FUNCTION TRIM(arg-third) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-third) TO rg-seed.
                IF audit-date > cycle-date-stamp THEN
                    DISPLAY "audconf: audit date " audit-date
                            " is after the business date"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O confirm-file.
                IF confirm-file-status = "35" THEN
                    OPEN OUTPUT confirm-file
                    CLOSE confirm-file
                    OPEN I-O confirm-file
                END-IF.
                MOVE audit-date TO ac-audit-date.
                MOVE 0 TO ac-loan-number.
                START confirm-file KEY >= ac-key
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ confirm-file NEXT RECORD
                            AT END CONTINUE
                        END-READ
                END-START.
                IF confirm-file-status = "00"
                        AND ac-audit-date = audit-date THEN
                    DISPLAY "audconf: the sample for " audit-date
                            " is already drawn (seed " ac-seed ")"
                    CLOSE confirm-file
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    DISPLAY "audconf: loanmast.dat not available "
                            "(status " loan-master-status ")"
                    CLOSE confirm-file
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-txn-file.
                PERFORM read-the-bands.
                SORT draw-sort-work
                        ON ASCENDING KEY dw-band dw-draw dw-loan-number
                    INPUT PROCEDURE IS release-the-population
                    GIVING draw-sorted.
                IF loan-txn-status = "00" THEN
                    CLOSE loan-txn-file
                END-IF.
                CLOSE loan-master.
                OPEN OUTPUT letter-queue.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "AUDIT CONFIRMATION SAMPLE - AS OF " audit-date
                        "  SEED " rg-seed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                OPEN INPUT draw-sorted.
                MOVE 0 TO sorted-at-end.
                PERFORM UNTIL sorted-at-end = 1
                    READ draw-sorted
                        AT END MOVE 1 TO sorted-at-end
                    END-READ
                    IF sorted-at-end = 0 THEN
                        MOVE ds-band TO band-idx
                        IF bt-drawn(band-idx) < bt-sample(band-idx)
                                THEN
                            PERFORM take-one-loan
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE draw-sorted.
                CLOSE letter-queue.
                CLOSE confirm-file.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING band-idx FROM 1 BY 1
                        UNTIL band-idx > band-count
                    PERFORM print-band-population
                END-PERFORM.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " loans-read " loan(s) read, "
                        loans-drawn " confirmation(s) drawn"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                MOVE loans-drawn TO banner-rec-count.
                IF loans-drawn > 0 THEN
                    CALL "SYSTEM" USING letters-command
                END-IF.
                EXIT.

            read-the-bands.
                MOVE 0 TO band-count.
                INITIALIZE band-table.
                OPEN INPUT band-control.
                IF band-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ band-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND band-count < 9
                                AND bc-top NUMERIC
                                AND bc-sample NUMERIC THEN
                            ADD 1 TO band-count
                            MOVE bc-top TO bt-top(band-count)
                            MOVE bc-sample TO bt-sample(band-count)
                        END-IF
                    END-PERFORM
                    CLOSE band-control
                END-IF.
                IF band-count = 0 THEN
                    MOVE 4 TO band-count
                    MOVE 10000.00 TO bt-top(1)
                    MOVE 50000.00 TO bt-top(2)
                    MOVE 250000.00 TO bt-top(3)
                    MOVE 0 TO bt-top(4)
                    PERFORM VARYING band-idx FROM 1 BY 1
                            UNTIL band-idx > 4
                        MOVE 10 TO bt-sample(band-idx)
                    END-PERFORM
                END-IF.
                EXIT.

            release-the-population.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO loans-read
                        PERFORM judge-one-loan
                    END-IF
                END-PERFORM.
                EXIT.

            *> on the books at the audit date, with a balance then.
            judge-one-loan.
                IF loan-opened NOT NUMERIC
                        OR loan-opened > audit-date THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find-the-position.
                IF loan-gone = 1 OR asof-balance = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING band-idx FROM 1 BY 1
                        UNTIL band-idx >= band-count
                            OR asof-balance <= bt-top(band-idx)
                    CONTINUE
                END-PERFORM.
                IF bt-top(band-idx) NOT = 0
                        AND asof-balance > bt-top(band-idx) THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO bt-population(band-idx).
                MOVE 0 TO draw-place.
                PERFORM VARYING draw-step FROM 1 BY 1
                        UNTIL draw-step > 6
                    COMPUTE rg-sequence = loan-number * 10 + draw-step
                    CALL "randomgen" USING rg-seed, rg-sequence,
                            rg-result
                    COMPUTE draw-place = draw-place * 10 + rg-result
                END-PERFORM.
                MOVE band-idx TO dw-band.
                MOVE draw-place TO dw-draw.
                MOVE loan-number TO dw-loan-number.
                MOVE loan-borrower-id TO dw-borrower-id.
                MOVE asof-balance TO dw-balance.
                MOVE asof-rate TO dw-rate.
                MOVE asof-paid-date TO dw-paid-date.
                MOVE asof-paid-amt TO dw-paid-amt.
                RELEASE draw-work-record.
                EXIT.

            *> the loan's ledger walked in sequence, every event
            *> posted on or before the audit date taken in turn.
            find-the-position.
                MOVE loan-principal TO asof-balance.
                MOVE loan-annual-rate TO asof-rate.
                MOVE SPACES TO asof-paid-date.
                MOVE 0 TO asof-paid-amt.
                MOVE 0 TO asof-paid-num.
                MOVE 0 TO rate-known.
                MOVE 0 TO loan-gone.
                IF loan-txn-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO txn-loan-number.
                MOVE 0 TO txn-seq.
                MOVE 0 TO ledger-done.
                START loan-txn-file KEY >= txn-key
                    INVALID KEY MOVE 1 TO ledger-done
                END-START.
                PERFORM UNTIL ledger-done = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO ledger-done
                    END-READ
                    IF ledger-done = 0
                            AND txn-loan-number NOT = loan-number THEN
                        MOVE 1 TO ledger-done
                    END-IF
                    IF ledger-done = 0 THEN
                        IF txn-cycle-date > audit-date THEN
                            PERFORM take-a-later-event
                        ELSE
                            PERFORM take-one-event
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            take-one-event.
                EVALUATE TRUE
                    WHEN txn-is-payment
                    WHEN txn-is-curtailment
                        MOVE txn-balance-after TO asof-balance
                        MOVE txn-effective-date TO asof-paid-date
                        MOVE txn-amount TO asof-paid-amt
                        MOVE txn-payment-num TO asof-paid-num
                    WHEN txn-is-reversal
                        MOVE txn-balance-after TO asof-balance
                        IF txn-payment-num = asof-paid-num THEN
                            MOVE SPACES TO asof-paid-date
                            MOVE 0 TO asof-paid-amt
                        END-IF
                    WHEN txn-is-reprice
                        MOVE txn-balance-after TO asof-balance
                        MOVE txn-memo(18:8) TO memo-rate
                        PERFORM take-the-memo-rate
                    WHEN txn-is-restructure
                        MOVE txn-balance-after TO asof-balance
                        MOVE txn-memo(6:8) TO memo-rate
                        PERFORM take-the-memo-rate
                    WHEN txn-is-boarding
                    WHEN txn-is-late-fee
                    WHEN txn-is-suspense
                        MOVE txn-balance-after TO asof-balance
                    WHEN txn-is-writeoff
                    WHEN txn-is-transfer
                        MOVE 1 TO loan-gone
                END-EVALUATE.
                EXIT.

            *> the first reprice after the date still says what the
            *> rate was on it.
            take-a-later-event.
                IF rate-known = 0 AND txn-is-reprice THEN
                    MOVE txn-memo(6:8) TO memo-rate
                    PERFORM take-the-memo-rate
                END-IF.
                MOVE 1 TO ledger-done.
                EXIT.

            take-the-memo-rate.
                IF FUNCTION TRIM(memo-rate) NOT = SPACES
                        AND FUNCTION TEST-NUMVAL(memo-rate) = 0 THEN
                    MOVE FUNCTION NUMVAL(memo-rate) TO asof-rate
                    MOVE 1 TO rate-known
                END-IF.
                EXIT.

            take-one-loan.
                MOVE SPACES TO audit-confirm-record.
                MOVE audit-date TO ac-audit-date.
                MOVE ds-loan-number TO ac-loan-number.
                MOVE ds-borrower-id TO ac-borrower-id.
                MOVE ds-band TO ac-band.
                MOVE rg-seed TO ac-seed.
                MOVE ds-balance TO ac-our-balance.
                MOVE ds-rate TO ac-rate.
                MOVE ds-paid-date TO ac-last-paid-date.
                MOVE ds-paid-amt TO ac-last-paid-amt.
                SET ac-is-sent TO TRUE.
                MOVE 0 TO ac-their-balance.
                WRITE audit-confirm-record
                    INVALID KEY EXIT PARAGRAPH
                END-WRITE.
                ADD 1 TO bt-drawn(band-idx).
                ADD 1 TO loans-drawn.
                MOVE SPACES TO queue-record.
                MOVE ds-loan-number TO queue-loan-number.
                MOVE ds-balance TO display-amount.
                MOVE FUNCTION TRIM(display-amount) TO queue-amount.
                MOVE ds-rate TO display-rate.
                MOVE ds-paid-amt TO display-theirs.
                IF ds-paid-date = SPACES THEN
                    STRING "AS OF " audit-date " RATE "
                            FUNCTION TRIM(display-rate)
                            "% NO PAYMENT YET"
                        DELIMITED BY SIZE INTO queue-detail
                    END-STRING
                ELSE
                    STRING "AS OF " audit-date " RATE "
                            FUNCTION TRIM(display-rate)
                            "% LAST PMT " ds-paid-date " "
                            FUNCTION TRIM(display-theirs)
                        DELIMITED BY SIZE INTO queue-detail
                    END-STRING
                END-IF.
                WRITE queue-record.
                MOVE SPACES TO print-text.
                STRING "  band " ds-band "  loan " ds-loan-number
                        "  borrower " ds-borrower-id "  balance "
                        display-amount "  " queue-detail(16:40)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-band-population.
                MOVE bt-top(band-idx) TO display-amount.
                MOVE SPACES TO print-text.
                IF bt-top(band-idx) = 0 THEN
                    STRING "  band " band-idx " (open top)       "
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING "  band " band-idx " (to " display-amount
                            ")"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                STRING FUNCTION TRIM(print-text TRAILING)
                        "  population " bt-population(band-idx)
                        "  drawn " bt-drawn(band-idx) " of "
                        bt-sample(band-idx)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> ------------------------------------------------------------
            *> record - one borrower's reply.
            *> ------------------------------------------------------------
            record-the-reply.
                IF FUNCTION TRIM(arg-third) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(arg-reply))
                    WHEN "agree"
                    WHEN "none"
                        CONTINUE
                    WHEN "disagree"
                        IF FUNCTION TRIM(arg-balance) = SPACES
                                OR FUNCTION TEST-NUMVAL(arg-balance)
                                    NOT = 0 THEN
                            PERFORM show-usage
                            MOVE 16 TO RETURN-CODE
                            EXIT PARAGRAPH
                        END-IF
                        MOVE FUNCTION NUMVAL(arg-balance)
                            TO their-balance
                    WHEN OTHER
                        PERFORM show-usage
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                END-EVALUATE.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on THEN
                    DISPLAY "audconf: sign-on refused - reply not "
                            "recorded"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O confirm-file.
                IF confirm-file-status NOT = "00" THEN
                    DISPLAY "audconf: no confirmations on file"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE audit-date TO ac-audit-date.
                MOVE FUNCTION NUMVAL(arg-third) TO ac-loan-number.
                READ confirm-file
                    INVALID KEY
                        DISPLAY "audconf: loan " ac-loan-number
                                " is not in the " audit-date " sample"
                        MOVE 8 TO RETURN-CODE
                        CLOSE confirm-file
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(arg-reply))
                    WHEN "agree"
                        SET ac-is-agreed TO TRUE
                        MOVE ac-our-balance TO ac-their-balance
                    WHEN "disagree"
                        SET ac-is-disagreed TO TRUE
                        MOVE their-balance TO ac-their-balance
                    WHEN "none"
                        SET ac-is-no-response TO TRUE
                        MOVE 0 TO ac-their-balance
                END-EVALUATE.
                MOVE cycle-date-stamp TO ac-replied-date.
                MOVE signed-operator TO ac-recorded-by.
                REWRITE audit-confirm-record.
                CLOSE confirm-file.
                MOVE 1 TO banner-rec-count.
                DISPLAY "audconf: loan " ac-loan-number " recorded "
                        ac-status " by " FUNCTION TRIM(ac-recorded-by).
                EXIT.

            *> ------------------------------------------------------------
            *> summary - the sample's standing and the exceptions.
            *> ------------------------------------------------------------
            summarize-the-sample.
                OPEN INPUT confirm-file.
                IF confirm-file-status NOT = "00" THEN
                    DISPLAY "audconf: no confirmations on file"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-bands.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "AUDIT CONFIRMATION EXCEPTIONS - AS OF "
                        audit-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "  loan    borrower   our balance  their balance"
                    TO print-text.
                MOVE "difference  reply" TO print-text(53:20).
                PERFORM print-one-line.
                MOVE audit-date TO ac-audit-date.
                MOVE 0 TO ac-loan-number.
                MOVE 0 TO end_of_file.
                START confirm-file KEY >= ac-key
                    INVALID KEY MOVE 1 TO end_of_file
                END-START.
                PERFORM UNTIL end_of_file = 1
                    READ confirm-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ac-audit-date NOT = audit-date THEN
                        MOVE 1 TO end_of_file
                    END-IF
                    IF end_of_file = 0 THEN
                        PERFORM tally-one-confirmation
                    END-IF
                END-PERFORM.
                CLOSE confirm-file.
                IF confirms-except = 0 THEN
                    MOVE "  no exceptions" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "  band   drawn  agreed  disagreed  no reply  open"
                    TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING band-idx FROM 1 BY 1
                        UNTIL band-idx > 9
                    IF bt-drawn(band-idx) > 0 THEN
                        MOVE SPACES TO print-text
                        STRING "  " band-idx "      "
                                bt-drawn(band-idx) "    "
                                bt-agreed(band-idx) "    "
                                bt-disagreed(band-idx) "       "
                                bt-no-reply(band-idx) "      "
                                bt-open(band-idx)
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " confirms-except " exception(s), "
                        confirms-open " awaiting reply"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                MOVE confirms-except TO banner-rec-count.
                IF confirms-except + confirms-open > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            *> a disagreement or a loan closed without a reply is an
            *> exception for the auditors.
            tally-one-confirmation.
                MOVE ac-band TO band-idx.
                IF band-idx = 0 THEN
                    MOVE 1 TO band-idx
                END-IF.
                ADD 1 TO bt-drawn(band-idx).
                EVALUATE TRUE
                    WHEN ac-is-agreed
                        ADD 1 TO bt-agreed(band-idx)
                        EXIT PARAGRAPH
                    WHEN ac-is-sent
                        ADD 1 TO bt-open(band-idx)
                        ADD 1 TO confirms-open
                        EXIT PARAGRAPH
                    WHEN ac-is-disagreed
                        ADD 1 TO bt-disagreed(band-idx)
                    WHEN OTHER
                        ADD 1 TO bt-no-reply(band-idx)
                END-EVALUATE.
                ADD 1 TO confirms-except.
                MOVE ac-our-balance TO display-amount.
                MOVE SPACES TO print-text.
                IF ac-is-disagreed THEN
                    COMPUTE balance-diff =
                            ac-their-balance - ac-our-balance
                    MOVE ac-their-balance TO display-theirs
                    MOVE balance-diff TO display-diff
                    STRING "  " ac-loan-number "  " ac-borrower-id
                            "    " display-amount "   "
                            display-theirs " " display-diff
                            "  DISAGREED"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING "  " ac-loan-number "  " ac-borrower-id
                            "    " display-amount
                            "                               "
                            "NO RESPONSE"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "audconf: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM audconf.
