        *>    bands:
        *>      rate   under 5 pct / 5 to under 10 / 10 and over
        *>      term   12 months or less remaining / 13-60 / over 60
        *>      LTV    loan-to-value, the balance over the appraised
        *>             value of everything pledged to the loan on the
        *>             collateral register collat.dat (see
        *>             collatmnt.cob): 80 pct or less / over 80 to 90 /
        *>             over 90 to 100 / over 100 (underwater), and a
        *>             line for loans with no appraised collateral
        *>    legal  the active book under a legal hold on
        *>           loanlegal.dat (see legalmnt.cob): in bankruptcy,
        *>           discharged, other legal hold - balance that may
        *>           not be collected and is reported apart
        *>    lines  the active revolving lines of credit on
        *>           revline.dat (see linemnt.cob) by utilization, the
        *>           balance over the credit limit: 25 pct or less /
        *>           over 25 to 50 / over 50 to 75 / over 75 to 90 /
        *>           over 90 to 100 / over the limit, each band with
        *>           its count, the limits granted and the balance
        *>           drawn. A line has no maturity, so in the term
        *>           bands it counts over 60 months
        *>    balances are summed over active loans only - a paid-off,
        *>    written-off or transferred (sold, see loanxfer.cob)
        *>    loan's balance is history, not book.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanrpt.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    *> the collateral register, read only, for the
                    *> loan-to-value bands.
                    SELECT collateral-file ASSIGN TO "collat.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collateral-file-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    *> the revolving lines, read only, for the
                    *> utilization bands.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    01 report-line PIC X(100).
                FD  customer-master.
                    COPY CUSTREC.
                FD  collateral-file.
                    COPY COLLATRL.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  line-file.
                    COPY REVLINE.
            WORKING-STORAGE SECTION.
                01 loan-master-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 active-balance   PIC 9(11)V99 VALUE ZEROS.
                01 paidoff-count    PIC 9(6) VALUE ZEROS.
                01 writeoff-count   PIC 9(6) VALUE ZEROS.
                01 transfer-count   PIC 9(6) VALUE ZEROS.
                01 rate-low-count   PIC 9(6) VALUE ZEROS.
                01 rate-low-bal     PIC 9(11)V99 VALUE ZEROS.
                01 rate-mid-count   PIC 9(6) VALUE ZEROS.
                01 term-long-count  PIC 9(6) VALUE ZEROS.
                01 term-long-bal    PIC 9(11)V99 VALUE ZEROS.
                01 opened-today     PIC 9(6) VALUE ZEROS.
                *> the loan-to-value cut of the active book.
                01 collateral-file-status PIC X(02) VALUE "00".
                01 collateral-is-open PIC 9 VALUE ZERO.
                01 coll-walk-done   PIC 9 VALUE ZERO.
                01 pledged-value    PIC 9(11)V99 VALUE ZEROS.
                01 ltv-pct          PIC 9(5)V99 VALUE ZEROS.
                01 ltv-low-count    PIC 9(6) VALUE ZEROS.
                01 ltv-low-bal      PIC 9(11)V99 VALUE ZEROS.
                01 ltv-mid-count    PIC 9(6) VALUE ZEROS.
                01 ltv-mid-bal      PIC 9(11)V99 VALUE ZEROS.
                01 ltv-high-count   PIC 9(6) VALUE ZEROS.
                01 ltv-high-bal     PIC 9(11)V99 VALUE ZEROS.
                01 ltv-under-count  PIC 9(6) VALUE ZEROS.
                01 ltv-under-bal    PIC 9(11)V99 VALUE ZEROS.
                01 ltv-none-count   PIC 9(6) VALUE ZEROS.
                01 ltv-none-bal     PIC 9(11)V99 VALUE ZEROS.
                01 opened-amount    PIC 9(11)V99 VALUE ZEROS.
                *> the legal-status cut of the active book.
                01 legal-file-status PIC X(02) VALUE "00".
                01 legal-is-open     PIC 9 VALUE ZERO.
                01 bkrp-count       PIC 9(6) VALUE ZEROS.
                01 bkrp-bal         PIC 9(11)V99 VALUE ZEROS.
                01 dischg-count     PIC 9(6) VALUE ZEROS.
                01 dischg-bal       PIC 9(11)V99 VALUE ZEROS.
                01 lhold-count      PIC 9(6) VALUE ZEROS.
                01 lhold-bal        PIC 9(11)V99 VALUE ZEROS.
                *> the utilization cut of the active lines of credit,
                *> one cell per band.
                01 line-file-status PIC X(02) VALUE "00".
                01 lines-open       PIC 9 VALUE ZERO.
                01 utilization-pct  PIC 9(5)V99 VALUE ZEROS.
                01 band-idx         PIC 9 VALUE ZERO.
                01 band-label-list.
                    02 FILLER PIC X(16) VALUE "25 PCT OR LESS .".
                    02 FILLER PIC X(16) VALUE "25 TO 50 PCT ...".
                    02 FILLER PIC X(16) VALUE "50 TO 75 PCT ...".
                    02 FILLER PIC X(16) VALUE "75 TO 90 PCT ...".
                    02 FILLER PIC X(16) VALUE "90 TO 100 PCT ..".
                    02 FILLER PIC X(16) VALUE "OVER LIMIT .....".
                01 band-label-table REDEFINES band-label-list.
                    02 band-label PIC X(16) OCCURS 6 TIMES.
                01 band-totals.
                    02 band-cell OCCURS 6 TIMES.
                        03 band-line-count PIC 9(6).
                        03 band-line-limit PIC 9(11)V99.
                        03 band-line-bal   PIC 9(11)V99.
                01 display-limit    PIC Z(10)9.99.
                *> the per-branch cut of the active book - the branch
                *> table and one counter/total pair per entry. See
                *> brnchtab.cob.
            END-IF.
            CALL "brnchtab" USING branch-count, branch-table.
            MOVE ZEROS TO branch-totals.
            MOVE ZEROS TO band-totals.
            OPEN INPUT customer-master.
            IF master-file-status = "00" THEN
                MOVE 1 TO master-is-open
            END-IF.
            OPEN INPUT collateral-file.
            IF collateral-file-status = "00" THEN
                MOVE 1 TO collateral-is-open
            END-IF.
            OPEN INPUT legal-file.
            IF legal-file-status = "00" THEN
                MOVE 1 TO legal-is-open
            END-IF.
            OPEN INPUT line-file.
            IF line-file-status = "00" THEN
                MOVE 1 TO lines-open
            END-IF.
            OPEN OUTPUT report-file.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
            IF master-is-open = 1 THEN
                CLOSE customer-master
            END-IF.
            IF collateral-is-open = 1 THEN
                CLOSE collateral-file
            END-IF.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            IF lines-open = 1 THEN
                CLOSE line-file
            END-IF.
            CLOSE loan-master.
            MOVE total-count TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
                        ADD loan-balance TO active-balance
                    WHEN loan-is-paid-off
                        ADD 1 TO paidoff-count
                    WHEN loan-is-transferred
                        ADD 1 TO transfer-count
                    WHEN OTHER
                        ADD 1 TO writeoff-count
                END-EVALUATE.
                END-IF.
                IF loan-is-active THEN
                    PERFORM tally-the-branch
                    PERFORM tally-the-ltv
                    PERFORM tally-the-legal-status
                    PERFORM tally-the-utilization
                END-IF.
                EXIT.

            *> a line of credit's balance over its limit, and the
            *> band it lands in; a loan not on revline.dat is not a
            *> line.
            tally-the-utilization.
                IF lines-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO rl-loan-number.
                READ line-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF rl-credit-limit = 0 THEN
                    IF loan-balance > 0 THEN
                        MOVE 99999.99 TO utilization-pct
                    ELSE
                        MOVE 0 TO utilization-pct
                    END-IF
                ELSE
                    COMPUTE utilization-pct ROUNDED =
                            loan-balance * 100 / rl-credit-limit
                        ON SIZE ERROR MOVE 99999.99 TO utilization-pct
                    END-COMPUTE
                END-IF.
                EVALUATE TRUE
                    WHEN utilization-pct <= 25
                        MOVE 1 TO band-idx
                    WHEN utilization-pct <= 50
                        MOVE 2 TO band-idx
                    WHEN utilization-pct <= 75
                        MOVE 3 TO band-idx
                    WHEN utilization-pct <= 90
                        MOVE 4 TO band-idx
                    WHEN utilization-pct <= 100
                        MOVE 5 TO band-idx
                    WHEN OTHER
                        MOVE 6 TO band-idx
                END-EVALUATE.
                ADD 1 TO band-line-count(band-idx).
                ADD rl-credit-limit TO band-line-limit(band-idx).
                ADD loan-balance TO band-line-bal(band-idx).
                EXIT.

            tally-the-legal-status.
                IF legal-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO ll-loan-number.
                READ legal-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                EVALUATE TRUE
                    WHEN ll-in-bankruptcy
                        ADD 1 TO bkrp-count
                        ADD loan-balance TO bkrp-bal
                    WHEN ll-is-discharged
                        ADD 1 TO dischg-count
                        ADD loan-balance TO dischg-bal
                    WHEN ll-other-legal-hold
                        ADD 1 TO lhold-count
                        ADD loan-balance TO lhold-bal
                END-EVALUATE.
                EXIT.

            *> the appraised value of everything pledged to the loan,
            *> summed off the collateral register by the loan-number
            *> prefix of its key, and the band the balance lands in.
            tally-the-ltv.
                MOVE 0 TO pledged-value.
                IF collateral-is-open = 1 THEN
                    MOVE loan-number TO coll-loan-number
                    MOVE 0 TO coll-seq
                    MOVE 0 TO coll-walk-done
                    START collateral-file KEY >= coll-key
                        INVALID KEY MOVE 1 TO coll-walk-done
                    END-START
                    PERFORM UNTIL coll-walk-done = 1
                        READ collateral-file NEXT RECORD
                            AT END MOVE 1 TO coll-walk-done
                        END-READ
                        IF coll-walk-done = 0
                                AND coll-loan-number NOT = loan-number
                                THEN
                            MOVE 1 TO coll-walk-done
                        END-IF
                        IF coll-walk-done = 0 THEN
                            ADD coll-appraised-value TO pledged-value
                        END-IF
                    END-PERFORM
                END-IF.
                IF pledged-value = 0 THEN
                    ADD 1 TO ltv-none-count
                    ADD loan-balance TO ltv-none-bal
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE ltv-pct ROUNDED =
                        loan-balance * 100 / pledged-value
                    ON SIZE ERROR MOVE 99999.99 TO ltv-pct
                END-COMPUTE.
                EVALUATE TRUE
                    WHEN ltv-pct <= 80
                        ADD 1 TO ltv-low-count
                        ADD loan-balance TO ltv-low-bal
                    WHEN ltv-pct <= 90
                        ADD 1 TO ltv-mid-count
                        ADD loan-balance TO ltv-mid-bal
                    WHEN ltv-pct <= 100
                        ADD 1 TO ltv-high-count
                        ADD loan-balance TO ltv-high-bal
                    WHEN OTHER
                        ADD 1 TO ltv-under-count
                        ADD loan-balance TO ltv-under-bal
                END-EVALUATE.
                EXIT.

            *> which branch cell this loan's borrower lands in: the
                PERFORM print-one-line.
                EXIT.

            print-one-band-line.
                MOVE band-line-limit(band-idx) TO display-limit.
                MOVE band-line-bal(band-idx) TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  " band-label(band-idx) ": "
                        band-line-count(band-idx)
                        "  LIMIT " display-limit
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-the-report.
                MOVE SPACES TO print-text.
                STRING "LOAN PORTFOLIO SUMMARY - CYCLE "
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  TRANSFERRED .: " transfer-count
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "BY RATE BAND (ACTIVE)" TO print-text.
                PERFORM print-one-line.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "BY LOAN-TO-VALUE (ACTIVE)" TO print-text.
                PERFORM print-one-line.
                MOVE ltv-low-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  80 PCT OR LESS: " ltv-low-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE ltv-mid-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  80 TO 90 PCT .: " ltv-mid-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE ltv-high-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  90 TO 100 PCT : " ltv-high-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE ltv-under-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  OVER 100 PCT .: " ltv-under-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE ltv-none-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  NO COLLATERAL : " ltv-none-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "BY LEGAL STATUS (ACTIVE)" TO print-text.
                PERFORM print-one-line.
                MOVE bkrp-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  BANKRUPTCY ..: " bkrp-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE dischg-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  DISCHARGED ..: " dischg-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE lhold-bal TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  LEGAL HOLD ..: " lhold-count
                        "  OUTSTANDING " display-amount
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "LINES OF CREDIT BY UTILIZATION (ACTIVE)"
                        TO print-text.
                PERFORM print-one-line.
                PERFORM print-one-band-line
                        VARYING band-idx FROM 1 BY 1
                        UNTIL band-idx > 6.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "BY BRANCH (ACTIVE)" TO print-text.
                PERFORM print-one-line.
                PERFORM print-one-branch-line
