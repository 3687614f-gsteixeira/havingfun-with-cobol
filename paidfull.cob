        *> **********************************************************************
        *> paidfull - nightly paid-in-full processing. loanpost flips a
        *> loan to paid-off (P) on its last payment and that was the
        *> end of it: nobody was told to release the lien, and the
        *> borrower rang months later asking for their title. This job
        *> runs after loanpost and suspapply and picks up every loan
        *> that has gone to paid-off since it last ran:
        *>
        *>      - the loan goes on the paid-in-full register,
        *>        pifreg.dat (PIFREG), so it is processed exactly once
        *>      - any overpayment the loan still holds on cashsusp.dat
        *>        (its net credit, suspapply's netting) is computed and
        *>        carried on the register, the report and the letter -
        *>        it is owed back to the borrower
        *>      - every item of collateral on collat.dat (COLLATRL)
        *>        opens a lien release on the worklist, lienwork.dat
        *>        (LIENWORK), with the lienholder and the date the
        *>        release is due filed; it stays open until the desk
        *>        confirms the filing through lienconf.cob
        *>      - the paid-in-full letter (pifltr.tpl, its &AMOUNT the
        *>        overpayment) and a lien release document per item
        *>        (lienrel.tpl, its &DETAIL the item released) are
        *>        queued on pifltr.lst and lienrel.lst and produced
        *>        through letters.cob as servicing notices, the way
        *>        loanpost queues its curtailment letters
        *>
        *>    "since it last ran" is the register plus a look-back: a
        *>    paid-off loan not yet on the register whose final
        *>    payment posted within the look-back days is new. Loans
        *>    paid off before the job existed are not swept up.
        *>
        *>    the run then ages every open release on the worklist:
        *>    each is listed with its days outstanding, and one past
        *>    its due date is flagged OVERDUE - the statute does not
        *>    wait for the desk. Report paidfull.rpt, RC 4 when any
        *>    release is overdue.
        *>
        *>    paidfull.ctl  one record:
        *>                  columns 1-3   the statutory days a lien
        *>                                release must be filed in
        *>                                (default 30)
        *>                  columns 4-6   the look-back days (default 7)
        *>                  columns 7-36  the lienholder of record on
        *>                                the releases
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. paidfull.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
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
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT collateral-file ASSIGN TO "collat.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collateral-file-status.
                    SELECT cash-suspense ASSIGN TO "cashsusp.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS cash-suspense-status.
                    SELECT register-file ASSIGN TO "pifreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS pif-loan-number
                        FILE STATUS IS register-file-status.
                    SELECT worklist-file ASSIGN TO "lienwork.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lr-key
                        FILE STATUS IS worklist-file-status.
                    SELECT paidfull-control ASSIGN TO "paidfull.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS paidfull-control-status.
                    SELECT letter-queue ASSIGN TO "pifltr.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT release-queue ASSIGN TO "lienrel.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file ASSIGN TO "paidfull.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  collateral-file.
                    COPY COLLATRL.
                FD  cash-suspense.
                    01 cash-suspense-record.
                        02 cs-loan-number PIC 9(6).
                        02 cs-sign        PIC X(1).
                        02 cs-amount      PIC 9(9)V99.
                        02 cs-date        PIC X(8).
                FD  register-file.
                    COPY PIFREG.
                FD  worklist-file.
                    COPY LIENWORK.
                FD  paidfull-control.
                    01 paidfull-control-record.
                        02 ctl-release-days  PIC X(3).
                        02 ctl-lookback-days PIC X(3).
                        02 ctl-lienholder    PIC X(30).
                *> the letters.cob loan-list line: the loan, and the
                *> per-loan &AMOUNT / &DETAIL text.
                FD  letter-queue.
                    01 queue-record.
                        02 queue-loan-number PIC 9(6).
                        02 FILLER            PIC X(1).
                        02 queue-amount      PIC X(15).
                        02 queue-detail      PIC X(58).
                FD  release-queue.
                    01 release-queue-record.
                        02 rq-loan-number    PIC 9(6).
                        02 FILLER            PIC X(1).
                        02 rq-amount         PIC X(15).
                        02 rq-detail         PIC X(58).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status      PIC X(02) VALUE "00".
                01 loan-schedule-status    PIC X(02) VALUE "00".
                01 collateral-file-status  PIC X(02) VALUE "00".
                01 cash-suspense-status    PIC X(02) VALUE "00".
                01 register-file-status    PIC X(02) VALUE "00".
                01 worklist-file-status    PIC X(02) VALUE "00".
                01 paidfull-control-status PIC X(02) VALUE "00".
                01 collateral-open  PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 walk-done        PIC 9 VALUE ZERO.
                01 release-days     PIC 9(3) VALUE 30.
                01 lookback-days    PIC 9(3) VALUE 7.
                01 lienholder-name  PIC X(30)
                        VALUE "SERVICING LENDER".
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 today-integer    PIC 9(9) VALUE ZEROS.
                01 work-integer     PIC 9(9) VALUE ZEROS.
                01 age-in-days      PIC S9(9) VALUE ZEROS.
                01 paid-off-date    PIC X(8) VALUE SPACES.
                01 posted-date      PIC X(8) VALUE SPACES.
                01 release-due-date PIC X(8) VALUE SPACES.
                *> the loans found paid off tonight.
                01 found-count      PIC 9(4) VALUE ZEROS.
                01 found-index      PIC 9(4) VALUE ZEROS.
                01 found-table.
                    02 found-entry OCCURS 2000 TIMES.
                        03 found-loan-number PIC 9(6).
                        03 found-borrower-id PIC 9(4).
                        03 found-paid-off    PIC X(8).
                        03 found-credit      PIC S9(9)V99.
                01 found-overflow   PIC 9(6) VALUE ZEROS.
                01 overpayment      PIC 9(9)V99 VALUE ZEROS.
                01 items-opened     PIC 9(3) VALUE ZEROS.
                *> the run's tallies.
                01 loans-found      PIC 9(6) VALUE ZEROS.
                01 releases-opened  PIC 9(6) VALUE ZEROS.
                01 overpaid-loans   PIC 9(6) VALUE ZEROS.
                01 overpaid-total   PIC 9(11)V99 VALUE ZEROS.
                01 releases-open    PIC 9(6) VALUE ZEROS.
                01 releases-overdue PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 display-days     PIC ZZZZ9.
                01 overdue-flag     PIC X(7) VALUE SPACES.
                01 print-text       PIC X(100) VALUE SPACES.
                01 letters-command  PIC X(80)
                        VALUE "letters pifltr.tpl 0 S @pifltr.lst".
                01 release-command  PIC X(80)
                        VALUE "letters lienrel.tpl 0 S @lienrel.lst".
                01 repo-report-name PIC X(20) VALUE "paidfull.rpt".
                01 banner-job-name  PIC X(20) VALUE "PAIDFULL".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            COMPUTE today-integer =
                    FUNCTION INTEGER-OF-DATE(FUNCTION
                            NUMVAL(cycle-date-stamp)).
            PERFORM load-the-control.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00" THEN
                DISPLAY "paidfull: loan master/schedule not available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O register-file.
            IF register-file-status = "35" THEN
                OPEN OUTPUT register-file
                CLOSE register-file
                OPEN I-O register-file
            END-IF.
            OPEN I-O worklist-file.
            IF worklist-file-status = "35" THEN
                OPEN OUTPUT worklist-file
                CLOSE worklist-file
                OPEN I-O worklist-file
            END-IF.
            OPEN INPUT collateral-file.
            IF collateral-file-status = "00" THEN
                MOVE 1 TO collateral-open
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "PAID-IN-FULL AND LIEN RELEASE - CYCLE "
                    cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            PERFORM find-the-paid-off-loans.
            CLOSE loan-schedule.
            CLOSE loan-master.
            PERFORM net-the-suspense.
            OPEN OUTPUT letter-queue.
            OPEN OUTPUT release-queue.
            PERFORM process-one-found-loan
                VARYING found-index FROM 1 BY 1
                UNTIL found-index > found-count.
            CLOSE release-queue.
            CLOSE letter-queue.
            IF collateral-open = 1 THEN
                CLOSE collateral-file
            END-IF.
            CLOSE register-file.
            PERFORM age-the-worklist.
            CLOSE worklist-file.
            PERFORM print-the-totals.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF loans-found > 0 THEN
                CALL "SYSTEM" USING letters-command
            END-IF.
            IF releases-opened > 0 THEN
                CALL "SYSTEM" USING release-command
            END-IF.
            DISPLAY "paidfull: " loans-found " loan(s) paid in full, "
                    releases-opened " lien release(s) opened, "
                    releases-open " open, " releases-overdue
                    " overdue".
            MOVE loans-found TO banner-rec-count.
            IF releases-overdue > 0 OR found-overflow > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the statute, the look-back and the lienholder; a
            *> blank or non-numeric field keeps its default.
            load-the-control.
                OPEN INPUT paidfull-control.
                IF paidfull-control-status = "00" THEN
                    READ paidfull-control
                        AT END CONTINUE
                        NOT AT END
                            IF ctl-release-days NUMERIC
                                    AND ctl-release-days > "000" THEN
                                MOVE ctl-release-days TO release-days
                            END-IF
                            IF ctl-lookback-days NUMERIC
                                    AND ctl-lookback-days > "000" THEN
                                MOVE ctl-lookback-days
                                        TO lookback-days
                            END-IF
                            IF ctl-lienholder NOT = SPACES THEN
                                MOVE ctl-lienholder TO lienholder-name
                            END-IF
                    END-READ
                    CLOSE paidfull-control
                END-IF.
                EXIT.

            *> every paid-off loan not yet on the register whose
            *> final payment posted inside the look-back.
            find-the-paid-off-loans.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND loan-is-paid-off THEN
                        PERFORM judge-one-paid-off-loan
                    END-IF
                END-PERFORM.
                EXIT.

            judge-one-paid-off-loan.
                MOVE loan-number TO pif-loan-number.
                READ register-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY EXIT PARAGRAPH
                END-READ.
                PERFORM find-the-final-payment.
                IF posted-date = SPACES
                        OR posted-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE work-integer = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(posted-date)).
                IF work-integer = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE age-in-days = today-integer - work-integer.
                IF age-in-days > lookback-days THEN
                    EXIT PARAGRAPH
                END-IF.
                IF found-count >= 2000 THEN
                    ADD 1 TO found-overflow
                    DISPLAY "paidfull: loan " loan-number
                            " left for the next run - table full"
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO found-count.
                MOVE loan-number TO found-loan-number(found-count).
                MOVE loan-borrower-id TO found-borrower-id(found-count).
                MOVE paid-off-date TO found-paid-off(found-count).
                MOVE 0 TO found-credit(found-count).
                EXIT.

            *> the latest paid row: its received date is the payoff
            *> date, its posting cycle (the received date on rows
            *> posted before the cycle was stamped) says when.
            find-the-final-payment.
                MOVE SPACES TO paid-off-date.
                MOVE SPACES TO posted-date.
                MOVE loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND sched-loan-number NOT = loan-number
                            THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 AND sched-row-is-paid
                            AND sched-paid-date NUMERIC
                            AND (paid-off-date = SPACES
                                OR sched-paid-date >= paid-off-date)
                            THEN
                        MOVE sched-paid-date TO paid-off-date
                        IF sched-posted-date NUMERIC THEN
                            MOVE sched-posted-date TO posted-date
                        ELSE
                            MOVE sched-paid-date TO posted-date
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> one pass over the suspense file, netting each found
            *> loan's records the way suspapply nets them.
            net-the-suspense.
                IF found-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT cash-suspense.
                IF cash-suspense-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ cash-suspense
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND cs-amount NUMERIC THEN
                        PERFORM net-one-suspense-record
                    END-IF
                END-PERFORM.
                CLOSE cash-suspense.
                EXIT.

            net-one-suspense-record.
                PERFORM VARYING found-index FROM 1 BY 1
                        UNTIL found-index > found-count
                    IF found-loan-number(found-index)
                            = cs-loan-number THEN
                        IF cs-sign = "-" THEN
                            SUBTRACT cs-amount
                                    FROM found-credit(found-index)
                        ELSE
                            ADD cs-amount TO found-credit(found-index)
                        END-IF
                        MOVE found-count TO found-index
                    END-IF
                END-PERFORM.
                EXIT.

            *> the register entry, the letter, the releases.
            process-one-found-loan.
                MOVE 0 TO overpayment.
                IF found-credit(found-index) > 0 THEN
                    MOVE found-credit(found-index) TO overpayment
                    ADD 1 TO overpaid-loans
                    ADD overpayment TO overpaid-total
                END-IF.
                MOVE SPACES TO release-due-date.
                MOVE found-paid-off(found-index) TO paid-off-date.
                IF paid-off-date NUMERIC THEN
                    COMPUTE work-integer = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(paid-off-date))
                            + release-days
                    MOVE FUNCTION DATE-OF-INTEGER(work-integer)
                            TO release-due-date
                END-IF.
                MOVE 0 TO items-opened.
                IF collateral-open = 1 THEN
                    PERFORM open-the-releases
                END-IF.
                MOVE SPACES TO paid-in-full-record.
                MOVE found-loan-number(found-index) TO pif-loan-number.
                MOVE found-borrower-id(found-index) TO pif-borrower-id.
                MOVE found-paid-off(found-index) TO pif-paid-off-date.
                MOVE cycle-date-stamp TO pif-cycle-date.
                MOVE overpayment TO pif-overpayment.
                MOVE items-opened TO pif-release-items.
                MOVE release-due-date TO pif-release-due.
                WRITE paid-in-full-record
                    INVALID KEY REWRITE paid-in-full-record
                END-WRITE.
                MOVE SPACES TO queue-record.
                MOVE found-loan-number(found-index)
                        TO queue-loan-number.
                MOVE overpayment TO display-amount.
                MOVE FUNCTION TRIM(display-amount) TO queue-amount.
                WRITE queue-record.
                ADD 1 TO loans-found.
                MOVE SPACES TO print-text.
                STRING "  PAID IN FULL  LOAN "
                        found-loan-number(found-index)
                        "  BORROWER " found-borrower-id(found-index)
                        "  PAID OFF " found-paid-off(found-index)
                        "  OVERPAID " display-amount
                        "  LIENS " items-opened
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> one worklist item and one release document per item
            *> of collateral pledged on the loan.
            open-the-releases.
                MOVE found-loan-number(found-index) TO coll-loan-number.
                MOVE 0 TO coll-seq.
                START collateral-file KEY >= coll-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ collateral-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 AND coll-loan-number
                            NOT = found-loan-number(found-index) THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        PERFORM open-one-release
                    END-IF
                END-PERFORM.
                EXIT.

            open-one-release.
                MOVE SPACES TO lien-release-record.
                MOVE coll-loan-number TO lr-loan-number.
                MOVE coll-seq TO lr-coll-seq.
                MOVE found-borrower-id(found-index) TO lr-borrower-id.
                MOVE coll-type TO lr-coll-type.
                MOVE coll-description TO lr-description.
                MOVE coll-ident TO lr-ident.
                MOVE coll-lien-position TO lr-lien-position.
                MOVE lienholder-name TO lr-lienholder.
                MOVE found-paid-off(found-index) TO lr-paid-off-date.
                MOVE release-due-date TO lr-release-due.
                SET lr-is-open TO TRUE.
                MOVE cycle-date-stamp TO lr-opened-date.
                WRITE lien-release-record
                    INVALID KEY
                        DISPLAY "paidfull: release " lr-loan-number
                                "/" lr-coll-seq " already on the "
                                "worklist"
                        EXIT PARAGRAPH
                END-WRITE.
                ADD 1 TO items-opened.
                ADD 1 TO releases-opened.
                MOVE SPACES TO release-queue-record.
                MOVE coll-loan-number TO rq-loan-number.
                STRING FUNCTION TRIM(coll-description) " - "
                        FUNCTION TRIM(coll-ident)
                    DELIMITED BY SIZE INTO rq-detail
                END-STRING.
                WRITE release-queue-record.
                EXIT.

            *> every release the desk has not confirmed, oldest
            *> first by loan; past its due date is OVERDUE.
            age-the-worklist.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "LIEN RELEASES NOT CONFIRMED FILED" TO print-text.
                PERFORM print-one-line.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ worklist-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND lr-is-open THEN
                        PERFORM age-one-release
                    END-IF
                END-PERFORM.
                IF releases-open = 0 THEN
                    MOVE "  NONE OPEN" TO print-text
                    PERFORM print-one-line
                END-IF.
                EXIT.

            age-one-release.
                ADD 1 TO releases-open.
                MOVE 0 TO age-in-days.
                IF lr-paid-off-date NUMERIC THEN
                    COMPUTE age-in-days = today-integer -
                            FUNCTION INTEGER-OF-DATE(
                                FUNCTION NUMVAL(lr-paid-off-date))
                END-IF.
                IF age-in-days < 0 THEN
                    MOVE 0 TO age-in-days
                END-IF.
                MOVE age-in-days TO display-days.
                MOVE SPACES TO overdue-flag.
                IF lr-release-due NUMERIC
                        AND cycle-date-stamp > lr-release-due THEN
                    ADD 1 TO releases-overdue
                    MOVE "OVERDUE" TO overdue-flag
                END-IF.
                MOVE SPACES TO print-text.
                STRING "  LOAN " lr-loan-number "/" lr-coll-seq
                        "  " lr-ident
                        "  PAID OFF " lr-paid-off-date
                        "  DUE " lr-release-due
                        "  DAYS " display-days "  " overdue-flag
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-the-totals.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  PAID IN FULL TONIGHT ..: " loans-found
                        "   LIEN RELEASES OPENED: " releases-opened
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE overpaid-total TO display-total.
                MOVE SPACES TO print-text.
                STRING "  OVERPAID LOANS ........: " overpaid-loans
                        "   OVERPAYMENT HELD: " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  RELEASES OPEN .........: " releases-open
                        "   OVERDUE ........: " releases-overdue
                        "   (STATUTE " release-days " DAYS)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF found-overflow > 0 THEN
                    MOVE SPACES TO print-text
                    STRING "  LEFT FOR NEXT RUN .....: " found-overflow
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            print-one-line.
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM paidfull.
