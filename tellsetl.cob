        *> **********************************************************************
        *> tellsetl - end-of-day teller drawer settlement. payentry.cob
        *> captures each payment with its teller and tender on
        *> tellcap.dat (TELLCAP); at close each teller signs on here,
        *> keys what the drawer actually holds, and gets a balancing
        *> slip with the over or short.
        *>
        *>    tellsetl            settle the signed-on teller's drawer
        *>                        for the business date
        *>    tellsetl summary    every teller with captures on the
        *>                        business date, settled or not - for
        *>                        the supervisor closing the branch
        *>
        *>    the count is blind: the panel takes counted cash and
        *>    counted checks (checks and money orders together) and
        *>    only the slip shows what the captures say the drawer
        *>    should hold. Each tender class is over or short by
        *>    counted less captured, and the drawer by the two
        *>    together. A drawer out by more than the tolerance -
        *>    tellsetl.ctl, one field, 9(5)V99, default 5.00 - is not
        *>    settled until a supervisor (opersec.cob role S, not the
        *>    teller) signs on at the same terminal and signs it off;
        *>    refused, nothing is written and the teller recounts.
        *>
        *>    a settled drawer goes on tellsetl.dat (TELLSETL), once
        *>    per teller per business date - a second settlement is
        *>    refused - and glfeed.cob posts the cycle's net over or
        *>    short to the over/short account as event OVRSHRT. The
        *>    slip goes to drawslip.rpt through rptstore.
        *>
        *>    RC 4 when the drawer was not settled (out past the
        *>    tolerance and not signed off, or settled already), 8
        *>    when the teller could not sign on, 16 on a bad verb.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. tellsetl.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT capture-file ASSIGN TO "tellcap.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS capture-file-status.
                    SELECT settlement-file ASSIGN TO "tellsetl.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS settlement-file-status.
                    SELECT tolerance-control ASSIGN TO "tellsetl.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tolerance-control-status.
                    SELECT report-file ASSIGN TO "drawslip.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  capture-file.
                    COPY TELLCAP.
                FD  settlement-file.
                    COPY TELLSETL.
                FD  tolerance-control.
                    01 tolerance-control-record.
                        02 tt-tolerance PIC 9(5)V99.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 capture-file-status      PIC X(02) VALUE "00".
                01 settlement-file-status   PIC X(02) VALUE "00".
                01 tolerance-control-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 run-verb         PIC X(20) VALUE SPACES.
                01 tolerance        PIC 9(5)V99 VALUE 5.00.
                *> the teller at the drawer, and the supervisor who
                *> signs off a drawer out past the tolerance.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 teller-id        PIC X(10) VALUE SPACES.
                01 approver-id      PIC X(10) VALUE SPACES.
                01 approver-role    PIC X(1) VALUE SPACES.
                    88 approver-is-supervisor VALUE "S".
                *> the drawer.
                01 capture-count    PIC 9(5) VALUE ZEROS.
                01 captured-cash    PIC 9(9)V99 VALUE ZEROS.
                01 captured-checks  PIC 9(9)V99 VALUE ZEROS.
                01 counted-cash     PIC 9(7)V99 VALUE ZEROS.
                01 counted-checks   PIC 9(7)V99 VALUE ZEROS.
                01 cash-over-short  PIC S9(9)V99 VALUE ZEROS.
                01 check-over-short PIC S9(9)V99 VALUE ZEROS.
                01 drawer-over-short PIC S9(9)V99 VALUE ZEROS.
                01 already-settled  PIC 9 VALUE ZERO.
                01 drawer-verdict   PIC X(40) VALUE SPACES.
                01 panel-message    PIC X(60) VALUE SPACES.
                *> the summary's tellers.
                01 teller-table.
                    02 teller-entry OCCURS 200 TIMES.
                        03 tt-teller      PIC X(10).
                        03 tt-captures    PIC 9(5).
                        03 tt-captured    PIC 9(9)V99.
                        03 tt-settled     PIC 9.
                        03 tt-sign        PIC X(1).
                        03 tt-over-short  PIC 9(9)V99.
                        03 tt-approved-by PIC X(10).
                01 teller-count     PIC 9(3) VALUE ZEROS.
                01 teller-idx       PIC 9(3) VALUE ZEROS.
                01 teller-slot      PIC 9(3) VALUE ZEROS.
                01 unsettled-count  PIC 9(3) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-amount-2 PIC Z(8)9.99.
                01 display-signed   PIC -(8)9.99.
                01 display-count    PIC Z(4)9.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "drawslip.rpt".
                01 banner-job-name  PIC X(20) VALUE "TELLSETL".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 count-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "TELLER DRAWER SETTLEMENT".
                    02 LINE 4 COLUMN 5  VALUE "TELLER ...:".
                    02 LINE 4 COLUMN 17 PIC X(10) FROM teller-id.
                    02 LINE 5 COLUMN 5  VALUE "DATE .....:".
                    02 LINE 5 COLUMN 17 PIC X(8) FROM cycle-date-stamp.
                    02 LINE 7 COLUMN 5  VALUE "CASH COUNTED ....:".
                    02 LINE 7 COLUMN 24 PIC 9(7).99
                            USING counted-cash.
                    02 LINE 8 COLUMN 5  VALUE "CHECKS/MO COUNTED:".
                    02 LINE 8 COLUMN 24 PIC 9(7).99
                            USING counted-checks.
                    02 LINE 10 COLUMN 5 PIC X(60) FROM panel-message.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            ACCEPT run-verb FROM COMMAND-LINE.
            MOVE FUNCTION LOWER-CASE(run-verb) TO run-verb.
            IF run-verb NOT = SPACES AND run-verb NOT = "summary"
                    THEN
                DISPLAY "tellsetl: usage: tellsetl [summary]"
                MOVE 16 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                PERFORM finish-the-job
                GOBACK
            END-IF.
            MOVE signed-operator TO teller-id.
            PERFORM load-the-tolerance.
            IF run-verb = "summary" THEN
                PERFORM summarize-the-drawers
            ELSE
                PERFORM settle-the-drawer
            END-IF.
            PERFORM finish-the-job.
            GOBACK.

            finish-the-job.
                MOVE RETURN-CODE TO banner-retcode.
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode.
                EXIT.

            load-the-tolerance.
                OPEN INPUT tolerance-control.
                IF tolerance-control-status = "00" THEN
                    READ tolerance-control
                        AT END CONTINUE
                        NOT AT END
                            IF tt-tolerance NUMERIC THEN
                                MOVE tt-tolerance TO tolerance
                            END-IF
                    END-READ
                    CLOSE tolerance-control
                END-IF.
                EXIT.

            settle-the-drawer.
                PERFORM find-the-settlement.
                IF already-settled = 1 THEN
                    DISPLAY "tellsetl: the drawer of " teller-id
                            " is already settled for "
                            cycle-date-stamp
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM total-the-captures.
                MOVE 0 TO counted-cash.
                MOVE 0 TO counted-checks.
                MOVE "key the drawer as counted" TO panel-message.
                ACCEPT count-panel.
                COMPUTE cash-over-short = counted-cash - captured-cash.
                COMPUTE check-over-short =
                        counted-checks - captured-checks.
                COMPUTE drawer-over-short =
                        cash-over-short + check-over-short.
                MOVE SPACES TO approver-id.
                EVALUATE TRUE
                    WHEN drawer-over-short = 0
                        MOVE "IN BALANCE - SETTLED" TO drawer-verdict
                    WHEN FUNCTION ABS(drawer-over-short) <= tolerance
                        MOVE "WITHIN TOLERANCE - SETTLED"
                            TO drawer-verdict
                    WHEN OTHER
                        PERFORM get-the-sign-off
                END-EVALUATE.
                PERFORM print-the-slip.
                IF approver-id = SPACES
                        AND FUNCTION ABS(drawer-over-short)
                            > tolerance THEN
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM record-the-settlement.
                MOVE 1 TO banner-rec-count.
                EXIT.

            *> a drawer that has been settled for the business date
            *> stays settled.
            find-the-settlement.
                MOVE 0 TO already-settled.
                OPEN INPUT settlement-file.
                IF settlement-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ settlement-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ts-cycle-date = cycle-date-stamp
                            AND ts-teller = teller-id THEN
                        MOVE 1 TO already-settled
                    END-IF
                END-PERFORM.
                CLOSE settlement-file.
                EXIT.

            total-the-captures.
                MOVE 0 TO capture-count.
                MOVE 0 TO captured-cash.
                MOVE 0 TO captured-checks.
                OPEN INPUT capture-file.
                IF capture-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ capture-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND tl-cycle-date = cycle-date-stamp
                            AND tl-teller = teller-id THEN
                        ADD 1 TO capture-count
                        IF tl-tender-cash THEN
                            ADD tl-amount TO captured-cash
                        ELSE
                            ADD tl-amount TO captured-checks
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE capture-file.
                EXIT.

            *> a second sign-on, a supervisor's other than the
            *> teller's own; the journal and audit trail go back to
            *> naming the teller afterwards.
            get-the-sign-off.
                MOVE "OUT PAST TOLERANCE - NOT SETTLED"
                    TO drawer-verdict.
                MOVE drawer-over-short TO display-signed.
                DISPLAY "tellsetl: drawer out by "
                        FUNCTION TRIM(display-signed)
                        " - supervisor sign-off required".
                MOVE SPACES TO approver-id.
                CALL "opersec" USING approver-id, approver-role,
                        signon-outcome.
                DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
                DISPLAY teller-id UPON ENVIRONMENT-VALUE.
                IF NOT operator-signed-on
                        OR NOT approver-is-supervisor
                        OR approver-id = teller-id THEN
                    DISPLAY "tellsetl: supervisor sign-off refused - "
                            "recount and settle again"
                    MOVE SPACES TO approver-id
                    EXIT PARAGRAPH
                END-IF.
                MOVE "OUT PAST TOLERANCE - SIGNED OFF"
                    TO drawer-verdict.
                EXIT.

            record-the-settlement.
                OPEN EXTEND settlement-file.
                IF settlement-file-status = "35" THEN
                    OPEN OUTPUT settlement-file
                END-IF.
                MOVE SPACES TO teller-settlement-record.
                MOVE cycle-date-stamp TO ts-cycle-date.
                MOVE teller-id TO ts-teller.
                MOVE capture-count TO ts-captures.
                MOVE captured-cash TO ts-captured-cash.
                MOVE captured-checks TO ts-captured-checks.
                MOVE counted-cash TO ts-counted-cash.
                MOVE counted-checks TO ts-counted-checks.
                IF drawer-over-short < 0 THEN
                    MOVE "-" TO ts-os-sign
                ELSE
                    MOVE "+" TO ts-os-sign
                END-IF.
                MOVE FUNCTION ABS(drawer-over-short) TO ts-over-short.
                MOVE approver-id TO ts-approved-by.
                MOVE FUNCTION CURRENT-DATE(1:14) TO ts-settled-at.
                WRITE teller-settlement-record.
                CLOSE settlement-file.
                EXIT.

            print-the-slip.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "DRAWER BALANCING SLIP - " cycle-date-stamp
                        "  teller " teller-id
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE capture-count TO display-count.
                MOVE SPACES TO print-text.
                STRING "  " display-count " payment(s) captured"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "                      captured       counted"
                        "    over/short"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE captured-cash TO display-amount.
                MOVE counted-cash TO display-amount-2.
                MOVE cash-over-short TO display-signed.
                MOVE SPACES TO print-text.
                STRING "  cash            " display-amount " "
                        display-amount-2 " " display-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE captured-checks TO display-amount.
                MOVE counted-checks TO display-amount-2.
                MOVE check-over-short TO display-signed.
                MOVE SPACES TO print-text.
                STRING "  checks/m.orders " display-amount " "
                        display-amount-2 " " display-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE drawer-over-short TO display-signed.
                MOVE SPACES TO print-text.
                STRING "  DRAWER                                   "
                        display-signed
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE tolerance TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  " drawer-verdict "  tolerance "
                        FUNCTION TRIM(display-amount)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF approver-id NOT = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "  signed off by " approver-id
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                EXIT.

            *> every teller who captured on the business date, with
            *> their settlement if there is one.
            summarize-the-drawers.
                MOVE 0 TO teller-count.
                OPEN INPUT capture-file.
                IF capture-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ capture-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND tl-cycle-date = cycle-date-stamp
                                THEN
                            MOVE tl-teller TO teller-id
                            PERFORM find-the-teller
                            IF teller-slot > 0 THEN
                                ADD 1 TO tt-captures(teller-slot)
                                ADD tl-amount
                                    TO tt-captured(teller-slot)
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE capture-file
                END-IF.
                OPEN INPUT settlement-file.
                IF settlement-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ settlement-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND ts-cycle-date = cycle-date-stamp
                                THEN
                            MOVE ts-teller TO teller-id
                            PERFORM find-the-teller
                            IF teller-slot > 0 THEN
                                MOVE 1 TO tt-settled(teller-slot)
                                MOVE ts-os-sign TO tt-sign(teller-slot)
                                MOVE ts-over-short
                                    TO tt-over-short(teller-slot)
                                MOVE ts-approved-by
                                    TO tt-approved-by(teller-slot)
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE settlement-file
                END-IF.
                MOVE signed-operator TO teller-id.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "TELLER DRAWER SUMMARY - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  teller     captures      captured"
                        "    over/short  status"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE 0 TO unsettled-count.
                PERFORM VARYING teller-idx FROM 1 BY 1
                        UNTIL teller-idx > teller-count
                    PERFORM print-one-teller
                END-PERFORM.
                IF teller-count = 0 THEN
                    MOVE "  no drawers captured on the business date"
                        TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                STRING "  " unsettled-count " drawer(s) not settled"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                MOVE teller-count TO banner-rec-count.
                IF unsettled-count > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            find-the-teller.
                MOVE 0 TO teller-slot.
                PERFORM VARYING teller-idx FROM 1 BY 1
                        UNTIL teller-idx > teller-count
                            OR teller-slot > 0
                    IF tt-teller(teller-idx) = teller-id THEN
                        MOVE teller-idx TO teller-slot
                    END-IF
                END-PERFORM.
                IF teller-slot = 0 AND teller-count < 200 THEN
                    ADD 1 TO teller-count
                    MOVE teller-count TO teller-slot
                    INITIALIZE teller-entry(teller-slot)
                    MOVE teller-id TO tt-teller(teller-slot)
                END-IF.
                EXIT.

            print-one-teller.
                MOVE tt-captures(teller-idx) TO display-count.
                MOVE tt-captured(teller-idx) TO display-amount.
                MOVE SPACES TO print-text.
                IF tt-settled(teller-idx) = 0 THEN
                    ADD 1 TO unsettled-count
                    STRING "  " tt-teller(teller-idx) "  "
                            display-count "  " display-amount
                            "                NOT SETTLED"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    MOVE tt-over-short(teller-idx) TO display-signed
                    IF tt-sign(teller-idx) = "-" THEN
                        COMPUTE drawer-over-short =
                                0 - tt-over-short(teller-idx)
                        MOVE drawer-over-short TO display-signed
                    END-IF
                    STRING "  " tt-teller(teller-idx) "  "
                            display-count "  " display-amount "  "
                            display-signed "  settled "
                            tt-approved-by(teller-idx)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "tellsetl: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM tellsetl.
