        *> **********************************************************************
        *> cmplmnt - the complaint and dispute case screen. A dispute
        *> used to be a hold-type note on custnote.dat and perhaps a
        *> suppression on mailsupp.dat, with nothing to say when it came
        *> in, who had it, when the answer was owed or how it ended -
        *> the four things a regulator asks first. Each complaint is
        *> now a case on complaint.dat (COMPLNT) under a number
        *> refnum.cob issues from the COMPLAINT series, with its
        *> history on cmplhist.dat (COMPLHST). The operator keys a case
        *> number and:
        *>
        *>      O  opens a new case (key case number 0): the customer's
        *>         user_id, the loan when it is about one, the
        *>         category, the date it was received (the business
        *>         date when left blank), the operator it is assigned
        *>         to and a line summarizing it. The response due date
        *>         is worked out from the category
        *>      W  works the case - moves it to investigating (I) or
        *>         back to open (O), reassigns it, notes what was done
        *>      R  resolves it with a resolution code and a note
        *>      V  views the case and its whole history
        *>      X  leaves the program
        *>
        *>    response allowance by category, in business days past
        *>    the received date - weekends and holidays.dat days do
        *>    not count:
        *>      BL billing/payment 20   CR credit reporting 20
        *>      FE fees 15   CO collection conduct 15   SV servicing 15
        *>      PR privacy 10   OT other 15
        *>
        *>    the operator signs on through opersec; O, W and R are
        *>    maintenance actions, V is open to inquiry sign-ons too.
        *>    cmplrpt.cob reports the open cases nightly.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. cmplmnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT complaint-file ASSIGN TO "complaint.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cp-case-number
                        ALTERNATE RECORD KEY IS cp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS complaint-file-status.
                    SELECT history-file ASSIGN TO "cmplhist.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ch-key
                        FILE STATUS IS history-file-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT holiday-file ASSIGN TO "holidays.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS holiday-date
                        FILE STATUS IS holiday-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  complaint-file.
                    COPY COMPLNT.
                FD  history-file.
                    COPY COMPLHST.
                FD  customer-master.
                    COPY CUSTREC.
                FD  loan-master.
                    COPY LOANREC.
                FD  holiday-file.
                    01 holiday-record.
                        02 holiday-date PIC 9(8).
            WORKING-STORAGE SECTION.
                01 complaint-file-status PIC X(02) VALUE "00".
                01 history-file-status   PIC X(02) VALUE "00".
                01 master-file-status    PIC X(02) VALUE "00".
                01 loan-master-status    PIC X(02) VALUE "00".
                01 holiday-file-status   PIC X(02) VALUE "00".
                01 customers-open   PIC 9 VALUE ZERO.
                01 loan-master-open PIC 9 VALUE ZERO.
                01 operator-done    PIC 9 VALUE ZERO.
                    88 operator-is-done VALUE 1.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 operator-id      PIC X(10) VALUE SPACES.
                *> the sign-on verdict - see opersec.cob.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the categories and their response allowance.
                01 category-values.
                    02 FILLER PIC X(24)
                        VALUE "BLBILLING/PAYMENT     20".
                    02 FILLER PIC X(24)
                        VALUE "CRCREDIT REPORTING    20".
                    02 FILLER PIC X(24)
                        VALUE "FEFEES AND CHARGES    15".
                    02 FILLER PIC X(24)
                        VALUE "COCOLLECTION CONDUCT  15".
                    02 FILLER PIC X(24)
                        VALUE "SVSERVICING           15".
                    02 FILLER PIC X(24)
                        VALUE "PRPRIVACY             10".
                    02 FILLER PIC X(24)
                        VALUE "OTOTHER               15".
                01 category-table REDEFINES category-values.
                    02 category-entry OCCURS 7 TIMES.
                        03 category-code PIC X(2).
                        03 category-name PIC X(20).
                        03 category-days PIC 9(2).
                01 category-idx     PIC 9(2) VALUE ZEROS.
                01 category-slot    PIC 9(2) VALUE ZEROS.
                *> the resolution codes a case may close with.
                01 resolution-values.
                    02 FILLER PIC X(22)
                        VALUE "UFUPHELD              ".
                    02 FILLER PIC X(22)
                        VALUE "PFPARTLY UPHELD       ".
                    02 FILLER PIC X(22)
                        VALUE "NFNOT UPHELD          ".
                    02 FILLER PIC X(22)
                        VALUE "WDWITHDRAWN           ".
                    02 FILLER PIC X(22)
                        VALUE "RFREFERRED ELSEWHERE  ".
                01 resolution-table REDEFINES resolution-values.
                    02 resolution-entry OCCURS 5 TIMES.
                        03 resolution-code PIC X(2).
                        03 resolution-name PIC X(20).
                01 resolution-idx   PIC 9(2) VALUE ZEROS.
                01 resolution-slot  PIC 9(2) VALUE ZEROS.
                *> the business-day arithmetic, holidays.dat aware -
                *> the same roll achorig.cob makes.
                01 holidays-on-file PIC 9 VALUE ZERO.
                    88 holiday-calendar-open VALUE 1.
                01 candidate-is-holiday PIC 9 VALUE ZERO.
                01 roll-integer     PIC 9(9) VALUE ZEROS.
                01 weekday-remainder PIC 9 VALUE ZERO.
                01 rolling-done     PIC 9 VALUE ZERO.
                01 days-counted     PIC 9(2) VALUE ZEROS.
                01 date-num         PIC 9(8) VALUE ZEROS.
                *> the reference number draw - see refnum.cob.
                01 case-series      PIC X(10) VALUE "COMPLAINT".
                01 case-number      PIC 9(6) VALUE ZEROS.
                01 case-reference   PIC X(12) VALUE SPACES.
                01 case-on-file     PIC 9 VALUE ZERO.
                    88 case-was-on-file VALUE 1.
                01 next-sequence    PIC 9(3) VALUE ZEROS.
                01 entries-listed   PIC 9(3) VALUE ZEROS.
                01 customer-name    PIC X(30) VALUE SPACES.
                01 prior-status     PIC X(1) VALUE SPACES.
                01 prior-assigned   PIC X(10) VALUE SPACES.
                *> what the operator keyed on the panels.
                01 entry-action     PIC X(01) VALUE SPACES.
                01 entry-case       PIC 9(6) VALUE ZEROS.
                01 entry-user       PIC 9(4) VALUE ZEROS.
                01 entry-loan       PIC 9(6) VALUE ZEROS.
                01 entry-category   PIC X(2) VALUE SPACES.
                01 entry-received   PIC X(8) VALUE SPACES.
                01 entry-assigned   PIC X(10) VALUE SPACES.
                01 entry-status     PIC X(1) VALUE SPACES.
                01 entry-resolution PIC X(2) VALUE SPACES.
                01 entry-text       PIC X(60) VALUE SPACES.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 cases-written    PIC 9(6) VALUE ZEROS.
                01 banner-job-name  PIC X(20) VALUE "CMPLMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 key-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "COMPLAINT AND DISPUTE CASES".
                    02 LINE 4 COLUMN 5  VALUE "CASE NUMBER:".
                    02 LINE 4 COLUMN 18 PIC 9(6) USING entry-case.
                    02 LINE 4 COLUMN 26 VALUE "(0 TO OPEN A NEW CASE)".
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (O=OPEN W=WORK R=RESOLVE".
                    02 LINE 6 COLUMN 37 VALUE " V=VIEW X=EXIT):".
                    02 LINE 6 COLUMN 54 PIC X(01) USING entry-action.
                    02 LINE 8 COLUMN 5  PIC X(60) FROM panel-message.
                01 open-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "COMPLAINT - OPEN A CASE".
                    02 LINE 4 COLUMN 5  VALUE "USER ID ..:".
                    02 LINE 4 COLUMN 17 PIC 9(4) USING entry-user.
                    02 LINE 5 COLUMN 5  VALUE "LOAN .....:".
                    02 LINE 5 COLUMN 17 PIC 9(6) USING entry-loan.
                    02 LINE 5 COLUMN 25 VALUE "(0 IF NONE)".
                    02 LINE 6 COLUMN 5  VALUE "CATEGORY .:".
                    02 LINE 6 COLUMN 17 PIC X(2) USING entry-category.
                    02 LINE 6 COLUMN 21
                        VALUE "BL CR FE CO SV PR OT".
                    02 LINE 7 COLUMN 5  VALUE "RECEIVED .:".
                    02 LINE 7 COLUMN 17 PIC X(8) USING entry-received.
                    02 LINE 7 COLUMN 27 VALUE "(YYYYMMDD, BLANK=TODAY)".
                    02 LINE 8 COLUMN 5  VALUE "ASSIGN TO :".
                    02 LINE 8 COLUMN 17 PIC X(10) USING entry-assigned.
                    02 LINE 9 COLUMN 5  VALUE "SUMMARY ..:".
                    02 LINE 9 COLUMN 17 PIC X(60) USING entry-text.
                    02 LINE 11 COLUMN 5 PIC X(60) FROM panel-message.
                01 work-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "COMPLAINT - WORK THE CASE".
                    02 LINE 4 COLUMN 5  VALUE "CASE .....:".
                    02 LINE 4 COLUMN 17 PIC 9(6) FROM cp-case-number.
                    02 LINE 4 COLUMN 25 PIC X(30) FROM customer-name.
                    02 LINE 5 COLUMN 5  VALUE "DUE ......:".
                    02 LINE 5 COLUMN 17 PIC X(8) FROM cp-due-date.
                    02 LINE 6 COLUMN 5  VALUE "STATUS ...:".
                    02 LINE 6 COLUMN 17 PIC X(1) USING entry-status.
                    02 LINE 6 COLUMN 21
                        VALUE "(O=OPEN I=INVESTIGATING)".
                    02 LINE 7 COLUMN 5  VALUE "ASSIGN TO :".
                    02 LINE 7 COLUMN 17 PIC X(10) USING entry-assigned.
                    02 LINE 8 COLUMN 5  VALUE "NOTE .....:".
                    02 LINE 8 COLUMN 17 PIC X(60) USING entry-text.
                    02 LINE 10 COLUMN 5 PIC X(60) FROM panel-message.
                01 resolve-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "COMPLAINT - RESOLVE THE CASE".
                    02 LINE 4 COLUMN 5  VALUE "CASE .....:".
                    02 LINE 4 COLUMN 17 PIC 9(6) FROM cp-case-number.
                    02 LINE 4 COLUMN 25 PIC X(30) FROM customer-name.
                    02 LINE 6 COLUMN 5  VALUE "RESOLUTION:".
                    02 LINE 6 COLUMN 17 PIC X(2)
                            USING entry-resolution.
                    02 LINE 6 COLUMN 21
                        VALUE "UF PF NF WD RF".
                    02 LINE 7 COLUMN 5  VALUE "NOTE .....:".
                    02 LINE 7 COLUMN 17 PIC X(60) USING entry-text.
                    02 LINE 9 COLUMN 5  PIC X(60) FROM panel-message.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            CALL "opersec" USING operator-id, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN I-O complaint-file.
            IF complaint-file-status = "35" THEN
                OPEN OUTPUT complaint-file
                CLOSE complaint-file
                OPEN I-O complaint-file
            END-IF.
            OPEN I-O history-file.
            IF history-file-status = "35" THEN
                OPEN OUTPUT history-file
                CLOSE history-file
                OPEN I-O history-file
            END-IF.
            IF complaint-file-status NOT = "00"
                    OR history-file-status NOT = "00" THEN
                DISPLAY "cmplmnt: cannot open complaint.dat/"
                        "cmplhist.dat, status " complaint-file-status
                        "/" history-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT customer-master.
            IF master-file-status = "00" THEN
                MOVE 1 TO customers-open
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loan-master-open
            END-IF.
            OPEN INPUT holiday-file.
            IF holiday-file-status = "00" THEN
                MOVE 1 TO holidays-on-file
            END-IF.
            MOVE 0 TO operator-done.
            PERFORM process-one-action UNTIL operator-is-done.
            IF holiday-calendar-open THEN
                CLOSE holiday-file
            END-IF.
            IF loan-master-open = 1 THEN
                CLOSE loan-master
            END-IF.
            IF customers-open = 1 THEN
                CLOSE customer-master
            END-IF.
            CLOSE history-file.
            CLOSE complaint-file.
            MOVE cases-written TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            process-one-action.
                MOVE SPACES TO entry-action.
                ACCEPT key-panel.
                MOVE SPACES TO panel-message.
                EVALUATE FUNCTION UPPER-CASE(entry-action)
                    WHEN "O" PERFORM guard-then-open
                    WHEN "W" PERFORM guard-then-work
                    WHEN "R" PERFORM guard-then-resolve
                    WHEN "V" PERFORM view-the-case
                    WHEN "X" MOVE 1 TO operator-done
                    WHEN OTHER
                        MOVE "unrecognized action - use O, W, R, V or X"
                                TO panel-message
                END-EVALUATE.
                EXIT.

            *> the role gate: an inquiry sign-on works the V view and
            *> nothing that writes.
            guard-then-open.
                IF NOT role-can-maintain THEN
                    MOVE "role I is inquiry only - action refused"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM open-a-case.
                EXIT.

            guard-then-work.
                IF NOT role-can-maintain THEN
                    MOVE "role I is inquiry only - action refused"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM work-the-case.
                EXIT.

            guard-then-resolve.
                IF NOT role-can-maintain THEN
                    MOVE "role I is inquiry only - action refused"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM resolve-the-case.
                EXIT.

            *> everything keyed is judged before the case number is
            *> drawn, so a refused case never burns a number.
            open-a-case.
                MOVE 0 TO entry-user.
                MOVE 0 TO entry-loan.
                MOVE SPACES TO entry-category.
                MOVE SPACES TO entry-received.
                MOVE operator-id TO entry-assigned.
                MOVE SPACES TO entry-text.
                ACCEPT open-panel.
                MOVE SPACES TO panel-message.
                MOVE entry-user TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "user_id not on the customer master"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                IF entry-loan NOT = 0 THEN
                    MOVE entry-loan TO loan-number
                    READ loan-master
                        INVALID KEY
                            MOVE "loan not on the master"
                                    TO panel-message
                            EXIT PARAGRAPH
                    END-READ
                END-IF.
                MOVE FUNCTION UPPER-CASE(entry-category)
                        TO entry-category.
                MOVE 0 TO category-slot.
                PERFORM VARYING category-idx FROM 1 BY 1
                        UNTIL category-idx > 7
                    IF category-code(category-idx) = entry-category
                        MOVE category-idx TO category-slot
                    END-IF
                END-PERFORM.
                IF category-slot = 0 THEN
                    MOVE "category must be BL, CR, FE, CO, SV, PR or OT"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-received = SPACES THEN
                    MOVE cycle-date-stamp TO entry-received
                END-IF.
                IF entry-received NOT NUMERIC THEN
                    MOVE "received date must be YYYYMMDD"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(entry-received)) NOT = 0
                        OR entry-received > cycle-date-stamp THEN
                    MOVE "received date must be a real day, not later"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-text = SPACES THEN
                    MOVE "a case needs a summary - nothing written"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                CALL "refnum" USING case-series, case-number,
                        case-reference.
                IF case-number = 0 THEN
                    MOVE "no case number could be issued - try again"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO complaint-record.
                MOVE case-number TO cp-case-number.
                MOVE case-reference TO cp-reference.
                MOVE entry-user TO cp-user-id.
                MOVE entry-loan TO cp-loan-number.
                MOVE entry-category TO cp-category.
                MOVE entry-received TO cp-received-date.
                PERFORM work-out-the-due-date.
                MOVE FUNCTION UPPER-CASE(entry-assigned)
                        TO cp-assigned-to.
                SET cp-is-received TO TRUE.
                MOVE operator-id TO cp-opened-by.
                MOVE entry-text TO cp-summary.
                WRITE complaint-record
                    INVALID KEY
                        MOVE "write failed - case not recorded"
                                TO panel-message
                        EXIT PARAGRAPH
                END-WRITE.
                ADD 1 TO cases-written.
                MOVE SPACES TO prior-status.
                MOVE SPACES TO prior-assigned.
                MOVE SPACES TO entry-resolution.
                MOVE "CASE OPENED" TO entry-text.
                PERFORM write-the-history.
                MOVE SPACES TO panel-message.
                STRING "case " cp-case-number " opened, response due "
                        cp-due-date
                    DELIMITED BY SIZE INTO panel-message
                END-STRING.
                EXIT.

            *> the category's business days counted forward from the
            *> received date.
            work-out-the-due-date.
                MOVE cp-received-date TO date-num.
                COMPUTE roll-integer =
                        FUNCTION INTEGER-OF-DATE(date-num).
                MOVE 0 TO days-counted.
                PERFORM UNTIL days-counted >=
                        category-days(category-slot)
                    ADD 1 TO roll-integer
                    PERFORM roll-to-business-day
                    ADD 1 TO days-counted
                END-PERFORM.
                MOVE FUNCTION DATE-OF-INTEGER(roll-integer)
                        TO date-num.
                MOVE date-num TO cp-due-date.
                EXIT.

            roll-to-business-day.
                MOVE 0 TO rolling-done.
                PERFORM UNTIL rolling-done = 1
                    COMPUTE weekday-remainder =
                            FUNCTION MOD(roll-integer, 7)
                    IF weekday-remainder = 0
                            OR weekday-remainder = 6 THEN
                        ADD 1 TO roll-integer
                    ELSE
                        PERFORM check-holiday-calendar
                        IF candidate-is-holiday = 1 THEN
                            ADD 1 TO roll-integer
                        ELSE
                            MOVE 1 TO rolling-done
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            check-holiday-calendar.
                MOVE 0 TO candidate-is-holiday.
                IF NOT holiday-calendar-open THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION DATE-OF-INTEGER(roll-integer)
                        TO holiday-date.
                READ holiday-file
                    INVALID KEY MOVE 0 TO candidate-is-holiday
                    NOT INVALID KEY MOVE 1 TO candidate-is-holiday
                END-READ.
                EXIT.

            work-the-case.
                PERFORM read-keyed-case.
                IF NOT case-was-on-file THEN
                    EXIT PARAGRAPH
                END-IF.
                IF NOT cp-is-open THEN
                    MOVE "case is resolved - nothing to work"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE cp-status TO entry-status.
                MOVE cp-assigned-to TO entry-assigned.
                MOVE SPACES TO entry-text.
                ACCEPT work-panel.
                MOVE SPACES TO panel-message.
                MOVE FUNCTION UPPER-CASE(entry-status) TO entry-status.
                IF entry-status NOT = "O" AND entry-status NOT = "I"
                        THEN
                    MOVE "status must be O or I - resolve with R"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(entry-assigned)
                        TO entry-assigned.
                IF entry-status = cp-status
                        AND entry-assigned = cp-assigned-to
                        AND entry-text = SPACES THEN
                    MOVE "nothing changed - nothing written"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE cp-status TO prior-status.
                MOVE cp-assigned-to TO prior-assigned.
                MOVE entry-status TO cp-status.
                MOVE entry-assigned TO cp-assigned-to.
                REWRITE complaint-record.
                MOVE SPACES TO entry-resolution.
                PERFORM write-the-history.
                ADD 1 TO cases-written.
                MOVE "case updated" TO panel-message.
                EXIT.

            resolve-the-case.
                PERFORM read-keyed-case.
                IF NOT case-was-on-file THEN
                    EXIT PARAGRAPH
                END-IF.
                IF NOT cp-is-open THEN
                    MOVE "case is already resolved" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO entry-resolution.
                MOVE SPACES TO entry-text.
                ACCEPT resolve-panel.
                MOVE SPACES TO panel-message.
                MOVE FUNCTION UPPER-CASE(entry-resolution)
                        TO entry-resolution.
                MOVE 0 TO resolution-slot.
                PERFORM VARYING resolution-idx FROM 1 BY 1
                        UNTIL resolution-idx > 5
                    IF resolution-code(resolution-idx) =
                            entry-resolution THEN
                        MOVE resolution-idx TO resolution-slot
                    END-IF
                END-PERFORM.
                IF resolution-slot = 0 THEN
                    MOVE "resolution must be UF, PF, NF, WD or RF"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-text = SPACES THEN
                    MOVE "say how it was resolved - nothing written"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE cp-status TO prior-status.
                MOVE cp-assigned-to TO prior-assigned.
                SET cp-is-resolved TO TRUE.
                MOVE entry-resolution TO cp-resolution.
                MOVE cycle-date-stamp TO cp-resolved-date.
                MOVE operator-id TO cp-resolved-by.
                REWRITE complaint-record.
                PERFORM write-the-history.
                ADD 1 TO cases-written.
                MOVE SPACES TO panel-message.
                STRING "case " cp-case-number " resolved "
                        resolution-name(resolution-slot)
                    DELIMITED BY SIZE INTO panel-message
                END-STRING.
                EXIT.

            *> the history row for the change just made; the case
            *> record holds the after side.
            write-the-history.
                PERFORM find-next-sequence.
                MOVE SPACES TO complaint-history-record.
                MOVE cp-case-number TO ch-case-number.
                MOVE next-sequence TO ch-seq.
                MOVE FUNCTION CURRENT-DATE(1:14) TO ch-stamp.
                MOVE operator-id TO ch-operator.
                MOVE prior-status TO ch-from-status.
                MOVE cp-status TO ch-to-status.
                MOVE prior-assigned TO ch-from-assigned.
                MOVE cp-assigned-to TO ch-to-assigned.
                MOVE entry-resolution TO ch-resolution.
                MOVE entry-text TO ch-text.
                WRITE complaint-history-record
                    INVALID KEY
                        MOVE "history write failed" TO panel-message
                END-WRITE.
                EXIT.

            find-next-sequence.
                MOVE 1 TO next-sequence.
                MOVE cp-case-number TO ch-case-number.
                MOVE 0 TO ch-seq.
                START history-file KEY >= ch-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ history-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ch-case-number NOT = cp-case-number
                            THEN
                        MOVE 1 TO end_of_file
                    END-IF
                    IF end_of_file = 0 THEN
                        COMPUTE next-sequence = ch-seq + 1
                    END-IF
                END-PERFORM.
                EXIT.

            *> the case must exist; the customer's name rides onto
            *> the panels so the operator knows whose it is.
            read-keyed-case.
                MOVE 0 TO case-on-file.
                MOVE SPACES TO customer-name.
                MOVE entry-case TO cp-case-number.
                READ complaint-file
                    INVALID KEY
                        MOVE "case not on file" TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                MOVE 1 TO case-on-file.
                IF customers-open = 1 THEN
                    MOVE cp-user-id TO user_id
                    READ customer-master
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE username TO customer-name
                    END-READ
                END-IF.
                EXIT.

            view-the-case.
                PERFORM read-keyed-case.
                IF NOT case-was-on-file THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO category-slot.
                PERFORM VARYING category-idx FROM 1 BY 1
                        UNTIL category-idx > 7
                    IF category-code(category-idx) = cp-category
                        MOVE category-idx TO category-slot
                    END-IF
                END-PERFORM.
                DISPLAY " ".
                DISPLAY "COMPLAINT CASE " cp-case-number " REF "
                        cp-reference " - USER " cp-user-id " ("
                        FUNCTION TRIM(customer-name) ")".
                DISPLAY "  loan " cp-loan-number "  category "
                        cp-category " "
                        FUNCTION TRIM(category-name(category-slot)).
                DISPLAY "  received " cp-received-date "  due "
                        cp-due-date "  status " cp-status
                        "  assigned " cp-assigned-to.
                IF cp-is-resolved THEN
                    DISPLAY "  resolved " cp-resolved-date " "
                            cp-resolution " by " cp-resolved-by
                END-IF.
                DISPLAY "  " FUNCTION TRIM(cp-summary).
                MOVE 0 TO entries-listed.
                MOVE cp-case-number TO ch-case-number.
                MOVE 0 TO ch-seq.
                START history-file KEY >= ch-key
                    INVALID KEY CONTINUE
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ history-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND ch-case-number NOT = cp-case-number
                            THEN
                        MOVE 1 TO end_of_file
                    END-IF
                    IF end_of_file = 0 THEN
                        ADD 1 TO entries-listed
                        DISPLAY "  " ch-stamp(1:8) " " ch-operator " "
                                ch-from-status ">" ch-to-status " "
                                ch-from-assigned ">" ch-to-assigned
                                " " ch-resolution " "
                                FUNCTION TRIM(ch-text)
                    END-IF
                END-PERFORM.
                IF entries-listed = 0 THEN
                    DISPLAY "  no history on file"
                END-IF.
                MOVE "case listed above" TO panel-message.
                EXIT.

        END PROGRAM cmplmnt.
