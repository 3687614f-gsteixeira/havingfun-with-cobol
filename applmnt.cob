        *> **********************************************************************
        *> applmnt - loan application maintenance, the screen ahead of
        *> loanadd. loanadd books a loan the moment it is run, so the
        *> only record an application ever left was the loanrej.dat row
        *> of a refusal - approvals were made on paper, and nobody could
        *> say how many applications turned into loans or how long a
        *> decision took. This screen keeps loanappl.dat (LOANAPPL): one
        *> record per application, numbered from the LOANAPPL series of
        *> refnum.cob, carried from intake to a decision; loanadd books
        *> only an application that is approved, and applrpt.cob reports
        *> the pipeline.
        *>
        *>    actions on the panel, for the keyed application:
        *>      N  new application - the applicant's user_id and the
        *>         requested amount, rate and term (the number keyed
        *>         is ignored; the new one is shown)
        *>      P  pending documents - a received application is
        *>         waiting on the applicant
        *>      A  approve - supervisor role only
        *>      D  decline - supervisor role only; the note is the
        *>         reason
        *>      W  withdrawn - the applicant walked away; the note is
        *>         the reason
        *>      V  view the application
        *>      X  leave the program
        *>
        *>    the applicant must be an active customer. At intake the
        *>    request is held against limits.ctl - the same limits and
        *>    house defaults loanadd enforces: principal, rate floor
        *>    and ceiling, term, open loans per borrower - and the
        *>    verdict is kept on the application. One outside the
        *>    limits is declined there and then, approver LIMITS, so
        *>    the approval rate counts it; loanadd checks the limits
        *>    again when it books, in case they changed.
        *>
        *>    the clerk signs on through opersec; intake, pending and
        *>    withdrawal need the maintenance or supervisor role, the
        *>    decisions the supervisor role. Every change stamps the
        *>    operator and business date on the record and is
        *>    journaled through jrnwrite; viewing is open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. applmnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT application-file ASSIGN TO "loanappl.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS la-app-number
                        ALTERNATE RECORD KEY IS la-user-id
                            WITH DUPLICATES
                        FILE STATUS IS application-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT limits-control ASSIGN TO "limits.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS limits-control-status.
        DATA DIVISION.
            FILE SECTION.
                FD  application-file.
                    COPY LOANAPPL.
                FD  loan-master.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  limits-control.
                    01 limits-control-record.
                        02 lim-max-principal PIC 9(9)V99.
                        02 lim-rate-floor    PIC 9(3)V9999.
                        02 lim-rate-ceiling  PIC 9(3)V9999.
                        02 lim-term-min      PIC 9(3).
                        02 lim-term-max      PIC 9(3).
                        02 lim-max-open      PIC 9(2).
            WORKING-STORAGE SECTION.
                01 application-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 master-file-status PIC X(02) VALUE "00".
                01 limits-control-status PIC X(02) VALUE "00".
                01 clerk-done       PIC 9 VALUE ZERO.
                    88 clerk-is-done VALUE 1.
                01 entry-action     PIC X(1) VALUE SPACES.
                01 entry-app        PIC 9(6) VALUE ZEROS.
                01 entry-note       PIC X(40) VALUE SPACES.
                01 entry-user-id    PIC 9(4) VALUE ZEROS.
                01 entry-principal  PIC 9(9)V99 VALUE ZEROS.
                01 entry-rate       PIC 9(3)V9999 VALUE ZEROS.
                01 entry-term       PIC 9(3) VALUE ZEROS.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 changes-applied  PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-rate     PIC ZZ9.9999.
                01 status-text      PIC X(20) VALUE SPACES.
                *> the branch table - see brnchtab.cob. An applicant
                *> with no branch on record is taken in under the
                *> first (default) branch.
                01 branch-count     PIC 9(2) VALUE ZEROS.
                01 branch-table.
                    02 branch-entry OCCURS 20 TIMES.
                        03 branch-code PIC X(3).
                        03 branch-name PIC X(30).
                *> the application number - see refnum.cob.
                01 reference-series PIC X(10) VALUE "LOANAPPL".
                01 reference-number PIC 9(6) VALUE ZEROS.
                01 reference-value  PIC X(12) VALUE SPACES.
                *> the house defaults, standing until limits.ctl says
                *> otherwise - the same ones loanadd holds.
                01 max-principal   PIC 9(9)V99 VALUE 500000.00.
                01 rate-floor      PIC 9(3)V9999 VALUE 0.5000.
                01 rate-ceiling    PIC 9(3)V9999 VALUE 30.0000.
                01 term-minimum    PIC 9(3) VALUE 6.
                01 term-maximum    PIC 9(3) VALUE 360.
                01 max-open-loans  PIC 9(2) VALUE 5.
                01 open-loan-count PIC 9(3) VALUE ZEROS.
                01 limits-scan-done PIC 9 VALUE ZERO.
                01 refusal-reason  PIC X(60) VALUE SPACES.
                    88 application-passes VALUE SPACES.
                *> the signed-on operator - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "APPLMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "APPLMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 key-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "LOAN APPLICATION MAINTENANCE".
                    02 LINE 4 COLUMN 5  VALUE "APPLICATION NUMBER:".
                    02 LINE 4 COLUMN 25 PIC 9(6) USING entry-app.
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (N=NEW P=PENDING DOCS A=APPROVE".
                    02 LINE 7 COLUMN 5
                        VALUE "        D=DECLINE W=WITHDRAWN V=VIEW".
                    02 LINE 8 COLUMN 5
                        VALUE "        X=EXIT) ....................:".
                    02 LINE 8 COLUMN 42 PIC X(1) USING entry-action.
                    02 LINE 9 COLUMN 5  VALUE "NOTE:".
                    02 LINE 9 COLUMN 11 PIC X(40) USING entry-note.
                    02 LINE 11 COLUMN 5 PIC X(60) FROM panel-message.
                01 intake-panel.
                    02 LINE 13 COLUMN 5
                        VALUE "APPLICANT USER ID .................:".
                    02 LINE 13 COLUMN 42
                        PIC 9(4) USING entry-user-id.
                    02 LINE 14 COLUMN 5
                        VALUE "REQUESTED AMOUNT ..................:".
                    02 LINE 14 COLUMN 42
                        PIC 9(9).99 USING entry-principal.
                    02 LINE 15 COLUMN 5
                        VALUE "ANNUAL RATE PCT ...................:".
                    02 LINE 15 COLUMN 42
                        PIC 9(3).9999 USING entry-rate.
                    02 LINE 16 COLUMN 5
                        VALUE "TERM MONTHS .......................:".
                    02 LINE 16 COLUMN 42
                        PIC 9(3) USING entry-term.
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
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O application-file.
            IF application-file-status = "35" THEN
                OPEN OUTPUT application-file
                CLOSE application-file
                OPEN I-O application-file
            END-IF.
            OPEN INPUT customer-master.
            IF application-file-status NOT = "00"
                    OR master-file-status NOT = "00" THEN
                DISPLAY "applmnt: loanappl.dat/custmast.dat not "
                        "available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            *> a book with no loans yet has no loan master; the open
            *> loan count is simply zero then.
            OPEN INPUT loan-master.
            CALL "brnchtab" USING branch-count, branch-table.
            PERFORM load-underwriting-limits.
            MOVE 0 TO clerk-done.
            PERFORM process-one-action UNTIL clerk-is-done.
            IF loan-master-status = "00" THEN
                CLOSE loan-master
            END-IF.
            CLOSE customer-master.
            CLOSE application-file.
            MOVE changes-applied TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            process-one-action.
                MOVE SPACES TO entry-action.
                MOVE SPACES TO entry-note.
                ACCEPT key-panel.
                MOVE SPACES TO panel-message.
                MOVE FUNCTION UPPER-CASE(entry-action) TO entry-action.
                IF entry-action = "X" THEN
                    MOVE 1 TO clerk-done
                    EXIT PARAGRAPH
                END-IF.
                IF entry-action = "N" THEN
                    PERFORM take-the-application
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-app TO la-app-number.
                READ application-file
                    INVALID KEY
                        MOVE "application not on file" TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE entry-action
                    WHEN "P" PERFORM mark-pending-documents
                    WHEN "A" PERFORM approve-the-application
                    WHEN "D" PERFORM decline-the-application
                    WHEN "W" PERFORM withdraw-the-application
                    WHEN "V" PERFORM view-the-application
                    WHEN OTHER
                        MOVE "unrecognized action - use N P A D W V X"
                                TO panel-message
                END-EVALUATE.
                EXIT.

            *> intake: the applicant, the request, the limits verdict
            *> - and a number for it all.
            take-the-application.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required for intake"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entry-user-id.
                MOVE 0 TO entry-principal.
                MOVE 0 TO entry-rate.
                MOVE 0 TO entry-term.
                ACCEPT intake-panel.
                IF entry-principal = 0 OR entry-rate = 0
                        OR entry-term = 0 THEN
                    MOVE "amount, rate and term are all required"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-user-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "applicant is not on the customer master"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                IF NOT cust-status-active THEN
                    MOVE "applicant is not an active customer"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM enforce-underwriting-limits.
                CALL "refnum" USING reference-series,
                        reference-number, reference-value.
                MOVE SPACES TO loan-application-record.
                MOVE reference-number TO la-app-number.
                MOVE entry-user-id TO la-user-id.
                MOVE branch-code(1) TO la-branch.
                IF cust-branch NOT = SPACES THEN
                    MOVE cust-branch TO la-branch
                END-IF.
                MOVE entry-principal TO la-principal.
                MOVE entry-rate TO la-rate.
                MOVE entry-term TO la-term.
                MOVE 0 TO la-loan-number.
                MOVE cycle-date-stamp TO la-received-date.
                MOVE signed-operator TO la-received-by.
                MOVE cycle-date-stamp TO la-changed-date.
                MOVE signed-operator TO la-changed-by.
                IF application-passes THEN
                    MOVE "Y" TO la-limit-result
                    SET la-is-received TO TRUE
                ELSE
                    MOVE "N" TO la-limit-result
                    MOVE refusal-reason TO la-limit-reason
                    SET la-is-declined TO TRUE
                    MOVE cycle-date-stamp TO la-decision-date
                    MOVE "LIMITS" TO la-approver
                    MOVE "OUTSIDE LIMITS AT INTAKE" TO la-note
                END-IF.
                WRITE loan-application-record
                    INVALID KEY
                        MOVE "application number already on file"
                                TO panel-message
                        EXIT PARAGRAPH
                END-WRITE.
                MOVE "NEW APPLICATION" TO journal-before.
                PERFORM describe-into-after.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE la-app-number TO entry-app.
                MOVE SPACES TO panel-message.
                IF la-is-declined THEN
                    STRING "declined at intake - "
                            refusal-reason
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                ELSE
                    STRING "application " la-app-number " received"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                END-IF.
                EXIT.

            mark-pending-documents.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT la-is-received THEN
                    MOVE "only a received application can be pended"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-into-before.
                SET la-is-pending-docs TO TRUE.
                IF entry-note NOT = SPACES THEN
                    MOVE entry-note TO la-note
                END-IF.
                PERFORM save-the-application.
                MOVE "application pending documents" TO panel-message.
                EXIT.

            *> the decision only a supervisor makes; the intake
            *> limits must have passed.
            approve-the-application.
                IF NOT role-is-supervisor THEN
                    MOVE "supervisor role required to approve"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT la-is-undecided THEN
                    MOVE "application is not awaiting a decision"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT la-limits-passed THEN
                    MOVE "application failed the limits at intake"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-into-before.
                SET la-is-approved TO TRUE.
                MOVE cycle-date-stamp TO la-decision-date.
                MOVE signed-operator TO la-approver.
                IF entry-note NOT = SPACES THEN
                    MOVE entry-note TO la-note
                END-IF.
                PERFORM save-the-application.
                MOVE "application approved - bookable through loanadd"
                        TO panel-message.
                EXIT.

            *> an approval not yet booked can still be declined.
            decline-the-application.
                IF NOT role-is-supervisor THEN
                    MOVE "supervisor role required to decline"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT la-is-open THEN
                    MOVE "application is already closed"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-note = SPACES THEN
                    MOVE "a decline needs the reason in the note"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-into-before.
                SET la-is-declined TO TRUE.
                MOVE cycle-date-stamp TO la-decision-date.
                MOVE signed-operator TO la-approver.
                MOVE entry-note TO la-note.
                PERFORM save-the-application.
                MOVE "application declined" TO panel-message.
                EXIT.

            withdraw-the-application.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF NOT la-is-open THEN
                    MOVE "application is already closed"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-into-before.
                SET la-is-withdrawn TO TRUE.
                IF entry-note NOT = SPACES THEN
                    MOVE entry-note TO la-note
                END-IF.
                PERFORM save-the-application.
                MOVE "application withdrawn" TO panel-message.
                EXIT.

            view-the-application.
                PERFORM describe-the-status.
                MOVE la-principal TO display-amount.
                MOVE la-rate TO display-rate.
                DISPLAY " ".
                DISPLAY "APPLICATION " la-app-number " - "
                        FUNCTION TRIM(status-text).
                DISPLAY "  APPLICANT  " la-user-id " BRANCH "
                        la-branch.
                DISPLAY "  REQUESTED  " display-amount " AT "
                        display-rate "% FOR " la-term " MONTHS".
                IF la-limits-passed THEN
                    DISPLAY "  LIMITS     passed at intake"
                ELSE
                    DISPLAY "  LIMITS     failed at intake - "
                            FUNCTION TRIM(la-limit-reason)
                END-IF.
                DISPLAY "  RECEIVED   " la-received-date " BY "
                        FUNCTION TRIM(la-received-by).
                IF la-decision-date NOT = SPACES THEN
                    DISPLAY "  DECIDED    " la-decision-date " BY "
                            FUNCTION TRIM(la-approver)
                END-IF.
                IF la-is-booked THEN
                    DISPLAY "  BOOKED     " la-booked-date " AS LOAN "
                            la-loan-number
                END-IF.
                IF la-note NOT = SPACES THEN
                    DISPLAY "  NOTE       " FUNCTION TRIM(la-note)
                END-IF.
                DISPLAY "  CHANGED    " la-changed-date " BY "
                        FUNCTION TRIM(la-changed-by).
                MOVE "application shown" TO panel-message.
                EXIT.

            save-the-application.
                MOVE cycle-date-stamp TO la-changed-date.
                MOVE signed-operator TO la-changed-by.
                REWRITE loan-application-record.
                PERFORM describe-into-after.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                EXIT.

            describe-into-before.
                MOVE SPACES TO journal-before.
                STRING "ST " la-status " USER " la-user-id " AMT "
                        la-principal " BY " la-approver
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                EXIT.

            describe-into-after.
                MOVE SPACES TO journal-after.
                STRING "ST " la-status " USER " la-user-id " AMT "
                        la-principal " BY " la-approver
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                EXIT.

            journal-the-change.
                MOVE SPACES TO journal-key.
                MOVE la-app-number TO journal-key(1:6).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

            describe-the-status.
                EVALUATE TRUE
                    WHEN la-is-received
                        MOVE "R - RECEIVED" TO status-text
                    WHEN la-is-pending-docs
                        MOVE "P - PENDING DOCUMENTS" TO status-text
                    WHEN la-is-approved
                        MOVE "A - APPROVED" TO status-text
                    WHEN la-is-declined
                        MOVE "D - DECLINED" TO status-text
                    WHEN la-is-withdrawn
                        MOVE "W - WITHDRAWN" TO status-text
                    WHEN la-is-booked
                        MOVE "B - BOOKED" TO status-text
                    WHEN OTHER
                        MOVE "UNKNOWN STATUS" TO status-text
                END-EVALUATE.
                EXIT.

            *> the limits the business published, in the one-record
            *> shape loanadd reads them in.
            load-underwriting-limits.
                OPEN INPUT limits-control.
                IF limits-control-status = "00" THEN
                    READ limits-control
                        AT END CONTINUE
                        NOT AT END
                            IF lim-max-principal > 0 THEN
                                MOVE lim-max-principal
                                        TO max-principal
                            END-IF
                            MOVE lim-rate-floor TO rate-floor
                            IF lim-rate-ceiling > 0 THEN
                                MOVE lim-rate-ceiling TO rate-ceiling
                            END-IF
                            IF lim-term-min > 0 THEN
                                MOVE lim-term-min TO term-minimum
                            END-IF
                            IF lim-term-max > 0 THEN
                                MOVE lim-term-max TO term-maximum
                            END-IF
                            IF lim-max-open > 0 THEN
                                MOVE lim-max-open TO max-open-loans
                            END-IF
                    END-READ
                    CLOSE limits-control
                END-IF.
                EXIT.

            *> the first breached limit names the verdict; a blank
            *> reason means the application stands.
            enforce-underwriting-limits.
                MOVE SPACES TO refusal-reason.
                EVALUATE TRUE
                    WHEN entry-principal > max-principal
                        STRING "principal above limit "
                                max-principal INTO refusal-reason
                        END-STRING
                    WHEN entry-rate < rate-floor
                        STRING "rate below floor " rate-floor
                            INTO refusal-reason
                        END-STRING
                    WHEN entry-rate > rate-ceiling
                        STRING "rate above ceiling " rate-ceiling
                            INTO refusal-reason
                        END-STRING
                    WHEN entry-term < term-minimum
                        STRING "term below minimum " term-minimum
                            INTO refusal-reason
                        END-STRING
                    WHEN entry-term > term-maximum
                        STRING "term above maximum " term-maximum
                            INTO refusal-reason
                        END-STRING
                    WHEN OTHER
                        PERFORM count-borrower-open-loans
                        IF open-loan-count >= max-open-loans THEN
                            STRING "borrower already has "
                                    open-loan-count " open loan(s)"
                                INTO refusal-reason
                            END-STRING
                        END-IF
                END-EVALUATE.
                EXIT.

            count-borrower-open-loans.
                MOVE 0 TO open-loan-count.
                IF loan-master-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-user-id TO loan-borrower-id.
                START loan-master KEY >= loan-borrower-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO limits-scan-done.
                PERFORM UNTIL limits-scan-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO limits-scan-done
                    END-READ
                    IF limits-scan-done = 0
                            AND loan-borrower-id
                                    NOT = entry-user-id THEN
                        MOVE 1 TO limits-scan-done
                    END-IF
                    IF limits-scan-done = 0
                            AND loan-is-active THEN
                        ADD 1 TO open-loan-count
                    END-IF
                END-PERFORM.
                EXIT.

        END PROGRAM applmnt.
