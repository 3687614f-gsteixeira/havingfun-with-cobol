        *> **********************************************************************
        *> actrvw - the supervisor's daily review of what the staff did
        *> on the system. The evidence was all on file but spread over
        *> six places; this pulls the day together by branch and
        *> operator - the operator's branch off operators.dat (see
        *> opersec.cob), blank meaning head office, shown as HO - with
        *> counts and a line for every action, and marks the sensitive
        *> ones for the branch supervisor's sign-off.
        *>
        *>    actrvw report [<date>]           the day's review (the
        *>                                     business date when none
        *>                                     is given)
        *>    actrvw signoff <branch> [<date>] the signed-on supervisor
        *>                                     signs the branch's day
        *>                                     off - HO for head office
        *>
        *>    sources, each optional, each for the one date:
        *>      corrections.jnl  every maintenance change jrnwrite
        *>                       journaled (CHANGE)
        *>      tellcap.dat      payments captured at the counter
        *>                       through payentry.cob (PAYMENT)
        *>      collect.dat      collectors' contact notes and
        *>                       promises to pay (NOTE)
        *>      custnote.dat     customer notes (NOTE)
        *>      woff.dat         write-offs, under the approver who
        *>                       authorized them (APPROVAL)
        *>
        *>    sensitive, marked ** and counted for the sign-off:
        *>      STATUS CHANGE     a customer STAT row (CUSTMNT,
        *>                        CUSTBAT), or a loan written off
        *>                        (LOANWOFF)
        *>      ADDRESS CHANGE    a customer ADDR row (CUSTMNT,
        *>                        CUSTBAT, RETMAIL)
        *>      PAYMENT REVERSAL  a payment loanpost backed out
        *>      GEN RESTORE       a genmaint.cob generation restore
        *>      LOCK BREAK        a lockcmd.cob lock break
        *>
        *>    a sign-off goes on actsign.dat, one row per branch per
        *>    date: the supervisor (opersec role S, of that branch or
        *>    of head office), when, and the actions and sensitive
        *>    actions it covered. A supervisor may not sign off a day
        *>    holding sensitive actions of their own - another
        *>    supervisor signs those - and a day is signed off once.
        *>
        *>    the report goes to actrvw.rpt and the report repository
        *>    (rptstore.cob); every branch whose day still holds
        *>    sensitive actions nobody has signed off is worded onto
        *>    actexcp.rpt for the morning summary (mornrpt.cob) and
        *>    sets RC 4. signoff answers RC 4 when there was nothing
        *>    to sign or it was signed already, 8 when refused, and a
        *>    bad verb is RC 16. The night's schedule runs the report
        *>    for the business date.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. actrvw.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT journal-file ASSIGN TO "corrections.jnl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS journal-file-status.
                    SELECT capture-file ASSIGN TO "tellcap.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS capture-file-status.
                    SELECT collections-file ASSIGN TO "collect.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collections-status.
                    SELECT notes-file ASSIGN TO "custnote.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS notes-file-status.
                    SELECT writeoff-file ASSIGN TO "woff.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS writeoff-file-status.
                    SELECT operator-file ASSIGN TO "operators.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS operator-file-status.
                    SELECT signoff-file ASSIGN TO "actsign.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS signoff-file-status.
                    SELECT activity-sorted ASSIGN TO "actrvw.st1"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT activity-sort-work ASSIGN TO "actrvw.sw1".
                    SELECT report-file ASSIGN TO "actrvw.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT exception-file ASSIGN TO "actexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  journal-file.
                    01 journal-record.
                        02 jrn-timestamp PIC X(14).
                        02 jrn-operator  PIC X(10).
                        02 jrn-program   PIC X(10).
                        02 jrn-key       PIC X(10).
                        02 jrn-before    PIC X(60).
                        02 jrn-after     PIC X(60).
                        02 jrn-reference PIC X(12).
                FD  capture-file.
                    COPY TELLCAP.
                FD  collections-file.
                    COPY COLLREC.
                FD  notes-file.
                    COPY NOTEREC.
                FD  writeoff-file.
                    01 writeoff-record.
                        02 wo-loan-number PIC 9(6).
                        02 wo-borrower-id PIC 9(4).
                        02 wo-principal   PIC 9(9)V99.
                        02 wo-fees        PIC 9(9)V99.
                        02 wo-approver    PIC X(10).
                        02 wo-cycle-date  PIC X(8).
                FD  operator-file.
                    01 operator-record.
                        02 oper-id       PIC X(10).
                        02 oper-password PIC X(10).
                        02 oper-role     PIC X(1).
                        02 oper-branch   PIC X(3).
                FD  signoff-file.
                    01 signoff-record.
                        02 so-review-date PIC X(8).
                        02 so-branch      PIC X(3).
                        02 so-supervisor  PIC X(10).
                        02 so-signed-at   PIC X(14).
                        02 so-actions     PIC 9(6).
                        02 so-sensitive   PIC 9(5).
                FD  activity-sorted.
                    01 activity-sorted-record.
                        02 as-branch     PIC X(3).
                        02 as-operator   PIC X(10).
                        02 as-stamp      PIC X(14).
                        02 as-seq        PIC 9(6).
                        02 as-kind       PIC X(1).
                        02 as-sensitive  PIC X(1).
                        02 as-what       PIC X(16).
                        02 as-source     PIC X(10).
                        02 as-key        PIC X(10).
                        02 as-amount     PIC 9(9)V99.
                        02 as-detail     PIC X(60).
                SD  activity-sort-work.
                    01 activity-work-record.
                        02 aw-branch     PIC X(3).
                        02 aw-operator   PIC X(10).
                        02 aw-stamp      PIC X(14).
                        02 aw-seq        PIC 9(6).
                        02 aw-kind       PIC X(1).
                        02 aw-sensitive  PIC X(1).
                        02 aw-what       PIC X(16).
                        02 aw-source     PIC X(10).
                        02 aw-key        PIC X(10).
                        02 aw-amount     PIC 9(9)V99.
                        02 aw-detail     PIC X(60).
                FD  report-file.
                    01 report-line PIC X(120).
                FD  exception-file.
                    01 exception-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 journal-file-status  PIC X(02) VALUE "00".
                01 capture-file-status  PIC X(02) VALUE "00".
                01 collections-status   PIC X(02) VALUE "00".
                01 notes-file-status    PIC X(02) VALUE "00".
                01 writeoff-file-status PIC X(02) VALUE "00".
                01 operator-file-status PIC X(02) VALUE "00".
                01 signoff-file-status  PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 sorted-at-end    PIC 9 VALUE ZERO.
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-one          PIC X(10) VALUE SPACES.
                01 arg-two          PIC X(10) VALUE SPACES.
                *> under the driver the command line is empty, so the
                *> verb comes from the actrvw.parm file the driver
                *> writes - see stepparm.cob.
                01 step-parm-name   PIC X(20) VALUE "actrvw".
                01 step-params      PIC X(40) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 wanted-date      PIC X(08) VALUE SPACES.
                01 wanted-branch    PIC X(03) VALUE SPACES.
                *> the supervisor signing a day off - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 supervisor-branch PIC X(03) VALUE SPACES.
                *> the operators and their branches, off operators.dat.
                01 operator-table.
                    02 operator-entry OCCURS 500 TIMES.
                        03 ot-id     PIC X(10).
                        03 ot-branch PIC X(3).
                01 operator-count   PIC 9(4) VALUE ZEROS.
                01 operator-idx     PIC 9(4) VALUE ZEROS.
                *> the date's sign-offs already on actsign.dat.
                01 signoff-table.
                    02 signoff-entry OCCURS 100 TIMES.
                        03 st-branch     PIC X(3).
                        03 st-supervisor PIC X(10).
                        03 st-signed-at  PIC X(14).
                01 signoff-count    PIC 9(3) VALUE ZEROS.
                01 signoff-idx      PIC 9(3) VALUE ZEROS.
                01 signoff-slot     PIC 9(3) VALUE ZEROS.
                *> one action on its way to the sort.
                01 release-seq      PIC 9(6) VALUE ZEROS.
                01 actor-id         PIC X(10) VALUE SPACES.
                01 actor-branch     PIC X(3) VALUE SPACES.
                01 field-tag        PIC X(4) VALUE SPACES.
                *> the control breaks and their tallies.
                01 current-branch   PIC X(3) VALUE SPACES.
                01 current-operator PIC X(10) VALUE SPACES.
                01 branch-open      PIC 9 VALUE ZERO.
                01 operator-open    PIC 9 VALUE ZERO.
                01 operator-tallies.
                    02 op-changes     PIC 9(5).
                    02 op-payments    PIC 9(5).
                    02 op-paid        PIC 9(11)V99.
                    02 op-notes       PIC 9(5).
                    02 op-approvals   PIC 9(5).
                    02 op-sensitive   PIC 9(5).
                01 branch-actions   PIC 9(6) VALUE ZEROS.
                01 branch-sensitive PIC 9(5) VALUE ZEROS.
                01 branch-operators PIC 9(4) VALUE ZEROS.
                01 own-sensitive    PIC 9(5) VALUE ZEROS.
                01 total-actions    PIC 9(6) VALUE ZEROS.
                01 total-sensitive  PIC 9(5) VALUE ZEROS.
                01 branches-waiting PIC 9(3) VALUE ZEROS.
                01 branch-text      PIC X(3) VALUE SPACES.
                01 when-text        PIC X(8) VALUE SPACES.
                01 mark-text        PIC X(2) VALUE SPACES.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "actrvw.rpt".
                01 banner-job-name  PIC X(20) VALUE "ACTRVW".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            IF cmd-full-line = SPACES THEN
                CALL "stepparm" USING step-parm-name, step-params
                MOVE step-params TO cmd-full-line
            END-IF.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-one arg-two
            END-UNSTRING.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "report"  PERFORM review-the-day
                WHEN "signoff" PERFORM sign-off-the-branch
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: actrvw report [<date>]".
                DISPLAY "       actrvw signoff <branch> [<date>]".
                EXIT.

            *> the day by branch and operator, every action listed
            *> and each operator and branch totalled under its list.
            review-the-day.
                MOVE arg-one(1:8) TO wanted-date.
                IF wanted-date = SPACES THEN
                    MOVE cycle-date-stamp TO wanted-date
                END-IF.
                PERFORM gather-the-day.
                OPEN OUTPUT report-file.
                OPEN OUTPUT exception-file.
                MOVE SPACES TO print-text.
                STRING "OPERATOR ACTIVITY REVIEW - " wanted-date
                        " - ** marks an action for sign-off"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE 0 TO branch-open.
                MOVE 0 TO operator-open.
                OPEN INPUT activity-sorted.
                MOVE 0 TO sorted-at-end.
                PERFORM UNTIL sorted-at-end = 1
                    READ activity-sorted
                        AT END MOVE 1 TO sorted-at-end
                    END-READ
                    IF sorted-at-end = 0 THEN
                        PERFORM report-one-action
                    END-IF
                END-PERFORM.
                CLOSE activity-sorted.
                IF operator-open = 1 THEN
                    PERFORM close-the-operator
                END-IF.
                IF branch-open = 1 THEN
                    PERFORM close-the-branch
                END-IF.
                IF total-actions = 0 THEN
                    MOVE SPACES TO print-text
                    PERFORM print-one-line
                    MOVE "  no activity on file for the day"
                        TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " total-actions " action(s), "
                        total-sensitive " for sign-off, "
                        branches-waiting " branch(es) awaiting "
                        "supervisor sign-off"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE exception-file.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                MOVE total-actions TO banner-rec-count.
                IF branches-waiting > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            report-one-action.
                IF branch-open = 1 AND as-branch NOT = current-branch
                        THEN
                    PERFORM close-the-operator
                    PERFORM close-the-branch
                END-IF.
                IF branch-open = 0 THEN
                    PERFORM open-the-branch
                END-IF.
                IF operator-open = 1
                        AND as-operator NOT = current-operator THEN
                    PERFORM close-the-operator
                END-IF.
                IF operator-open = 0 THEN
                    PERFORM open-the-operator
                END-IF.
                PERFORM tally-the-action.
                PERFORM format-the-time.
                MOVE SPACES TO mark-text.
                IF as-sensitive = "Y" THEN
                    MOVE "**" TO mark-text
                END-IF.
                MOVE SPACES TO print-text.
                STRING "    " mark-text " " when-text " " as-what " "
                        as-source " " as-key " "
                        FUNCTION TRIM(as-detail)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            open-the-branch.
                MOVE as-branch TO current-branch.
                MOVE 1 TO branch-open.
                MOVE 0 TO branch-actions.
                MOVE 0 TO branch-sensitive.
                MOVE 0 TO branch-operators.
                PERFORM name-the-branch.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "BRANCH " branch-text
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            open-the-operator.
                MOVE as-operator TO current-operator.
                MOVE 1 TO operator-open.
                INITIALIZE operator-tallies.
                ADD 1 TO branch-operators.
                MOVE SPACES TO print-text.
                STRING "  OPERATOR " current-operator
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            tally-the-action.
                ADD 1 TO branch-actions.
                ADD 1 TO total-actions.
                EVALUATE as-kind
                    WHEN "C" ADD 1 TO op-changes
                    WHEN "P"
                        ADD 1 TO op-payments
                        ADD as-amount TO op-paid
                    WHEN "N" ADD 1 TO op-notes
                    WHEN "A" ADD 1 TO op-approvals
                END-EVALUATE.
                IF as-sensitive = "Y" THEN
                    ADD 1 TO op-sensitive
                    ADD 1 TO branch-sensitive
                    ADD 1 TO total-sensitive
                END-IF.
                EXIT.

            close-the-operator.
                MOVE op-paid TO display-total.
                MOVE SPACES TO print-text.
                STRING "    " FUNCTION TRIM(current-operator) ": "
                        op-changes " change(s), " op-payments
                        " payment(s) of "
                        FUNCTION TRIM(display-total) ", "
                        op-notes " note(s), " op-approvals
                        " approval(s), " op-sensitive
                        " for sign-off"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE 0 TO operator-open.
                EXIT.

            *> the branch's verdict: signed off, nothing needing it,
            *> or still waiting - the last also worded for the
            *> morning summary.
            close-the-branch.
                MOVE current-branch TO wanted-branch.
                PERFORM find-the-signoff.
                MOVE SPACES TO print-text.
                EVALUATE TRUE
                    WHEN signoff-slot > 0
                        STRING "  branch " branch-text ": "
                                branch-actions " action(s) by "
                                branch-operators " operator(s), "
                                branch-sensitive " for sign-off - "
                                "SIGNED OFF by "
                                st-supervisor(signoff-slot) " at "
                                st-signed-at(signoff-slot)
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN branch-sensitive = 0
                        STRING "  branch " branch-text ": "
                                branch-actions " action(s) by "
                                branch-operators " operator(s), "
                                "nothing for sign-off"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    WHEN OTHER
                        ADD 1 TO branches-waiting
                        STRING "  branch " branch-text ": "
                                branch-actions " action(s) by "
                                branch-operators " operator(s), "
                                branch-sensitive " for sign-off - "
                                "AWAITING SUPERVISOR SIGN-OFF"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        MOVE SPACES TO exception-line
                        STRING "branch " branch-text " activity on "
                                wanted-date " - " branch-sensitive
                                " sensitive action(s) awaiting "
                                "supervisor sign-off (actrvw)"
                            DELIMITED BY SIZE INTO exception-line
                        END-STRING
                        WRITE exception-line
                END-EVALUATE.
                PERFORM print-one-line.
                MOVE 0 TO branch-open.
                EXIT.

            *> the signed-on supervisor signs one branch's day off,
            *> after the checks the header describes.
            sign-off-the-branch.
                IF arg-one = SPACES THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(arg-one(1:3))
                    TO wanted-branch.
                IF wanted-branch = "HO" THEN
                    MOVE SPACES TO wanted-branch
                END-IF.
                MOVE arg-two(1:8) TO wanted-date.
                IF wanted-date = SPACES THEN
                    MOVE cycle-date-stamp TO wanted-date
                END-IF.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-is-supervisor THEN
                    DISPLAY "actrvw: supervisor role required - "
                            "sign-off refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load-the-operators.
                MOVE signed-operator TO actor-id.
                PERFORM find-the-branch.
                MOVE actor-branch TO supervisor-branch.
                MOVE wanted-branch TO current-branch.
                PERFORM name-the-branch.
                IF supervisor-branch NOT = SPACES
                        AND supervisor-branch NOT = wanted-branch THEN
                    DISPLAY "actrvw: " FUNCTION TRIM(signed-operator)
                            " supervises branch " supervisor-branch
                            ", not " branch-text
                            " - sign-off refused"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM gather-the-day.
                PERFORM find-the-signoff.
                IF signoff-slot > 0 THEN
                    DISPLAY "actrvw: branch " branch-text " "
                            wanted-date " already signed off by "
                            st-supervisor(signoff-slot)
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO branch-actions.
                MOVE 0 TO branch-sensitive.
                MOVE 0 TO own-sensitive.
                OPEN INPUT activity-sorted.
                MOVE 0 TO sorted-at-end.
                PERFORM UNTIL sorted-at-end = 1
                    READ activity-sorted
                        AT END MOVE 1 TO sorted-at-end
                    END-READ
                    IF sorted-at-end = 0
                            AND as-branch = wanted-branch THEN
                        PERFORM weigh-one-action
                    END-IF
                END-PERFORM.
                CLOSE activity-sorted.
                IF branch-actions = 0 THEN
                    DISPLAY "actrvw: no activity for branch "
                            branch-text " on " wanted-date
                            " - nothing to sign off"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF own-sensitive > 0 THEN
                    DISPLAY "actrvw: " own-sensitive
                            " sensitive action(s) are "
                            FUNCTION TRIM(signed-operator)
                            "'s own - another supervisor must sign "
                            "this day off"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND signoff-file.
                IF signoff-file-status = "35" THEN
                    OPEN OUTPUT signoff-file
                END-IF.
                MOVE SPACES TO signoff-record.
                MOVE wanted-date TO so-review-date.
                MOVE wanted-branch TO so-branch.
                MOVE signed-operator TO so-supervisor.
                MOVE FUNCTION CURRENT-DATE(1:14) TO so-signed-at.
                MOVE branch-actions TO so-actions.
                MOVE branch-sensitive TO so-sensitive.
                WRITE signoff-record.
                CLOSE signoff-file.
                MOVE branch-actions TO banner-rec-count.
                DISPLAY "actrvw: branch " branch-text " "
                        wanted-date " signed off by "
                        FUNCTION TRIM(signed-operator) " - "
                        branch-actions " action(s), "
                        branch-sensitive " sensitive".
                EXIT.

            *> each sensitive action is put on the console as it is
            *> counted, so the sign-off's own record says what was
            *> signed.
            weigh-one-action.
                ADD 1 TO branch-actions.
                IF as-sensitive NOT = "Y" THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO branch-sensitive.
                IF as-operator = signed-operator THEN
                    ADD 1 TO own-sensitive
                END-IF.
                PERFORM format-the-time.
                DISPLAY "actrvw: ** " when-text " " as-operator " "
                        as-what " " as-source " " as-key " "
                        FUNCTION TRIM(as-detail).
                EXIT.

            *> every source's rows for the date, through the sort
            *> into branch, operator and time order.
            gather-the-day.
                PERFORM load-the-operators.
                PERFORM load-the-signoffs.
                MOVE 0 TO release-seq.
                SORT activity-sort-work
                        ON ASCENDING KEY aw-branch aw-operator
                            aw-stamp aw-seq
                    INPUT PROCEDURE IS release-the-activity
                    GIVING activity-sorted.
                EXIT.

            release-the-activity.
                PERFORM release-journal-rows.
                PERFORM release-capture-rows.
                PERFORM release-collection-rows.
                PERFORM release-note-rows.
                PERFORM release-approval-rows.
                EXIT.

            *> the journal's rows, the sensitive ones told apart by
            *> the writer and its field tag.
            release-journal-rows.
                OPEN INPUT journal-file.
                IF journal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ journal-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND jrn-timestamp(1:8) = wanted-date THEN
                        PERFORM release-one-journal-row
                    END-IF
                END-PERFORM.
                CLOSE journal-file.
                EXIT.

            release-one-journal-row.
                MOVE SPACES TO activity-work-record.
                MOVE jrn-operator TO actor-id.
                MOVE jrn-timestamp TO aw-stamp.
                MOVE "C" TO aw-kind.
                MOVE "CHANGE" TO aw-what.
                MOVE jrn-program TO aw-source.
                MOVE jrn-key TO aw-key.
                MOVE jrn-key(6:4) TO field-tag.
                EVALUATE TRUE
                    WHEN (jrn-program = "CUSTMNT"
                            OR jrn-program = "CUSTBAT")
                            AND field-tag = "STAT"
                        MOVE "STATUS CHANGE" TO aw-what
                    WHEN jrn-program = "LOANWOFF"
                        MOVE "STATUS CHANGE" TO aw-what
                    WHEN (jrn-program = "CUSTMNT"
                            OR jrn-program = "CUSTBAT"
                            OR jrn-program = "RETMAIL")
                            AND field-tag = "ADDR"
                        MOVE "ADDRESS CHANGE" TO aw-what
                    WHEN jrn-program = "LOANPOST"
                            AND jrn-after(1:4) = "PMT "
                        MOVE "PAYMENT REVERSAL" TO aw-what
                    WHEN jrn-program = "GENMAINT"
                        MOVE "GEN RESTORE" TO aw-what
                    WHEN jrn-program = "LOCKCMD"
                        MOVE "LOCK BREAK" TO aw-what
                END-EVALUATE.
                IF aw-what NOT = "CHANGE" THEN
                    MOVE "Y" TO aw-sensitive
                END-IF.
                IF jrn-before = SPACES THEN
                    STRING "set " FUNCTION TRIM(jrn-after)
                        DELIMITED BY SIZE INTO aw-detail
                    END-STRING
                ELSE
                    STRING FUNCTION TRIM(jrn-before) " -> "
                            FUNCTION TRIM(jrn-after)
                        DELIMITED BY SIZE INTO aw-detail
                    END-STRING
                END-IF.
                PERFORM release-one-row.
                EXIT.

            *> the counter's captures, under the teller who took the
            *> money.
            release-capture-rows.
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
                            AND tl-captured-at(1:8) = wanted-date THEN
                        MOVE SPACES TO activity-work-record
                        MOVE tl-teller TO actor-id
                        MOVE tl-captured-at TO aw-stamp
                        MOVE "P" TO aw-kind
                        MOVE "PAYMENT" TO aw-what
                        MOVE "PAYENTRY" TO aw-source
                        MOVE tl-loan-number TO aw-key
                        MOVE tl-amount TO aw-amount
                        MOVE tl-amount TO display-amount
                        STRING FUNCTION TRIM(display-amount)
                                " tender " tl-tender " type "
                                tl-pay-type " receipt " tl-receipt
                            DELIMITED BY SIZE INTO aw-detail
                        END-STRING
                        PERFORM release-one-row
                    END-IF
                END-PERFORM.
                CLOSE capture-file.
                EXIT.

            release-collection-rows.
                OPEN INPUT collections-file.
                IF collections-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ collections-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND coll-stamp(1:8) = wanted-date THEN
                        MOVE SPACES TO activity-work-record
                        MOVE coll-operator TO actor-id
                        MOVE coll-stamp TO aw-stamp
                        MOVE "N" TO aw-kind
                        IF coll-is-promise THEN
                            MOVE "PROMISE TO PAY" TO aw-what
                        ELSE
                            MOVE "CONTACT NOTE" TO aw-what
                        END-IF
                        MOVE "COLLMNT" TO aw-source
                        MOVE coll-loan-number TO aw-key
                        MOVE coll-text TO aw-detail
                        PERFORM release-one-row
                    END-IF
                END-PERFORM.
                CLOSE collections-file.
                EXIT.

            release-note-rows.
                OPEN INPUT notes-file.
                IF notes-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ notes-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND note-stamp(1:8) = wanted-date THEN
                        MOVE SPACES TO activity-work-record
                        MOVE note-operator TO actor-id
                        MOVE note-stamp TO aw-stamp
                        MOVE "N" TO aw-kind
                        IF note-is-hold THEN
                            MOVE "HOLD NOTE" TO aw-what
                        ELSE
                            MOVE "CUSTOMER NOTE" TO aw-what
                        END-IF
                        MOVE "CUSTMNT" TO aw-source
                        MOVE note-user-id TO aw-key
                        MOVE note-text TO aw-detail
                        PERFORM release-one-row
                    END-IF
                END-PERFORM.
                CLOSE notes-file.
                EXIT.

            *> woff.dat carries the business date and no time, so a
            *> write-off approval sorts ahead of the approver's day.
            release-approval-rows.
                OPEN INPUT writeoff-file.
                IF writeoff-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ writeoff-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND wo-cycle-date = wanted-date THEN
                        MOVE SPACES TO activity-work-record
                        MOVE wo-approver TO actor-id
                        MOVE wo-cycle-date TO aw-stamp
                        MOVE "A" TO aw-kind
                        MOVE "WRITE-OFF APPRVD" TO aw-what
                        MOVE "LOANWOFF" TO aw-source
                        MOVE wo-loan-number TO aw-key
                        COMPUTE aw-amount = wo-principal + wo-fees
                        MOVE aw-amount TO display-amount
                        STRING FUNCTION TRIM(display-amount)
                                " charged off, borrower "
                                wo-borrower-id
                            DELIMITED BY SIZE INTO aw-detail
                        END-STRING
                        PERFORM release-one-row
                    END-IF
                END-PERFORM.
                CLOSE writeoff-file.
                EXIT.

            *> the actor's branch and a sequence to keep same-second
            *> rows in the order they were read.
            release-one-row.
                PERFORM find-the-branch.
                MOVE actor-branch TO aw-branch.
                MOVE actor-id TO aw-operator.
                ADD 1 TO release-seq.
                MOVE release-seq TO aw-seq.
                RELEASE activity-work-record.
                EXIT.

            find-the-branch.
                MOVE SPACES TO actor-branch.
                PERFORM VARYING operator-idx FROM 1 BY 1
                        UNTIL operator-idx > operator-count
                    IF ot-id(operator-idx) = actor-id THEN
                        MOVE ot-branch(operator-idx) TO actor-branch
                    END-IF
                END-PERFORM.
                EXIT.

            load-the-operators.
                MOVE 0 TO operator-count.
                OPEN INPUT operator-file.
                IF operator-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ operator-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND operator-count < 500 THEN
                        ADD 1 TO operator-count
                        MOVE oper-id TO ot-id(operator-count)
                        MOVE oper-branch TO ot-branch(operator-count)
                    END-IF
                END-PERFORM.
                CLOSE operator-file.
                EXIT.

            load-the-signoffs.
                MOVE 0 TO signoff-count.
                OPEN INPUT signoff-file.
                IF signoff-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ signoff-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND so-review-date = wanted-date
                            AND signoff-count < 100 THEN
                        ADD 1 TO signoff-count
                        MOVE so-branch TO st-branch(signoff-count)
                        MOVE so-supervisor
                            TO st-supervisor(signoff-count)
                        MOVE so-signed-at
                            TO st-signed-at(signoff-count)
                    END-IF
                END-PERFORM.
                CLOSE signoff-file.
                EXIT.

            find-the-signoff.
                MOVE 0 TO signoff-slot.
                PERFORM VARYING signoff-idx FROM 1 BY 1
                        UNTIL signoff-idx > signoff-count
                            OR signoff-slot > 0
                    IF st-branch(signoff-idx) = wanted-branch THEN
                        MOVE signoff-idx TO signoff-slot
                    END-IF
                END-PERFORM.
                EXIT.

            name-the-branch.
                MOVE current-branch TO branch-text.
                IF current-branch = SPACES THEN
                    MOVE "HO" TO branch-text
                END-IF.
                EXIT.

            format-the-time.
                MOVE "--:--:--" TO when-text.
                IF as-stamp(9:6) NOT = SPACES THEN
                    STRING as-stamp(9:2) ":" as-stamp(11:2) ":"
                            as-stamp(13:2)
                        DELIMITED BY SIZE INTO when-text
                    END-STRING
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "actrvw: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM actrvw.
