        *> **********************************************************************
        *> campaign - marketing campaign selection and response. A
        *> campaign is a line on campaign.def (CAMPDEF) - criteria over
        *> the customer master, the customer's loans and their
        *> schedules - instead of a one-off query to IT.
        *>
        *>    campaign select <id>     build the campaign's list
        *>    campaign respond [id]    attribute new loans back to the
        *>                             members and report take-up -
        *>                             every campaign on campaign.def
        *>                             when no id is given
        *>
        *>    select walks custmast.dat and keeps each customer who
        *>    meets the definition, then leaves out - counted on the
        *>    report - the ones letters.cob would not mail anyway: an
        *>    address held for correction (cust-mail-hold), an
        *>    all-mail or marketing opt-out in force on mailsupp.dat
        *>    (suppmnt.cob), a hold note on custnote.dat. The rest are
        *>    drawn through randomgen.cob's seeded generator, seed
        *>    off the definition: cd-control-pct percent are held
        *>    back as the control group. Every member - mailed or
        *>    control - goes on campmem.dat (CAMPMEM); the mailed
        *>    ones go on campaign.lst, the "%file" list letters.cob
        *>    reads, and the campaign letter is run as a marketing
        *>    (M) merge off it. A campaign already on campmem.dat is
        *>    not selected twice (RC 4).
        *>
        *>    respond takes each member without a response yet and
        *>    looks for a loan on their borrower linkage opened after
        *>    the selection date and inside cd-response-days of it;
        *>    the first one found is stamped on the member row. The
        *>    report sets the mailed group's take-up beside the
        *>    control group's - the difference is what the campaign
        *>    bought.
        *>
        *>    campaign.rpt / campresp.rpt go to the report repository
        *>    (rptstore.cob). RC 8 for a campaign not on the
        *>    definition file, 16 for a usage error.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. campaign.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT definition-file ASSIGN TO "campaign.def"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS definition-file-status.
                    SELECT member-file ASSIGN TO "campmem.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cm-key
                        FILE STATUS IS member-file-status.
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
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    *> the customer notes file - a hold-type note
                    *> keeps the customer out. See NOTEREC.CPY.
                    SELECT notes-file ASSIGN TO "custnote.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS notes-file-status.
                    *> the opt-out list suppmnt.cob maintains.
                    SELECT suppression-file ASSIGN TO "mailsupp.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS supp-key
                        FILE STATUS IS suppression-file-status.
                    *> the mailed members, one customer a line - the
                    *> "%file" list letters.cob reads.
                    SELECT letter-list ASSIGN TO "campaign.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file
                        ASSIGN TO DYNAMIC repo-report-name
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  definition-file.
                    COPY CAMPDEF.
                FD  member-file.
                    COPY CAMPMEM.
                FD  customer-master.
                    COPY CUSTREC.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  notes-file.
                    COPY NOTEREC.
                FD  suppression-file.
                    01 suppression-record.
                        02 supp-key.
                            03 supp-user-id PIC 9(4).
                            03 supp-scope   PIC X(1).
                        02 supp-reason      PIC X(4).
                        02 supp-effective   PIC X(8).
                        02 supp-added-by    PIC X(10).
                FD  letter-list.
                    01 letter-list-record.
                        02 list-user-id     PIC 9(4).
                        02 FILLER           PIC X(76).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 definition-file-status  PIC X(02) VALUE "00".
                01 member-file-status      PIC X(02) VALUE "00".
                01 master-file-status      PIC X(02) VALUE "00".
                01 loan-master-status      PIC X(02) VALUE "00".
                01 loan-schedule-status    PIC X(02) VALUE "00".
                01 notes-file-status       PIC X(02) VALUE "00".
                01 suppression-file-status PIC X(02) VALUE "00".
                01 notes-are-open    PIC 9 VALUE ZERO.
                01 suppressions-open PIC 9 VALUE ZERO.
                01 schedules-open    PIC 9 VALUE ZERO.
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-campaign     PIC X(10) VALUE SPACES.
                *> driver-run steps have no command line; the
                *> scheduled parameters come from the file the driver
                *> writes - see stepparm.cob.
                01 step-parm-name   PIC X(20) VALUE "campaign".
                01 step-params      PIC X(40) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 definitions-done PIC 9 VALUE ZERO.
                01 walk-done        PIC 9 VALUE ZERO.
                01 loans-done       PIC 9 VALUE ZERO.
                01 schedule-done    PIC 9 VALUE ZERO.
                01 definition-found PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 business-day     PIC 9(7) VALUE ZEROS.
                01 selected-day     PIC 9(7) VALUE ZEROS.
                01 event-day        PIC 9(7) VALUE ZEROS.
                *> the definition in hand, numeric columns made safe.
                01 campaign-template PIC X(20) VALUE SPACES.
                01 paid-days        PIC 9(3) VALUE ZEROS.
                01 balance-min      PIC 9(9)V99 VALUE ZEROS.
                01 balance-max      PIC 9(9)V99 VALUE ZEROS.
                01 control-pct      PIC 9(2) VALUE ZEROS.
                01 response-days    PIC 9(3) VALUE 90.
                01 needs-a-loan     PIC 9 VALUE ZERO.
                01 qualifying-loan  PIC 9(6) VALUE ZEROS.
                01 last-paid-date   PIC X(8) VALUE SPACES.
                01 loan-passes      PIC 9 VALUE ZERO.
                01 customer-out     PIC 9 VALUE ZERO.
                *> the seeded draw - see randomgen.cob. Its answer
                *> runs 1 to 9, so two draws make one of 81 equal
                *> buckets, and the control share is cut from those.
                01 rg-seed          PIC 9(18) VALUE ZEROS.
                01 rg-sequence      PIC 9(9) VALUE ZEROS.
                01 rg-result        PIC 9(9) VALUE ZEROS.
                01 draw-bucket      PIC 9(3) VALUE ZEROS.
                *> the selection's counts.
                01 customers-read   PIC 9(6) VALUE ZEROS.
                01 customers-chosen PIC 9(6) VALUE ZEROS.
                01 out-mail-hold    PIC 9(6) VALUE ZEROS.
                01 out-opt-out      PIC 9(6) VALUE ZEROS.
                01 out-hold-note    PIC 9(6) VALUE ZEROS.
                01 members-mailed   PIC 9(6) VALUE ZEROS.
                01 members-control  PIC 9(6) VALUE ZEROS.
                *> the response counts, per campaign.
                01 responded-mailed  PIC 9(6) VALUE ZEROS.
                01 responded-control PIC 9(6) VALUE ZEROS.
                01 newly-attributed  PIC 9(6) VALUE ZEROS.
                01 campaigns-reported PIC 9(4) VALUE ZEROS.
                01 take-up-mailed   PIC S9(3)V9 VALUE ZEROS.
                01 take-up-control  PIC S9(3)V9 VALUE ZEROS.
                01 take-up-lift     PIC S9(3)V9 VALUE ZEROS.
                01 display-pct      PIC ZZ9.9.
                01 display-lift     PIC -ZZ9.9.
                01 display-amount   PIC Z(8)9.99.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the campaign letter - a marketing merge off the
                *> mailed members' list.
                01 letters-command  PIC X(80) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "CAMPAIGN".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            IF cmd-full-line = SPACES THEN
                CALL "stepparm" USING step-parm-name, step-params
                MOVE step-params TO cmd-full-line
            END-IF.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-campaign
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE cycle-date-stamp TO date-num.
            COMPUTE business-day = FUNCTION INTEGER-OF-DATE(date-num).
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "select"
                    IF arg-campaign = SPACES THEN
                        PERFORM show-usage
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM select-the-campaign
                    END-IF
                WHEN "respond"
                    PERFORM report-the-responses
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: campaign select <id>".
                DISPLAY "       campaign respond [id]".
                EXIT.

            *> ------------------------------------------------------------
            *> select - the campaign's members, mailed and control.
            *> ------------------------------------------------------------
            select-the-campaign.
                PERFORM find-the-definition.
                IF definition-found = 0 THEN
                    DISPLAY "campaign: " FUNCTION TRIM(arg-campaign)
                            " is not on campaign.def"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O member-file.
                IF member-file-status = "35" THEN
                    OPEN OUTPUT member-file
                    CLOSE member-file
                    OPEN I-O member-file
                END-IF.
                MOVE cd-campaign-id TO cm-campaign-id.
                MOVE 0 TO cm-user-id.
                START member-file KEY >= cm-key
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ member-file NEXT RECORD
                            AT END CONTINUE
                        END-READ
                END-START.
                IF member-file-status = "00"
                        AND cm-campaign-id = cd-campaign-id THEN
                    DISPLAY "campaign: " FUNCTION TRIM(cd-campaign-id)
                            " already selected on " cm-selected-date
                            " - not selected again"
                    CLOSE member-file
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT customer-master.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "campaign: custmast.dat not available "
                            "(status " master-file-status ")"
                    CLOSE member-file
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-master.
                OPEN INPUT loan-schedule.
                IF loan-schedule-status = "00" THEN
                    MOVE 1 TO schedules-open
                END-IF.
                OPEN INPUT notes-file.
                IF notes-file-status = "00" THEN
                    MOVE 1 TO notes-are-open
                END-IF.
                OPEN INPUT suppression-file.
                IF suppression-file-status = "00" THEN
                    MOVE 1 TO suppressions-open
                END-IF.
                OPEN OUTPUT letter-list.
                MOVE "campaign.rpt" TO repo-report-name.
                OPEN OUTPUT report-file.
                PERFORM print-the-definition.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ customer-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO customers-read
                        PERFORM judge-one-customer
                    END-IF
                END-PERFORM.
                CLOSE letter-list.
                IF suppressions-open = 1 THEN
                    CLOSE suppression-file
                END-IF.
                IF notes-are-open = 1 THEN
                    CLOSE notes-file
                END-IF.
                IF schedules-open = 1 THEN
                    CLOSE loan-schedule
                END-IF.
                IF loan-master-status = "00" THEN
                    CLOSE loan-master
                END-IF.
                CLOSE customer-master.
                CLOSE member-file.
                PERFORM print-the-selection-totals.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                COMPUTE banner-rec-count =
                        members-mailed + members-control.
                IF members-mailed > 0 THEN
                    MOVE SPACES TO letters-command
                    STRING "letters " FUNCTION TRIM(campaign-template)
                            " 0 M %campaign.lst"
                        DELIMITED BY SIZE INTO letters-command
                    END-STRING
                    CALL "SYSTEM" USING letters-command
                END-IF.
                EXIT.

            *> the campaign's line off campaign.def, its numeric
            *> columns taken only when they are numbers.
            find-the-definition.
                MOVE 0 TO definition-found.
                OPEN INPUT definition-file.
                IF definition-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO definitions-done.
                PERFORM UNTIL definitions-done = 1
                    READ definition-file
                        AT END MOVE 1 TO definitions-done
                    END-READ
                    IF definitions-done = 0
                            AND FUNCTION UPPER-CASE(cd-campaign-id) =
                                FUNCTION UPPER-CASE(arg-campaign) THEN
                        MOVE 1 TO definition-found
                        MOVE 1 TO definitions-done
                    END-IF
                END-PERFORM.
                CLOSE definition-file.
                IF definition-found = 1 THEN
                    PERFORM take-the-definition
                END-IF.
                EXIT.

            take-the-definition.
                MOVE cd-template TO campaign-template.
                IF campaign-template = SPACES THEN
                    MOVE "letter.tpl" TO campaign-template
                END-IF.
                MOVE 0 TO paid-days.
                IF cd-paid-days NUMERIC THEN
                    MOVE cd-paid-days TO paid-days
                END-IF.
                MOVE 0 TO balance-min.
                IF cd-balance-min NUMERIC THEN
                    MOVE cd-balance-min TO balance-min
                END-IF.
                MOVE 0 TO balance-max.
                IF cd-balance-max NUMERIC THEN
                    MOVE cd-balance-max TO balance-max
                END-IF.
                MOVE 0 TO control-pct.
                IF cd-control-pct NUMERIC THEN
                    MOVE cd-control-pct TO control-pct
                END-IF.
                MOVE 0 TO rg-seed.
                IF cd-seed NUMERIC THEN
                    MOVE cd-seed TO rg-seed
                END-IF.
                MOVE 90 TO response-days.
                IF cd-response-days NUMERIC
                        AND cd-response-days > 0 THEN
                    MOVE cd-response-days TO response-days
                END-IF.
                MOVE 0 TO needs-a-loan.
                IF cd-loan-status NOT = SPACE OR paid-days > 0
                        OR balance-min > 0 OR balance-max > 0 THEN
                    MOVE 1 TO needs-a-loan
                END-IF.
                EXIT.

            *> the criteria first, then the reasons the letter would
            *> not go, then the draw.
            judge-one-customer.
                IF cd-branch NOT = SPACES
                        AND cust-branch NOT = cd-branch THEN
                    EXIT PARAGRAPH
                END-IF.
                IF cd-cust-status NOT = SPACE
                        AND cust-status NOT = cd-cust-status THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO qualifying-loan.
                IF needs-a-loan = 1 THEN
                    PERFORM find-a-qualifying-loan
                    IF qualifying-loan = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                ADD 1 TO customers-chosen.
                IF cust-mail-held THEN
                    ADD 1 TO out-mail-hold
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-opt-outs.
                IF customer-out = 1 THEN
                    ADD 1 TO out-opt-out
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-for-hold-note.
                IF customer-out = 1 THEN
                    ADD 1 TO out-hold-note
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO campaign-member-record.
                MOVE cd-campaign-id TO cm-campaign-id.
                MOVE user_id TO cm-user-id.
                MOVE cycle-date-stamp TO cm-selected-date.
                MOVE qualifying-loan TO cm-qualifying-loan.
                MOVE 0 TO cm-response-loan.
                PERFORM draw-the-group.
                WRITE campaign-member-record
                    INVALID KEY EXIT PARAGRAPH
                END-WRITE.
                MOVE SPACES TO print-text.
                IF cm-is-control THEN
                    ADD 1 TO members-control
                    STRING "  " user_id "  CONTROL  " username
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    ADD 1 TO members-mailed
                    MOVE SPACES TO letter-list-record
                    MOVE user_id TO list-user-id
                    WRITE letter-list-record
                    STRING "  " user_id "  MAILED   " username
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            *> two seeded draws on the user_id make the bucket; the
            *> same seed puts the same customers in control on every
            *> rerun of the campaign.
            draw-the-group.
                SET cm-is-mailed TO TRUE.
                IF control-pct = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE user_id TO rg-sequence.
                CALL "randomgen" USING rg-seed, rg-sequence,
                        rg-result.
                COMPUTE draw-bucket = (rg-result - 1) * 9.
                ADD 10000 TO rg-sequence.
                CALL "randomgen" USING rg-seed, rg-sequence,
                        rg-result.
                COMPUTE draw-bucket = draw-bucket + rg-result - 1.
                IF draw-bucket * 100 < control-pct * 81 THEN
                    SET cm-is-control TO TRUE
                END-IF.
                EXIT.

            find-a-qualifying-loan.
                IF loan-master-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE user_id TO loan-borrower-id.
                MOVE 0 TO walk-done.
                START loan-master KEY = loan-borrower-id
                    INVALID KEY MOVE 1 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND loan-borrower-id NOT = user_id THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        PERFORM judge-one-loan
                        IF loan-passes = 1 THEN
                            MOVE loan-number TO qualifying-loan
                            MOVE 1 TO walk-done
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            judge-one-loan.
                MOVE 0 TO loan-passes.
                IF cd-loan-status NOT = SPACE
                        AND loan-status NOT = cd-loan-status THEN
                    EXIT PARAGRAPH
                END-IF.
                IF loan-balance < balance-min THEN
                    EXIT PARAGRAPH
                END-IF.
                IF balance-max > 0 AND loan-balance > balance-max THEN
                    EXIT PARAGRAPH
                END-IF.
                IF paid-days > 0 THEN
                    IF NOT loan-is-paid-off THEN
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM find-the-last-payment
                    IF last-paid-date NOT NUMERIC THEN
                        EXIT PARAGRAPH
                    END-IF
                    MOVE last-paid-date TO date-num
                    COMPUTE event-day =
                            FUNCTION INTEGER-OF-DATE(date-num)
                    IF event-day + paid-days < business-day THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE 1 TO loan-passes.
                EXIT.

            *> the payoff date is the latest paid date on the loan's
            *> schedule.
            find-the-last-payment.
                MOVE SPACES TO last-paid-date.
                IF schedules-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO schedule-done.
                PERFORM UNTIL schedule-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO schedule-done
                    END-READ
                    IF schedule-done = 0
                            AND sched-loan-number NOT = loan-number THEN
                        MOVE 1 TO schedule-done
                    END-IF
                    IF schedule-done = 0 AND sched-row-is-paid
                            AND sched-paid-date NUMERIC
                            AND (last-paid-date = SPACES
                                OR sched-paid-date > last-paid-date)
                            THEN
                        MOVE sched-paid-date TO last-paid-date
                    END-IF
                END-PERFORM.
                EXIT.

            *> an all-mail or marketing suppression in force - the
            *> letters.cob rule for a marketing run.
            check-the-opt-outs.
                MOVE 0 TO customer-out.
                IF suppressions-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE user_id TO supp-user-id.
                MOVE LOW-VALUES TO supp-scope.
                START suppression-file KEY >= supp-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ suppression-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND supp-user-id NOT = user_id THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0
                            AND (supp-scope = "A" OR supp-scope = "M")
                            AND supp-effective <= cycle-date-stamp
                            THEN
                        MOVE 1 TO customer-out
                        MOVE 1 TO walk-done
                    END-IF
                END-PERFORM.
                EXIT.

            check-for-hold-note.
                MOVE 0 TO customer-out.
                IF notes-are-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE user_id TO note-user-id.
                MOVE LOW-VALUES TO note-stamp.
                START notes-file KEY >= note-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ notes-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND note-user-id NOT = user_id THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 AND note-is-hold THEN
                        MOVE 1 TO customer-out
                        MOVE 1 TO walk-done
                    END-IF
                END-PERFORM.
                EXIT.

            print-the-definition.
                MOVE SPACES TO print-text.
                STRING "CAMPAIGN SELECTION - "
                        FUNCTION TRIM(cd-campaign-id) " "
                        FUNCTION TRIM(cd-name) " - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  branch [" cd-branch "]  customer status ["
                        cd-cust-status "]  loan status ["
                        cd-loan-status "]  paid off within "
                        paid-days " day(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                MOVE balance-min TO display-amount.
                STRING "  balance from " FUNCTION TRIM(display-amount)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                MOVE balance-max TO display-amount.
                STRING FUNCTION TRIM(print-text) " to "
                        FUNCTION TRIM(display-amount) "  control "
                        control-pct "%  template "
                        FUNCTION TRIM(campaign-template)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                EXIT.

            print-the-selection-totals.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " customers-read " customer(s) read, "
                        customers-chosen " met the criteria"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "        left out: " out-mail-hold
                        " mail hold, " out-opt-out " opt-out, "
                        out-hold-note " hold note"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "        " members-mailed " mailed, "
                        members-control " held back as control"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> ------------------------------------------------------------
            *> respond - new loans attributed, take-up reported.
            *> ------------------------------------------------------------
            report-the-responses.
                OPEN I-O member-file.
                IF member-file-status NOT = "00" THEN
                    DISPLAY "campaign: no campaign members on file"
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT loan-master.
                MOVE "campresp.rpt" TO repo-report-name.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "CAMPAIGN RESPONSE - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF arg-campaign NOT = SPACES THEN
                    PERFORM find-the-definition
                    IF definition-found = 0 THEN
                        DISPLAY "campaign: "
                                FUNCTION TRIM(arg-campaign)
                                " is not on campaign.def"
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM respond-one-campaign
                    END-IF
                ELSE
                    PERFORM respond-every-campaign
                END-IF.
                IF campaigns-reported = 0 THEN
                    MOVE SPACES TO print-text
                    PERFORM print-one-line
                    MOVE "  no campaigns selected" TO print-text
                    PERFORM print-one-line
                END-IF.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                IF loan-master-status = "00" THEN
                    CLOSE loan-master
                END-IF.
                CLOSE member-file.
                MOVE newly-attributed TO banner-rec-count.
                EXIT.

            respond-every-campaign.
                OPEN INPUT definition-file.
                IF definition-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ definition-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND cd-campaign-id NOT = SPACES THEN
                        PERFORM take-the-definition
                        PERFORM respond-one-campaign
                    END-IF
                END-PERFORM.
                CLOSE definition-file.
                EXIT.

            *> one campaign's members, mailed and control alike.
            respond-one-campaign.
                MOVE 0 TO members-mailed.
                MOVE 0 TO members-control.
                MOVE 0 TO responded-mailed.
                MOVE 0 TO responded-control.
                MOVE cd-campaign-id TO cm-campaign-id.
                MOVE 0 TO cm-user-id.
                MOVE 0 TO walk-done.
                START member-file KEY >= cm-key
                    INVALID KEY MOVE 1 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ member-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND cm-campaign-id NOT = cd-campaign-id THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        PERFORM respond-one-member
                    END-IF
                END-PERFORM.
                IF members-mailed + members-control = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO campaigns-reported.
                PERFORM print-the-take-up.
                EXIT.

            respond-one-member.
                IF cm-response-loan = 0 THEN
                    PERFORM find-the-response
                END-IF.
                IF cm-is-control THEN
                    ADD 1 TO members-control
                    IF cm-response-loan NOT = 0 THEN
                        ADD 1 TO responded-control
                    END-IF
                ELSE
                    ADD 1 TO members-mailed
                    IF cm-response-loan NOT = 0 THEN
                        ADD 1 TO responded-mailed
                    END-IF
                END-IF.
                EXIT.

            *> the earliest loan on the member's borrower linkage
            *> opened after selection and inside the response window.
            find-the-response.
                IF loan-master-status NOT = "00"
                        OR cm-selected-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE cm-selected-date TO date-num.
                COMPUTE selected-day =
                        FUNCTION INTEGER-OF-DATE(date-num).
                MOVE cm-user-id TO loan-borrower-id.
                MOVE 0 TO loans-done.
                START loan-master KEY = loan-borrower-id
                    INVALID KEY MOVE 1 TO loans-done
                END-START.
                PERFORM UNTIL loans-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO loans-done
                    END-READ
                    IF loans-done = 0
                            AND loan-borrower-id NOT = cm-user-id THEN
                        MOVE 1 TO loans-done
                    END-IF
                    IF loans-done = 0 AND loan-opened NUMERIC
                            AND loan-opened > cm-selected-date THEN
                        MOVE loan-opened TO date-num
                        COMPUTE event-day =
                                FUNCTION INTEGER-OF-DATE(date-num)
                        IF event-day <= selected-day + response-days
                                AND (cm-response-loan = 0
                                    OR loan-opened < cm-response-date)
                                THEN
                            MOVE loan-number TO cm-response-loan
                            MOVE loan-opened TO cm-response-date
                        END-IF
                    END-IF
                END-PERFORM.
                IF cm-response-loan NOT = 0 THEN
                    REWRITE campaign-member-record
                    ADD 1 TO newly-attributed
                END-IF.
                EXIT.

            print-the-take-up.
                MOVE 0 TO take-up-mailed.
                IF members-mailed > 0 THEN
                    COMPUTE take-up-mailed ROUNDED =
                            responded-mailed * 100 / members-mailed
                END-IF.
                MOVE 0 TO take-up-control.
                IF members-control > 0 THEN
                    COMPUTE take-up-control ROUNDED =
                            responded-control * 100 / members-control
                END-IF.
                COMPUTE take-up-lift = take-up-mailed - take-up-control.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  " cd-campaign-id " " cd-name
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE take-up-mailed TO display-pct.
                MOVE SPACES TO print-text.
                STRING "    mailed   " members-mailed " member(s) "
                        responded-mailed " responded  take-up "
                        display-pct "%"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE take-up-control TO display-pct.
                MOVE SPACES TO print-text.
                STRING "    control  " members-control " member(s) "
                        responded-control " responded  take-up "
                        display-pct "%"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE take-up-lift TO display-lift.
                MOVE SPACES TO print-text.
                STRING "    lift over control " display-lift
                        " point(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "campaign: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM campaign.
