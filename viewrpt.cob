        *> **********************************************************************
        *> viewrpt - reports off the read-access log viewlog.cob keeps
        *> on viewlog.dat (VIEWLOG), for privacy audits and snooping
        *> investigations.
        *>
        *>    viewrpt customer <user>            every look at one
        *>                                       customer - who has
        *>                                       looked at me
        *>    viewrpt operator <oper> [<date>]   every customer one
        *>                                       operator looked at,
        *>                                       all dates or one
        *>    viewrpt exceptions [<date>]        the day's exceptions
        *>                                       (the business date
        *>                                       when none is given)
        *>
        *>    the exceptions are two: an operator looking at a customer
        *>    of another branch - the operator's branch off
        *>    operators.dat (see opersec.cob) against cust-branch on
        *>    the master, either side blank counting as no branch and
        *>    never an exception - and an operator looking at more
        *>    customer records in the day than the limit, 200 unless
        *>    viewrpt.ctl, one 9(4) field, says otherwise. RC 4 when
        *>    any exception is reported. The night's schedule runs the
        *>    exceptions report for the business date.
        *>
        *>    the operator report lists the file browser's looks
        *>    (filebrws.cob) too, by file and record in place of a
        *>    customer; they are not customer views, so the
        *>    exceptions leave them out.
        *>
        *>    every report goes to viewrpt.rpt and the report
        *>    repository (rptstore.cob).
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. viewrpt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT view-file ASSIGN TO "viewlog.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS view-file-status.
                    SELECT operator-file ASSIGN TO "operators.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS operator-file-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT limit-control ASSIGN TO "viewrpt.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS limit-control-status.
                    SELECT report-file ASSIGN TO "viewrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  view-file.
                    COPY VIEWLOG.
                FD  operator-file.
                    01 operator-record.
                        02 oper-id       PIC X(10).
                        02 oper-password PIC X(10).
                        02 oper-role     PIC X(1).
                        02 oper-branch   PIC X(3).
                FD  customer-master.
                    COPY CUSTREC.
                FD  limit-control.
                    01 limit-control-record PIC 9(4).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 view-file-status     PIC X(02) VALUE "00".
                01 operator-file-status PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 limit-control-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-subject      PIC X(10) VALUE SPACES.
                01 arg-date         PIC X(10) VALUE SPACES.
                *> under the driver the command line is empty, so the
                *> report wanted comes from the viewrpt.parm file the
                *> driver writes - see stepparm.cob.
                01 step-parm-name   PIC X(20) VALUE "viewrpt".
                01 step-params      PIC X(40) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 wanted-user-id   PIC 9(4) VALUE ZEROS.
                01 wanted-operator  PIC X(10) VALUE SPACES.
                01 wanted-date      PIC X(08) VALUE SPACES.
                01 views-listed     PIC 9(6) VALUE ZEROS.
                01 views-read       PIC 9(6) VALUE ZEROS.
                01 out-of-branch    PIC 9(6) VALUE ZEROS.
                01 operators-over   PIC 9(4) VALUE ZEROS.
                01 daily-limit      PIC 9(4) VALUE 200.
                01 master-is-open   PIC 9 VALUE ZERO.
                01 print-text       PIC X(100) VALUE SPACES.
                01 when-text        PIC X(16) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the operators and their branches, off operators.dat.
                01 operator-table.
                    02 operator-entry OCCURS 500 TIMES.
                        03 ot-id     PIC X(10).
                        03 ot-branch PIC X(3).
                01 operator-count   PIC 9(4) VALUE ZEROS.
                01 operator-idx     PIC 9(4) VALUE ZEROS.
                01 viewer-branch    PIC X(3) VALUE SPACES.
                *> the day's looks per operator, for the volume test.
                01 tally-table.
                    02 tally-entry OCCURS 500 TIMES.
                        03 tally-operator PIC X(10).
                        03 tally-views    PIC 9(6).
                01 tally-count      PIC 9(4) VALUE ZEROS.
                01 tally-idx        PIC 9(4) VALUE ZEROS.
                01 tally-slot       PIC 9(4) VALUE ZEROS.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "viewrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "VIEWRPT".
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
                    INTO cmd-verb arg-subject arg-date
            END-UNSTRING.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "customer"   PERFORM report-one-customer
                WHEN "operator"   PERFORM report-one-operator
                WHEN "exceptions" PERFORM report-the-exceptions
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: viewrpt customer <user>".
                DISPLAY "       viewrpt operator <oper> [<date>]".
                DISPLAY "       viewrpt exceptions [<date>]".
                EXIT.

            *> who has looked at me: every row for the customer,
            *> oldest first.
            report-one-customer.
                IF FUNCTION TRIM(arg-subject) = SPACES
                        OR FUNCTION TRIM(arg-subject) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(arg-subject) TO wanted-user-id.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "VIEWS OF CUSTOMER " wanted-user-id " - "
                        "as of " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                OPEN INPUT view-file.
                IF view-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ view-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND vl-user-id = wanted-user-id THEN
                            PERFORM format-the-timestamp
                            MOVE SPACES TO print-text
                            STRING "  " when-text "  " vl-operator
                                    "  " vl-program
                                DELIMITED BY SIZE INTO print-text
                            END-STRING
                            PERFORM print-one-line
                            ADD 1 TO views-listed
                        END-IF
                    END-PERFORM
                    CLOSE view-file
                END-IF.
                PERFORM close-the-report.
                EXIT.

            *> what one operator looked at - every date, or the one
            *> keyed.
            report-one-operator.
                IF arg-subject = SPACES THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE arg-subject TO wanted-operator.
                MOVE arg-date(1:8) TO wanted-date.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                IF wanted-date = SPACES THEN
                    STRING "CUSTOMERS VIEWED BY "
                            FUNCTION TRIM(wanted-operator)
                            " - all dates"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING "CUSTOMERS VIEWED BY "
                            FUNCTION TRIM(wanted-operator)
                            " - " wanted-date
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                OPEN INPUT view-file.
                IF view-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ view-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND vl-operator = wanted-operator
                                AND (wanted-date = SPACES
                                    OR vl-timestamp(1:8) = wanted-date)
                                THEN
                            PERFORM format-the-timestamp
                            MOVE SPACES TO print-text
                            IF vl-subject = SPACES THEN
                                STRING "  " when-text "  " vl-user-id
                                        "  " vl-program
                                    DELIMITED BY SIZE INTO print-text
                                END-STRING
                            ELSE
                                STRING "  " when-text "  ----  "
                                        vl-program "  "
                                        FUNCTION TRIM(vl-subject)
                                    DELIMITED BY SIZE INTO print-text
                                END-STRING
                            END-IF
                            PERFORM print-one-line
                            ADD 1 TO views-listed
                        END-IF
                    END-PERFORM
                    CLOSE view-file
                END-IF.
                PERFORM close-the-report.
                EXIT.

            *> the day's out-of-branch looks as they are read, then
            *> the operators over the daily limit.
            report-the-exceptions.
                MOVE arg-subject(1:8) TO wanted-date.
                IF wanted-date = SPACES THEN
                    MOVE cycle-date-stamp TO wanted-date
                END-IF.
                PERFORM read-the-limit.
                PERFORM load-the-operators.
                OPEN INPUT customer-master.
                IF master-file-status = "00" THEN
                    MOVE 1 TO master-is-open
                END-IF.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "CUSTOMER VIEW EXCEPTIONS - " wanted-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "OUT-OF-BRANCH VIEWS" TO print-text.
                PERFORM print-one-line.
                OPEN INPUT view-file.
                IF view-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ view-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND vl-timestamp(1:8) = wanted-date THEN
                            ADD 1 TO views-read
                            IF vl-subject = SPACES THEN
                                PERFORM tally-the-view
                                PERFORM judge-the-branch
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE view-file
                END-IF.
                IF master-is-open = 1 THEN
                    CLOSE customer-master
                END-IF.
                IF out-of-branch = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "OPERATORS OVER " daily-limit
                        " CUSTOMER VIEWS IN THE DAY"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING tally-idx FROM 1 BY 1
                        UNTIL tally-idx > tally-count
                    IF tally-views(tally-idx) > daily-limit THEN
                        ADD 1 TO operators-over
                        MOVE SPACES TO print-text
                        STRING "  " tally-operator(tally-idx) " "
                                tally-views(tally-idx) " views"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-IF
                END-PERFORM.
                IF operators-over = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " views-read " view(s) on the day, "
                        out-of-branch " out of branch, "
                        operators-over " operator(s) over the limit"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                MOVE views-read TO banner-rec-count.
                IF out-of-branch > 0 OR operators-over > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            read-the-limit.
                OPEN INPUT limit-control.
                IF limit-control-status = "00" THEN
                    READ limit-control
                        AT END CONTINUE
                        NOT AT END
                            IF limit-control-record NUMERIC
                                    AND limit-control-record > 0
                                MOVE limit-control-record
                                        TO daily-limit
                            END-IF
                    END-READ
                    CLOSE limit-control
                END-IF.
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

            tally-the-view.
                MOVE 0 TO tally-slot.
                PERFORM VARYING tally-idx FROM 1 BY 1
                        UNTIL tally-idx > tally-count
                            OR tally-slot > 0
                    IF tally-operator(tally-idx) = vl-operator THEN
                        MOVE tally-idx TO tally-slot
                    END-IF
                END-PERFORM.
                IF tally-slot = 0 THEN
                    IF tally-count = 500 THEN
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO tally-count
                    MOVE tally-count TO tally-slot
                    MOVE vl-operator TO tally-operator(tally-slot)
                    MOVE 0 TO tally-views(tally-slot)
                END-IF.
                ADD 1 TO tally-views(tally-slot).
                EXIT.

            *> an operator with no branch on file, or a customer with
            *> none (or no longer on the master), is not judged.
            judge-the-branch.
                MOVE SPACES TO viewer-branch.
                PERFORM VARYING operator-idx FROM 1 BY 1
                        UNTIL operator-idx > operator-count
                    IF ot-id(operator-idx) = vl-operator THEN
                        MOVE ot-branch(operator-idx) TO viewer-branch
                    END-IF
                END-PERFORM.
                IF viewer-branch = SPACES OR master-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE vl-user-id TO user_id.
                READ customer-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF cust-branch = SPACES
                        OR cust-branch = viewer-branch THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO out-of-branch.
                PERFORM format-the-timestamp.
                MOVE SPACES TO print-text.
                STRING "  " when-text "  " vl-operator " ("
                        viewer-branch ")  " vl-program "  customer "
                        vl-user-id " (" cust-branch ")"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            format-the-timestamp.
                MOVE SPACES TO when-text.
                STRING vl-timestamp(1:8) " " vl-timestamp(9:2) ":"
                        vl-timestamp(11:2) ":" vl-timestamp(13:2)
                    DELIMITED BY SIZE INTO when-text
                END-STRING.
                EXIT.

            close-the-report.
                IF views-listed = 0 THEN
                    MOVE "  no views on the log" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " views-listed " view(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                MOVE views-listed TO banner-rec-count.
                EXIT.

            print-one-line.
                DISPLAY "viewrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM viewrpt.
