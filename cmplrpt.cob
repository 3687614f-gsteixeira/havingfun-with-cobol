        *> **********************************************************************
        *> cmplrpt - the nightly open complaint report. Every case on
        *> complaint.dat (COMPLNT) that is not yet resolved, oldest
        *> received first, with its age in days, the operator who has
        *> it and the response due date cmplmnt.cob set when it was
        *> opened. A case whose due date has gone by is flagged PAST
        *> DUE here and also written to cmplexcp.rpt, which
        *> mornrpt.cob carries onto the morning exception page.
        *>
        *>    the report goes to cmplrpt.rpt, the console and the
        *>    report repository.
        *>
        *>    RETURN-CODE: 0 nothing past due, 4 a case is past due,
        *>    8 the complaint file would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. cmplrpt.
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
                    SELECT case-sorted ASSIGN TO "cmplrpt.st1"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT case-sort-work ASSIGN TO "cmplrpt.sw1".
                    SELECT report-file ASSIGN TO "cmplrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT exception-file ASSIGN TO "cmplexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  complaint-file.
                    COPY COMPLNT.
                FD  case-sorted.
                    01 case-sorted-record.
                        02 cs-received-date PIC X(8).
                        02 cs-case-number   PIC 9(6).
                        02 cs-user-id       PIC 9(4).
                        02 cs-loan-number   PIC 9(6).
                        02 cs-category      PIC X(2).
                        02 cs-status        PIC X(1).
                        02 cs-assigned-to   PIC X(10).
                        02 cs-due-date      PIC X(8).
                        02 cs-summary       PIC X(60).
                SD  case-sort-work.
                    01 case-work-record.
                        02 cw-received-date PIC X(8).
                        02 cw-case-number   PIC 9(6).
                        02 cw-user-id       PIC 9(4).
                        02 cw-loan-number   PIC 9(6).
                        02 cw-category      PIC X(2).
                        02 cw-status        PIC X(1).
                        02 cw-assigned-to   PIC X(10).
                        02 cw-due-date      PIC X(8).
                        02 cw-summary       PIC X(60).
                FD  report-file.
                    01 report-line PIC X(120).
                FD  exception-file.
                    01 exception-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 complaint-file-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 sorted-at-end    PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 case-age         PIC 9(5) VALUE ZEROS.
                01 days-late        PIC 9(5) VALUE ZEROS.
                01 past-due-flag    PIC X(8) VALUE SPACES.
                01 cases-open       PIC 9(6) VALUE ZEROS.
                01 cases-past-due   PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "cmplrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "CMPLRPT".
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
            OPEN INPUT complaint-file.
            IF complaint-file-status NOT = "00" THEN
                DISPLAY "cmplrpt: complaint.dat not available - no "
                        "cases on file"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            SORT case-sort-work
                    ON ASCENDING KEY cw-received-date cw-case-number
                INPUT PROCEDURE IS release-the-open-cases
                GIVING case-sorted.
            CLOSE complaint-file.
            OPEN OUTPUT report-file.
            OPEN OUTPUT exception-file.
            MOVE SPACES TO print-text.
            STRING "OPEN COMPLAINT CASES - " cycle-date-stamp
                    " - OLDEST FIRST"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "  CASE   USER LOAN   CT S ASSIGNED   RECEIVED   AGE "
                    TO print-text.
            MOVE "DUE" TO print-text(53:3).
            PERFORM print-one-line.
            OPEN INPUT case-sorted.
            MOVE 0 TO sorted-at-end.
            PERFORM UNTIL sorted-at-end = 1
                READ case-sorted
                    AT END MOVE 1 TO sorted-at-end
                END-READ
                IF sorted-at-end = 0 THEN
                    PERFORM report-one-case
                END-IF
            END-PERFORM.
            CLOSE case-sorted.
            IF cases-open = 0 THEN
                MOVE "  none" TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " cases-open " case(s) open, "
                    cases-past-due " past due"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE exception-file.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            MOVE cases-open TO banner-rec-count.
            IF cases-past-due > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            release-the-open-cases.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ complaint-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND cp-is-open THEN
                        MOVE cp-received-date TO cw-received-date
                        MOVE cp-case-number TO cw-case-number
                        MOVE cp-user-id TO cw-user-id
                        MOVE cp-loan-number TO cw-loan-number
                        MOVE cp-category TO cw-category
                        MOVE cp-status TO cw-status
                        MOVE cp-assigned-to TO cw-assigned-to
                        MOVE cp-due-date TO cw-due-date
                        MOVE cp-summary TO cw-summary
                        RELEASE case-work-record
                    END-IF
                END-PERFORM.
                EXIT.

            *> the age runs from the received date to the business
            *> date in calendar days; the due date already counted
            *> the business days.
            report-one-case.
                ADD 1 TO cases-open.
                MOVE cycle-date-stamp TO date-num.
                COMPUTE case-age = FUNCTION INTEGER-OF-DATE(date-num).
                MOVE cs-received-date TO date-num.
                COMPUTE case-age = case-age
                        - FUNCTION INTEGER-OF-DATE(date-num).
                MOVE SPACES TO past-due-flag.
                IF cs-due-date < cycle-date-stamp THEN
                    MOVE "PAST DUE" TO past-due-flag
                    ADD 1 TO cases-past-due
                END-IF.
                MOVE SPACES TO print-text.
                STRING "  " cs-case-number " " cs-user-id " "
                        cs-loan-number " " cs-category " " cs-status
                        " " cs-assigned-to " " cs-received-date " "
                        case-age " " cs-due-date " " past-due-flag
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "         " cs-summary
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF past-due-flag NOT = SPACES THEN
                    PERFORM write-the-exception
                END-IF.
                EXIT.

            write-the-exception.
                MOVE cs-due-date TO date-num.
                COMPUTE days-late = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(cycle-date-stamp))
                        - FUNCTION INTEGER-OF-DATE(date-num).
                MOVE SPACES TO exception-line.
                STRING "complaint case " cs-case-number " (user "
                        cs-user-id ", " cs-category ")"
                        " response was due " cs-due-date ", "
                        days-late " day(s) late - "
                        FUNCTION TRIM(cs-assigned-to)
                    DELIMITED BY SIZE INTO exception-line
                END-STRING.
                WRITE exception-line.
                EXIT.

            print-one-line.
                DISPLAY "cmplrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM cmplrpt.
