        *> **********************************************************************
        *> balloonrpt - balloon maturity report. A balloon loan (product
        *> B on loanopt.dat, see loanadd.cob) owes most of its principal
        *> on its final schedule row, and almost no borrower pays that
        *> out of pocket - the desk has to arrange the refinance before
        *> the date, not find out from loanaging afterwards. This job
        *> walks loanopt.dat for the balloon loans and lists every
        *> active one whose final row is unpaid and falls due inside
        *> the window from the cycle's business date:
        *>
        *>      MATURED  the balloon's due date is already behind us
        *>      DUE      the balloon falls due inside the window
        *>
        *>    each line carries the loan, the borrower and their name
        *>    off custmast.dat, the balloon amount (the final row's
        *>    principal and interest), its due date and the days left;
        *>    the totals give the count and the money falling due.
        *>    The report goes to balloonrpt.rpt, the console and the
        *>    report repository.
        *>
        *>    usage: balloonrpt [window-days]     (default 90)
        *>
        *>    a balloon is refinanced through loanrstr.cob, which
        *>    re-amortizes the balance and takes the loan off this
        *>    report.
        *>
        *>    RETURN-CODE: 0 nothing falling due, 4 balloons listed, 8
        *>    the files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. balloonrpt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
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
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT report-file ASSIGN TO "balloonrpt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  option-file.
                    COPY LOANOPT.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 option-file-status   PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 customers-open       PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cmd-line-args    PIC X(100) VALUE SPACES.
                01 window-days      PIC 9(3) VALUE 90.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 today-integer    PIC 9(9) VALUE ZEROS.
                01 window-end-date  PIC 9(8) VALUE ZEROS.
                01 window-end-stamp PIC X(08) VALUE SPACES.
                *> the balloon in hand.
                01 loan-found       PIC 9 VALUE ZERO.
                    88 loan-on-file VALUE 1.
                01 balloon-found    PIC 9 VALUE ZERO.
                    88 balloon-is-unpaid VALUE 1.
                01 balloon-amount   PIC 9(9)V99 VALUE ZEROS.
                01 balloon-due-date PIC X(8) VALUE SPACES.
                01 due-date-num     PIC 9(8) VALUE ZEROS.
                01 days-to-go       PIC S9(5) VALUE ZEROS.
                01 balloon-finding  PIC X(7) VALUE SPACES.
                01 borrower-name    PIC X(50) VALUE SPACES.
                01 balloons-read    PIC 9(6) VALUE ZEROS.
                01 balloons-matured PIC 9(6) VALUE ZEROS.
                01 balloons-due     PIC 9(6) VALUE ZEROS.
                01 total-falling-due PIC 9(11)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 display-days     PIC -(4)9.
                01 print-text       PIC X(120) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "balloonrpt.rpt".
                01 banner-job-name  PIC X(20) VALUE "BALLOONRPT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            IF cmd-line-args NOT = SPACES
                    AND FUNCTION TRIM(cmd-line-args) NUMERIC THEN
                MOVE FUNCTION NUMVAL(cmd-line-args) TO window-days
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            COMPUTE today-integer = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(cycle-date-stamp)).
            COMPUTE window-end-date = FUNCTION DATE-OF-INTEGER(
                    today-integer + window-days).
            MOVE window-end-date TO window-end-stamp.
            OPEN INPUT option-file.
            IF option-file-status = "35" THEN
                DISPLAY "balloonrpt: no loan options on file - no "
                        "balloon loans to report"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            IF option-file-status NOT = "00"
                    OR loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00" THEN
                DISPLAY "balloonrpt: loanopt.dat/loanmast.dat/"
                        "loansched.dat not available"
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
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "BALLOON MATURITIES - " cycle-date-stamp
                    ", WINDOW TO " window-end-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  FINDING LOAN   BORR NAME                      "
                    " BALLOON AMT  DUE DATE  DAYS"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ option-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND lo-balloon THEN
                    ADD 1 TO balloons-read
                    PERFORM judge-one-balloon
                END-IF
            END-PERFORM.
            MOVE total-falling-due TO display-total.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " balloons-read " balloon loan(s), "
                    balloons-matured " matured unpaid, "
                    balloons-due " due in the window, "
                    FUNCTION TRIM(display-total) " falling due"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            IF customers-open = 1 THEN
                CLOSE customer-master
            END-IF.
            CLOSE loan-schedule.
            CLOSE loan-master.
            CLOSE option-file.
            MOVE balloons-read TO banner-rec-count.
            IF balloons-matured + balloons-due > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> only a live loan's balloon matters, and only while its
            *> final row is still unpaid and has a date to judge.
            judge-one-balloon.
                MOVE 1 TO loan-found.
                MOVE lo-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY MOVE 0 TO loan-found
                END-READ.
                IF NOT loan-on-file OR NOT loan-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-final-row.
                IF NOT balloon-is-unpaid
                        OR balloon-due-date = SPACES
                        OR balloon-due-date NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                IF balloon-due-date > window-end-stamp THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE balloon-due-date TO due-date-num.
                COMPUTE days-to-go = FUNCTION INTEGER-OF-DATE(
                        due-date-num) - today-integer.
                IF balloon-due-date < cycle-date-stamp THEN
                    MOVE "MATURED" TO balloon-finding
                    ADD 1 TO balloons-matured
                ELSE
                    MOVE "DUE" TO balloon-finding
                    ADD 1 TO balloons-due
                END-IF.
                ADD balloon-amount TO total-falling-due.
                PERFORM fetch-the-borrower.
                PERFORM report-the-balloon.
                EXIT.

            read-the-final-row.
                MOVE 0 TO balloon-found.
                MOVE SPACES TO balloon-due-date.
                MOVE 0 TO balloon-amount.
                MOVE loan-number TO sched-loan-number.
                MOVE loan-term-months TO sched-payment-num.
                READ loan-schedule
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT sched-row-is-paid THEN
                    MOVE 1 TO balloon-found
                    MOVE sched-due-date TO balloon-due-date
                    COMPUTE balloon-amount =
                            sched-principal-amt + sched-interest-amt
                END-IF.
                EXIT.

            fetch-the-borrower.
                MOVE SPACES TO borrower-name.
                IF customers-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "(NOT ON CUSTOMER MASTER)"
                                TO borrower-name
                    NOT INVALID KEY
                        MOVE username TO borrower-name
                END-READ.
                EXIT.

            report-the-balloon.
                MOVE balloon-amount TO display-amount.
                MOVE days-to-go TO display-days.
                MOVE SPACES TO print-text.
                STRING "  " balloon-finding " " loan-number " "
                        loan-borrower-id " " borrower-name(1:25) " "
                        display-amount "  " balloon-due-date " "
                        display-days
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "balloonrpt: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM balloonrpt.
