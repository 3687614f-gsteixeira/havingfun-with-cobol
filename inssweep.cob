        *> **********************************************************************
        *> inssweep - nightly collateral insurance sweep. The loan
        *> agreement requires the borrower to keep the collateral
        *> insured, but nobody looked at the expiry dates until a claim
        *> came in on an uninsured car. This job walks the collateral
        *> register, collat.dat (COLLATRL, see collatmnt.cob), for every
        *> active loan against the cycle's business date:
        *>
        *>      LAPSED    the coverage expiry is already behind us
        *>      EXPIRING  the coverage lapses inside the window
        *>      NO COVER  no coverage expiry on file at all
        *>
        *>    every finding goes to inssweep.rpt and the console. A
        *>    lapsed or expiring item also earns the borrower a letter -
        *>    once per stage, remembered on coll-notice-kind/-date - by
        *>    queueing the loan on insltr.lst and running letters.cob
        *>    over the list with the insltr.tpl template as a servicing
        *>    (S) notice; letters mails the borrower and every other
        *>    party obligated on the note. A loan with two lapsed items
        *>    is queued once.
        *>
        *>    usage: inssweep [window-days]       (default 30)
        *>
        *>    RETURN-CODE: 0 nothing lapsed, 4 findings reported, 8 the
        *>    files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. inssweep.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT collateral-file ASSIGN TO "collat.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collateral-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT letter-queue ASSIGN TO "insltr.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file ASSIGN TO "inssweep.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  collateral-file.
                    COPY COLLATRL.
                FD  loan-master.
                    COPY LOANREC.
                FD  letter-queue.
                    01 queue-record.
                        02 queue-loan-number PIC 9(6).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 collateral-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cmd-line-args    PIC X(100) VALUE SPACES.
                01 window-days      PIC 9(3) VALUE 30.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 window-end-date  PIC 9(8) VALUE ZEROS.
                01 window-end-stamp PIC X(08) VALUE SPACES.
                01 loan-found       PIC 9 VALUE ZERO.
                    88 loan-on-file VALUE 1.
                01 last-queued-loan PIC 9(6) VALUE ZEROS.
                01 item-finding     PIC X(8) VALUE SPACES.
                01 items-read       PIC 9(6) VALUE ZEROS.
                01 items-lapsed     PIC 9(6) VALUE ZEROS.
                01 items-expiring   PIC 9(6) VALUE ZEROS.
                01 items-uncovered  PIC 9(6) VALUE ZEROS.
                01 loans-queued     PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 letters-command  PIC X(80)
                        VALUE "letters insltr.tpl 0 S @insltr.lst".
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "inssweep.rpt".
                01 banner-job-name  PIC X(20) VALUE "INSSWEEP".
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
            COMPUTE window-end-date = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(cycle-date-stamp))
                    + window-days).
            MOVE window-end-date TO window-end-stamp.
            OPEN I-O collateral-file.
            IF collateral-file-status = "35" THEN
                DISPLAY "inssweep: no collateral register on file - "
                        "nothing to sweep"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT loan-master.
            IF collateral-file-status NOT = "00"
                    OR loan-master-status NOT = "00" THEN
                DISPLAY "inssweep: collat.dat/loanmast.dat not "
                        "available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN OUTPUT report-file.
            OPEN OUTPUT letter-queue.
            MOVE SPACES TO print-text.
            STRING "COLLATERAL INSURANCE SWEEP - " cycle-date-stamp
                    ", WINDOW TO " window-end-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ collateral-file NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO items-read
                    PERFORM judge-one-item
                END-IF
            END-PERFORM.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " items-read " item(s), " items-lapsed
                    " lapsed, " items-expiring " expiring, "
                    items-uncovered " with no coverage on file, "
                    loans-queued " loan(s) lettered"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE letter-queue.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE loan-master.
            CLOSE collateral-file.
            IF loans-queued > 0 THEN
                CALL "SYSTEM" USING letters-command
            END-IF.
            MOVE items-read TO banner-rec-count.
            IF items-lapsed + items-expiring + items-uncovered > 0
                    THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> only collateral behind a live loan matters - a paid or
            *> charged-off loan's insurance is the borrower's business.
            judge-one-item.
                MOVE 1 TO loan-found.
                MOVE coll-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY MOVE 0 TO loan-found
                END-READ.
                IF NOT loan-on-file OR NOT loan-is-active THEN
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN coll-coverage-expiry = SPACES
                        ADD 1 TO items-uncovered
                        MOVE "NO COVER" TO item-finding
                        PERFORM report-the-item
                    WHEN coll-coverage-expiry < cycle-date-stamp
                        ADD 1 TO items-lapsed
                        MOVE "LAPSED" TO item-finding
                        PERFORM report-the-item
                        IF NOT coll-noticed-lapsed THEN
                            SET coll-noticed-lapsed TO TRUE
                            PERFORM queue-the-letter
                        END-IF
                    WHEN coll-coverage-expiry <= window-end-stamp
                        ADD 1 TO items-expiring
                        MOVE "EXPIRING" TO item-finding
                        PERFORM report-the-item
                        IF coll-notice-none THEN
                            SET coll-noticed-expiring TO TRUE
                            PERFORM queue-the-letter
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            report-the-item.
                MOVE SPACES TO print-text.
                STRING "  " item-finding " loan " coll-loan-number
                        " item " coll-seq " [" coll-type "] "
                        FUNCTION TRIM(coll-ident) " policy "
                        FUNCTION TRIM(coll-policy-number)
                        " expiry " coll-coverage-expiry
                        " borrower " loan-borrower-id
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the notice memory is rewritten before the letter run so
            *> a rerun of the night does not mail the same stage twice;
            *> the register is in loan order, so a loan is queued once.
            queue-the-letter.
                MOVE cycle-date-stamp TO coll-notice-date.
                REWRITE collateral-record.
                IF coll-loan-number NOT = last-queued-loan THEN
                    MOVE coll-loan-number TO queue-loan-number
                    WRITE queue-record
                    MOVE coll-loan-number TO last-queued-loan
                    ADD 1 TO loans-queued
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "inssweep: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM inssweep.
