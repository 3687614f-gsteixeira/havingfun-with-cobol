        *> **********************************************************************
        *> ebounce - bounced statement email processing. The e-delivery
        *> vendor sends back, for every statement or tax statement it
        *> could not deliver, the customer and the address that bounced.
        *> A customer the desk enrolled for paperless delivery whose
        *> email no longer works would otherwise get nothing at all, so
        *> this job puts them back on paper:
        *>
        *>    enrolled (co-delivery E) and the bounced address is the
        *>        one on file: co-delivery goes to P, stamped EBOUNCE,
        *>        and a DLVR journal row records the change for
        *>        custhist. The email and the consent stay on the
        *>        record, so the desk can re-enroll the customer once
        *>        they give a working address.
        *>    already on paper: nothing to do - listed.
        *>    a different address on file: the customer has given a
        *>        new one since the document went out - kept, listed.
        *>    no preferences on file: a bounce the vendor should not
        *>        have had - listed, and the job ends 4.
        *>
        *>    usage: ebounce [bounce-file]     (default ebounce.dat)
        *>
        *>    the bounce file, one bounced document per line:
        *>      eb-user-id     PIC 9(4)   the customer
        *>      eb-email       PIC X(40)  the address that bounced
        *>      eb-bounce-date PIC X(8)   YYYYMMDD (blank: the
        *>                                business date)
        *>      eb-reason      PIC X(30)  the vendor's reason text
        *>    one blank between the fields.
        *>
        *>    ebounce.rpt lists every row and goes to the report
        *>    repository; the number put back on paper goes to
        *>    dlvcount.dat (DLVCOUNT) for the morning report.
        *>
        *>    RETURN-CODE: 0 clean, 4 a bounce for a customer with no
        *>    preferences on file, 8 custopt.dat would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. ebounce.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT bounce-file
                        ASSIGN TO DYNAMIC bounce-path-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS bounce-file-status.
                    *> the correspondence preferences - see CUSTOPT.
                    SELECT option-file ASSIGN TO "custopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS co-user-id
                        FILE STATUS IS option-file-status.
                    SELECT delivery-count-file ASSIGN TO "dlvcount.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS delivery-count-status.
                    SELECT report-file ASSIGN TO "ebounce.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  bounce-file.
                    01 bounce-record.
                        02 eb-user-id     PIC 9(4).
                        02 FILLER         PIC X(1).
                        02 eb-email       PIC X(40).
                        02 FILLER         PIC X(1).
                        02 eb-bounce-date PIC X(8).
                        02 FILLER         PIC X(1).
                        02 eb-reason      PIC X(30).
                FD  option-file.
                    COPY CUSTOPT.
                FD  delivery-count-file.
                    COPY DLVCOUNT.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 bounce-file-status    PIC X(02) VALUE "00".
                01 option-file-status    PIC X(02) VALUE "00".
                01 delivery-count-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cmd-line-args    PIC X(100) VALUE SPACES.
                01 bounce-path-name PIC X(100) VALUE "ebounce.dat".
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 option-found     PIC 9 VALUE ZERO.
                    88 option-on-file VALUE 1.
                01 bounced-email    PIC X(40) VALUE SPACES.
                01 email-on-file    PIC X(40) VALUE SPACES.
                01 outcome-text     PIC X(30) VALUE SPACES.
                01 bounces-read     PIC 9(6) VALUE ZEROS.
                01 bounces-reverted PIC 9(6) VALUE ZEROS.
                01 bounces-already-paper PIC 9(6) VALUE ZEROS.
                01 bounces-old-address PIC 9(6) VALUE ZEROS.
                01 bounces-unknown  PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the customer journal - see jrnwrite.cob.
                01 journal-program  PIC X(10) VALUE "EBOUNCE".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "ebounce.rpt".
                01 banner-job-name  PIC X(20) VALUE "EBOUNCE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            IF cmd-line-args NOT = SPACES THEN
                MOVE FUNCTION TRIM(cmd-line-args)
                        TO bounce-path-name
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT bounce-file.
            IF bounce-file-status NOT = "00" THEN
                DISPLAY "ebounce: no bounce file "
                        FUNCTION TRIM(bounce-path-name)
                        " - nothing bounced"
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O option-file.
            IF option-file-status NOT = "00" THEN
                DISPLAY "ebounce: custopt.dat not available (status "
                        option-file-status ")"
                CLOSE bounce-file
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "BOUNCED STATEMENT EMAIL - " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ bounce-file
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND eb-user-id NUMERIC THEN
                    ADD 1 TO bounces-read
                    PERFORM apply-one-bounce
                END-IF
            END-PERFORM.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " bounces-read " bounce(s), "
                    bounces-reverted " put back on paper, "
                    bounces-already-paper " already paper, "
                    bounces-old-address " old address, "
                    bounces-unknown " unknown"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE option-file.
            CLOSE bounce-file.
            PERFORM count-the-deliveries.
            MOVE bounces-read TO banner-rec-count.
            IF bounces-unknown > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            apply-one-bounce.
                IF eb-bounce-date = SPACES THEN
                    MOVE cycle-date-stamp TO eb-bounce-date
                END-IF.
                MOVE 1 TO option-found.
                MOVE eb-user-id TO co-user-id.
                READ option-file
                    INVALID KEY MOVE 0 TO option-found
                END-READ.
                *> the vendor may hand the address back in any case.
                MOVE FUNCTION UPPER-CASE(eb-email) TO bounced-email.
                EVALUATE TRUE
                    WHEN NOT option-on-file
                        MOVE "no preferences on file" TO outcome-text
                        ADD 1 TO bounces-unknown
                    WHEN NOT co-delivery-electronic
                        MOVE "already on paper" TO outcome-text
                        ADD 1 TO bounces-already-paper
                    WHEN OTHER
                        MOVE FUNCTION UPPER-CASE(co-email)
                                TO email-on-file
                        IF email-on-file = bounced-email THEN
                            PERFORM revert-to-paper
                        ELSE
                            MOVE "new address on file - kept"
                                    TO outcome-text
                            ADD 1 TO bounces-old-address
                        END-IF
                END-EVALUATE.
                MOVE SPACES TO print-text.
                STRING eb-user-id "  " eb-bounce-date "  "
                        eb-email " " outcome-text
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF eb-reason NOT = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "                "
                            FUNCTION TRIM(eb-reason)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            *> the same DLVR row custmnt writes when the desk changes
            *> the delivery, so custhist narrates it the same way.
            revert-to-paper.
                SET co-delivery-paper TO TRUE.
                MOVE "EBOUNCE" TO co-updated-by.
                MOVE cycle-date-stamp TO co-updated.
                REWRITE customer-option-record
                    INVALID KEY
                        MOVE "rewrite failed" TO outcome-text
                        ADD 1 TO bounces-unknown
                        EXIT PARAGRAPH
                END-REWRITE.
                MOVE SPACES TO journal-key.
                MOVE eb-user-id TO journal-key(1:4).
                MOVE "DLVR" TO journal-key(6:4).
                MOVE SPACES TO journal-before.
                MOVE "E" TO journal-before(1:1).
                MOVE SPACES TO journal-after.
                MOVE "P" TO journal-after(1:1).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE "put back on paper" TO outcome-text.
                ADD 1 TO bounces-reverted.
                EXIT.

            *> the cycle's row for the morning report - see DLVCOUNT.
            count-the-deliveries.
                OPEN EXTEND delivery-count-file.
                IF delivery-count-status = "35" THEN
                    OPEN OUTPUT delivery-count-file
                END-IF.
                MOVE SPACES TO delivery-count-record.
                MOVE cycle-date-stamp TO dc-cycle-date.
                MOVE "EBOUNCE" TO dc-job.
                MOVE "EB" TO dc-doc-type.
                MOVE 0 TO dc-paper.
                MOVE 0 TO dc-electronic.
                MOVE bounces-reverted TO dc-reverted.
                WRITE delivery-count-record.
                CLOSE delivery-count-file.
                EXIT.

            print-one-line.
                DISPLAY "ebounce: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM ebounce.
