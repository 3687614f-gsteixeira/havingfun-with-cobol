        *> **********************************************************************
        *> docexcp - nightly missing-document exceptions. Every active
        *> loan on loanmast.dat is held against its product's required
        *> documents through docchk.cob; a document not on the
        *> inventory (loandoc.dat, see docmnt.cob) once its grace
        *> period after loan-opened has run is an exception, listed on
        *> docexcp.rpt by loan with what is missing and since when.
        *>
        *>    docexcp.rpt goes to the report repository (rptstore.cob)
        *>    and ends with the count missing of each document type.
        *>    RC 4 when any loan is missing a document.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. docexcp.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT report-file ASSIGN TO "docexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the checklist - see docchk.cob.
                COPY DOCLIST.
                01 entry-idx        PIC 9(2) VALUE ZEROS.
                *> the count missing of each document type.
                01 type-table.
                    02 type-entry OCCURS 40 TIMES.
                        03 tt-doc-type   PIC X(4).
                        03 tt-missing    PIC 9(6).
                01 type-count       PIC 9(2) VALUE ZEROS.
                01 type-idx         PIC 9(2) VALUE ZEROS.
                01 loans-read       PIC 9(6) VALUE ZEROS.
                01 loans-missing    PIC 9(6) VALUE ZEROS.
                01 documents-missing PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "docexcp.rpt".
                01 banner-job-name  PIC X(20) VALUE "DOCEXCP".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT loan-master.
            IF loan-master-status NOT = "00" THEN
                DISPLAY "docexcp: loanmast.dat not available "
                        "(status " loan-master-status ")"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "MISSING LOAN DOCUMENTS - " cycle-date-stamp
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 AND loan-is-active THEN
                    ADD 1 TO loans-read
                    PERFORM check-one-loan
                END-IF
            END-PERFORM.
            CLOSE loan-master.
            IF loans-missing = 0 THEN
                MOVE "  every active loan holds its documents"
                    TO print-text
                PERFORM print-one-line
            ELSE
                MOVE SPACES TO print-text
                PERFORM print-one-line
                PERFORM VARYING type-idx FROM 1 BY 1
                        UNTIL type-idx > type-count
                    MOVE SPACES TO print-text
                    STRING "  " tt-doc-type(type-idx) " missing on "
                            tt-missing(type-idx) " loan(s)"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-PERFORM
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " loans-read " active loan(s) checked, "
                    loans-missing " missing " documents-missing
                    " document(s)"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            MOVE loans-missing TO banner-rec-count.
            IF loans-missing > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            check-one-loan.
                CALL "docchk" USING loan-number, loan-opened,
                        cycle-date-stamp, doc-checklist.
                IF dl-overdue = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO loans-missing.
                MOVE SPACES TO print-text.
                STRING "  LOAN " loan-number "  borrower "
                        loan-borrower-id "  opened " loan-opened
                        "  product " dl-product
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING entry-idx FROM 1 BY 1
                        UNTIL entry-idx > dl-count
                    IF dl-is-missing(entry-idx) THEN
                        PERFORM list-one-missing
                    END-IF
                END-PERFORM.
                EXIT.

            list-one-missing.
                ADD 1 TO documents-missing.
                MOVE SPACES TO print-text.
                STRING "      " dl-doc-type(entry-idx) " "
                        dl-description(entry-idx) " due "
                        dl-due-date(entry-idx)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING type-idx FROM 1 BY 1
                        UNTIL type-idx > type-count
                            OR tt-doc-type(type-idx)
                                = dl-doc-type(entry-idx)
                    CONTINUE
                END-PERFORM.
                IF type-idx > type-count AND type-count < 40 THEN
                    ADD 1 TO type-count
                    MOVE type-count TO type-idx
                    MOVE dl-doc-type(entry-idx) TO tt-doc-type(type-idx)
                    MOVE 0 TO tt-missing(type-idx)
                END-IF.
                IF type-idx <= type-count THEN
                    ADD 1 TO tt-missing(type-idx)
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "docexcp: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM docexcp.
