        *> **********************************************************************
        *> docchk - one loan's document checklist: the documents its
        *> product requires, held against the document inventory on
        *> loandoc.dat (LOANDOC). docexcp.cob asks for every loan
        *> nightly, custinq.cob for each loan it shows, docmnt.cob for
        *> its list.
        *>
        *>    callable, like loanarcq:
        *>      CALL "docchk" USING dc-loan-number, dc-opened,
        *>                          dc-as-of, doc-checklist.
        *>        dc-loan-number 9(6) the loan
        *>        dc-opened      X(8) its loan-opened date
        *>        dc-as-of       X(8) the date to judge the grace
        *>                       periods on - the business date
        *>        doc-checklist  DOCLIST out: the checklist
        *>
        *>    the requirements come off docreq.ctl, one a line:
        *>    product X(1) - a loanopt.dat lo-product-type, F I or B,
        *>    or * for every loan - a space, the document type X(4),
        *>    a space, the grace period in days after loan-opened
        *>    9(3), a space, a description X(30). Missing, every loan
        *>    needs the signed note and the truth-in-lending
        *>    disclosure at closing and the borrower's ID and the
        *>    insurance certificate within 30 days. The table is read
        *>    on the first call; the inventory and the options file
        *>    are opened and closed on every call.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. docchk.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT requirement-file ASSIGN TO "docreq.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS requirement-file-status.
                    SELECT document-file ASSIGN TO "loandoc.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ld-key
                        FILE STATUS IS document-file-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  requirement-file.
                    01 requirement-record.
                        02 rq-product      PIC X(1).
                        02 FILLER          PIC X(1).
                        02 rq-doc-type     PIC X(4).
                        02 FILLER          PIC X(1).
                        02 rq-grace-days   PIC 9(3).
                        02 FILLER          PIC X(1).
                        02 rq-description  PIC X(30).
                FD  document-file.
                    COPY LOANDOC.
                FD  option-file.
                    COPY LOANOPT.
            WORKING-STORAGE SECTION.
                01 requirement-file-status PIC X(02) VALUE "00".
                01 document-file-status    PIC X(02) VALUE "00".
                01 option-file-status      PIC X(02) VALUE "00".
                *> set when the OPEN works - a keyed read that misses
                *> leaves the status at 23 with the file still open.
                01 documents-open   PIC 9 VALUE ZERO.
                01 options-open     PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 table-loaded     PIC 9 VALUE ZERO.
                *> the requirements, off docreq.ctl once.
                01 requirement-table.
                    02 rt-entry OCCURS 40 TIMES.
                        03 rt-product     PIC X(1).
                        03 rt-doc-type    PIC X(4).
                        03 rt-grace-days  PIC 9(3).
                        03 rt-description PIC X(30).
                01 requirement-count PIC 9(2) VALUE ZEROS.
                01 requirement-idx  PIC 9(2) VALUE ZEROS.
                01 date-num         PIC 9(8) VALUE ZEROS.
                01 due-day          PIC 9(7) VALUE ZEROS.
            LINKAGE SECTION.
                01 dc-loan-number  PIC 9(6).
                01 dc-opened       PIC X(8).
                01 dc-as-of        PIC X(8).
                COPY DOCLIST.
        *> *********************************************************************
        PROCEDURE DIVISION USING dc-loan-number, dc-opened, dc-as-of,
                doc-checklist.
            INITIALIZE doc-checklist.
            IF table-loaded = 0 THEN
                PERFORM load-the-requirements
                MOVE 1 TO table-loaded
            END-IF.
            MOVE "F" TO dl-product.
            MOVE 0 TO options-open.
            OPEN INPUT option-file.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-open
                MOVE dc-loan-number TO lo-loan-number
                READ option-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF lo-product-type NOT = SPACE THEN
                            MOVE lo-product-type TO dl-product
                        END-IF
                END-READ
            END-IF.
            IF options-open = 1 THEN
                CLOSE option-file
                MOVE 0 TO options-open
            END-IF.
            MOVE 0 TO documents-open.
            OPEN INPUT document-file.
            IF document-file-status = "00" THEN
                MOVE 1 TO documents-open
            END-IF.
            PERFORM VARYING requirement-idx FROM 1 BY 1
                    UNTIL requirement-idx > requirement-count
                IF (rt-product(requirement-idx) = "*"
                        OR rt-product(requirement-idx) = dl-product)
                        AND dl-count < 12 THEN
                    PERFORM check-one-requirement
                END-IF
            END-PERFORM.
            IF documents-open = 1 THEN
                CLOSE document-file
                MOVE 0 TO documents-open
            END-IF.
            GOBACK.

            *> one required document: on the inventory, or due by
            *> loan-opened plus its grace.
            check-one-requirement.
                ADD 1 TO dl-count.
                MOVE rt-doc-type(requirement-idx)
                    TO dl-doc-type(dl-count).
                MOVE rt-description(requirement-idx)
                    TO dl-description(dl-count).
                MOVE SPACES TO dl-due-date(dl-count).
                IF dc-opened NUMERIC THEN
                    MOVE dc-opened TO date-num
                    COMPUTE due-day = FUNCTION INTEGER-OF-DATE(date-num)
                            + rt-grace-days(requirement-idx)
                    COMPUTE date-num = FUNCTION DATE-OF-INTEGER(due-day)
                    MOVE date-num TO dl-due-date(dl-count)
                END-IF.
                IF documents-open = 1 THEN
                    MOVE dc-loan-number TO ld-loan-number
                    MOVE rt-doc-type(requirement-idx) TO ld-doc-type
                    READ document-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            SET dl-is-received(dl-count) TO TRUE
                            MOVE ld-received-date
                                TO dl-received-date(dl-count)
                            MOVE ld-reference TO dl-reference(dl-count)
                            MOVE ld-logged-by TO dl-logged-by(dl-count)
                            EXIT PARAGRAPH
                    END-READ
                END-IF.
                IF dl-due-date(dl-count) NOT = SPACES
                        AND dc-as-of > dl-due-date(dl-count) THEN
                    SET dl-is-missing(dl-count) TO TRUE
                    ADD 1 TO dl-overdue
                ELSE
                    SET dl-is-awaited(dl-count) TO TRUE
                END-IF.
                EXIT.

            load-the-requirements.
                MOVE 0 TO requirement-count.
                OPEN INPUT requirement-file.
                IF requirement-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ requirement-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND requirement-count < 40
                                AND rq-doc-type NOT = SPACES
                                AND rq-grace-days NUMERIC THEN
                            ADD 1 TO requirement-count
                            MOVE rq-product
                                TO rt-product(requirement-count)
                            MOVE FUNCTION UPPER-CASE(rq-doc-type)
                                TO rt-doc-type(requirement-count)
                            MOVE rq-grace-days
                                TO rt-grace-days(requirement-count)
                            MOVE rq-description
                                TO rt-description(requirement-count)
                        END-IF
                    END-PERFORM
                    CLOSE requirement-file
                END-IF.
                IF requirement-count = 0 THEN
                    MOVE 4 TO requirement-count
                    MOVE "*" TO rt-product(1) rt-product(2)
                                rt-product(3) rt-product(4)
                    MOVE "NOTE" TO rt-doc-type(1)
                    MOVE "SIGNED PROMISSORY NOTE"
                        TO rt-description(1)
                    MOVE 0 TO rt-grace-days(1)
                    MOVE "TILA" TO rt-doc-type(2)
                    MOVE "TRUTH-IN-LENDING DISCLOSURE"
                        TO rt-description(2)
                    MOVE 0 TO rt-grace-days(2)
                    MOVE "BRID" TO rt-doc-type(3)
                    MOVE "BORROWER IDENTIFICATION"
                        TO rt-description(3)
                    MOVE 30 TO rt-grace-days(3)
                    MOVE "INSC" TO rt-doc-type(4)
                    MOVE "INSURANCE CERTIFICATE"
                        TO rt-description(4)
                    MOVE 30 TO rt-grace-days(4)
                END-IF.
                EXIT.

        END PROGRAM docchk.
