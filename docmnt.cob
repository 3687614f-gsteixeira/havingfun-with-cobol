        *> **********************************************************************
        *> docmnt - loan document inventory maintenance. Each document
        *> that comes in for a loan - the signed note, the truth-in-
        *> lending disclosure, the borrower's ID, the insurance
        *> certificate - is logged here onto loandoc.dat (LOANDOC), so
        *> the examiners' question is answered from the file instead
        *> of the paper jacket.
        *>
        *>    docmnt log <loan> <type> <reference> [received-date]
        *>        the document is in: its type, the imaging id or
        *>        filing reference, and the date it was received (the
        *>        business date when not given). Logging a type
        *>        already on file replaces it - a re-signed note, a
        *>        renewed certificate.
        *>    docmnt remove <loan> <type>
        *>        a document logged against the wrong loan or type
        *>    docmnt list <loan>
        *>        the loan's checklist (docchk.cob) - every document
        *>        its product requires and where each stands - and
        *>        any other documents on file for it
        *>
        *>    log needs the maintenance or supervisor role, remove
        *>    the supervisor role (opersec.cob); both are journaled
        *>    through jrnwrite under the loan number and document
        *>    type. list stays open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. docmnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT document-file ASSIGN TO "loandoc.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ld-key
                        FILE STATUS IS document-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
        DATA DIVISION.
            FILE SECTION.
                FD  document-file.
                    COPY LOANDOC.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 document-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(120) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-loan-number  PIC X(15) VALUE SPACES.
                01 arg-doc-type     PIC X(10) VALUE SPACES.
                01 arg-reference    PIC X(30) VALUE SPACES.
                01 arg-received     PIC X(10) VALUE SPACES.
                01 work-loan-number PIC 9(6) VALUE ZEROS.
                01 work-doc-type    PIC X(4) VALUE SPACES.
                01 document-found   PIC 9 VALUE ZERO.
                    88 document-on-file VALUE 1.
                01 walk-done        PIC 9 VALUE ZERO.
                01 entry-idx        PIC 9(2) VALUE ZEROS.
                01 entry-hit        PIC 9 VALUE ZERO.
                01 state-text       PIC X(24) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the checklist - see docchk.cob.
                COPY DOCLIST.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain  VALUE "M" "S".
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "DOCMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "DOCMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb, arg-loan-number, arg-doc-type,
                         arg-reference, arg-received
            END-UNSTRING.
            IF arg-loan-number = SPACES
                    OR FUNCTION TRIM(arg-loan-number) NOT NUMERIC THEN
                PERFORM show-usage
                MOVE 16 TO RETURN-CODE
                MOVE 16 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE FUNCTION NUMVAL(arg-loan-number) TO work-loan-number.
            MOVE FUNCTION UPPER-CASE(arg-doc-type(1:4))
                    TO work-doc-type.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN I-O document-file.
            IF document-file-status = "35" THEN
                OPEN OUTPUT document-file
                CLOSE document-file
                OPEN I-O document-file
            END-IF.
            IF document-file-status NOT = "00" THEN
                DISPLAY "docmnt: cannot open loandoc.dat, status "
                        document-file-status
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "log"     PERFORM guard-then-log
                WHEN "remove"  PERFORM guard-then-remove
                WHEN "list"    PERFORM list-the-documents
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            CLOSE document-file.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: docmnt log <loan> <type> <reference> "
                        "[received-date]".
                DISPLAY "       docmnt remove <loan> <type>".
                DISPLAY "       docmnt list <loan>".
                EXIT.

            guard-then-log.
                IF work-doc-type = SPACES OR arg-reference = SPACES
                        THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-received NOT = SPACES
                        AND (arg-received(1:8) NOT NUMERIC
                            OR arg-received(9:2) NOT = SPACES
                            OR arg-received(1:8) > cycle-date-stamp)
                        THEN
                    DISPLAY "docmnt: received date must be YYYYMMDD "
                            "and not after the business date"
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on OR NOT role-can-maintain THEN
                    DISPLAY "docmnt: maintenance role required - "
                            "document not logged"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM verify-the-loan.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM log-the-document.
                EXIT.

            log-the-document.
                PERFORM read-the-document.
                MOVE SPACES TO journal-before.
                IF document-on-file THEN
                    STRING "RCVD " ld-received-date " REF "
                            ld-reference
                        DELIMITED BY SIZE INTO journal-before
                    END-STRING
                ELSE
                    MOVE "NOT ON FILE" TO journal-before
                    MOVE SPACES TO loan-document-record
                    MOVE work-loan-number TO ld-loan-number
                    MOVE work-doc-type TO ld-doc-type
                END-IF.
                IF arg-received = SPACES THEN
                    MOVE cycle-date-stamp TO ld-received-date
                ELSE
                    MOVE arg-received(1:8) TO ld-received-date
                END-IF.
                MOVE arg-reference TO ld-reference.
                MOVE signed-operator TO ld-logged-by.
                MOVE FUNCTION CURRENT-DATE(1:14) TO ld-logged-at.
                IF document-on-file THEN
                    REWRITE loan-document-record
                ELSE
                    WRITE loan-document-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                MOVE SPACES TO journal-after.
                STRING "RCVD " ld-received-date " REF " ld-reference
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                PERFORM journal-the-change.
                MOVE 1 TO banner-rec-count.
                DISPLAY "docmnt: loan " work-loan-number " "
                        work-doc-type " logged, received "
                        ld-received-date.
                EXIT.

            guard-then-remove.
                IF work-doc-type = SPACES THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on OR NOT role-is-supervisor
                        THEN
                    DISPLAY "docmnt: supervisor role required - "
                            "document not removed"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-document.
                IF NOT document-on-file THEN
                    DISPLAY "docmnt: loan " work-loan-number
                            " has no " work-doc-type " on file"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING "RCVD " ld-received-date " REF " ld-reference
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                DELETE document-file RECORD.
                MOVE "REMOVED" TO journal-after.
                PERFORM journal-the-change.
                MOVE 1 TO banner-rec-count.
                DISPLAY "docmnt: loan " work-loan-number " "
                        work-doc-type " removed".
                EXIT.

            journal-the-change.
                MOVE SPACES TO journal-key.
                MOVE work-loan-number TO journal-key(1:6).
                MOVE work-doc-type TO journal-key(7:4).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

            *> the checklist first, then whatever else is on file
            *> that the product does not ask for.
            list-the-documents.
                PERFORM verify-the-loan.
                IF RETURN-CODE NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> docchk reads the inventory itself.
                CLOSE document-file.
                CALL "docchk" USING work-loan-number, loan-opened,
                        cycle-date-stamp, doc-checklist.
                OPEN INPUT document-file.
                DISPLAY "docmnt: loan " work-loan-number " opened "
                        loan-opened " product " dl-product " - "
                        dl-count " required, " dl-overdue " overdue".
                PERFORM VARYING entry-idx FROM 1 BY 1
                        UNTIL entry-idx > dl-count
                    PERFORM show-one-entry
                END-PERFORM.
                MOVE work-loan-number TO ld-loan-number.
                MOVE LOW-VALUES TO ld-doc-type.
                MOVE 0 TO walk-done.
                START document-file KEY >= ld-key
                    INVALID KEY MOVE 1 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ document-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND ld-loan-number NOT = work-loan-number
                            THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        PERFORM show-an-extra-document
                    END-IF
                END-PERFORM.
                IF dl-overdue > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            show-one-entry.
                EVALUATE TRUE
                    WHEN dl-is-received(entry-idx)
                        DISPLAY "  " dl-doc-type(entry-idx) " "
                                dl-description(entry-idx)
                                " RECEIVED " dl-received-date(entry-idx)
                                " REF " dl-reference(entry-idx)
                    WHEN dl-is-missing(entry-idx)
                        DISPLAY "  " dl-doc-type(entry-idx) " "
                                dl-description(entry-idx)
                                " MISSING - DUE " dl-due-date(entry-idx)
                    WHEN OTHER
                        DISPLAY "  " dl-doc-type(entry-idx) " "
                                dl-description(entry-idx)
                                " AWAITED - DUE " dl-due-date(entry-idx)
                END-EVALUATE.
                EXIT.

            show-an-extra-document.
                MOVE 0 TO entry-hit.
                PERFORM VARYING entry-idx FROM 1 BY 1
                        UNTIL entry-idx > dl-count
                    IF dl-doc-type(entry-idx) = ld-doc-type THEN
                        MOVE 1 TO entry-hit
                    END-IF
                END-PERFORM.
                IF entry-hit = 0 THEN
                    DISPLAY "  " ld-doc-type " (not required)"
                            "                RECEIVED "
                            ld-received-date " REF " ld-reference
                END-IF.
                EXIT.

            read-the-document.
                MOVE 0 TO document-found.
                MOVE work-loan-number TO ld-loan-number.
                MOVE work-doc-type TO ld-doc-type.
                READ document-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO document-found
                END-READ.
                EXIT.

            verify-the-loan.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    DISPLAY "docmnt: loanmast.dat not available"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "docmnt: loan " work-loan-number
                                " is not on the loan master"
                        MOVE 8 TO RETURN-CODE
                END-READ.
                CLOSE loan-master.
                EXIT.

        END PROGRAM docmnt.
