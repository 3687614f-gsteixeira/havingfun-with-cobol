        *> **********************************************************************
        *> prtymnt - loan party maintenance, the screen alongside
        *> loanadd. loanadd opens a loan for exactly one borrower, but a
        *> good share of the notes are signed by two people or backed by
        *> a guarantor, and the second party lived only in the paper
        *> file. This screen keeps loanparty.dat (LOANPRTY): one row per
        *> additional party, linking the loan to that party's
        *> custmast.dat record with a role - C co-borrower, S cosigner,
        *> G guarantor. custinq and cust360 show the loan under every
        *> party, stmtgen and letters mail every party, purgecust will
        *> not archive a party to an active loan, and integchk reports
        *> a party row whose customer has gone.
        *>
        *>    actions on the panel, for the keyed loan:
        *>      A  add a party (or change an existing party's role)
        *>      D  drop a party
        *>      V  view the borrower and every party on file
        *>      X  leave the program
        *>
        *>    the clerk signs on through opersec; adding and dropping
        *>    need the maintenance or supervisor role and are
        *>    journaled through jrnwrite, viewing does not. A party
        *>    must be an active customer, and cannot be the loan's own
        *>    borrower.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. prtymnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT party-file ASSIGN TO "loanparty.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lp-key
                        ALTERNATE RECORD KEY IS lp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS party-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  party-file.
                    COPY LOANPRTY.
                FD  loan-master.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
            WORKING-STORAGE SECTION.
                01 party-file-status  PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 master-file-status PIC X(02) VALUE "00".
                01 clerk-done       PIC 9 VALUE ZERO.
                    88 clerk-is-done VALUE 1.
                01 walk-done        PIC 9 VALUE ZERO.
                01 rows-shown       PIC 9(3) VALUE ZEROS.
                01 entry-action     PIC X(1) VALUE SPACES.
                01 entry-loan       PIC 9(6) VALUE ZEROS.
                01 entry-party-id   PIC 9(4) VALUE ZEROS.
                01 entry-role       PIC X(1) VALUE "C".
                01 panel-message    PIC X(60) VALUE SPACES.
                01 today-date       PIC X(8) VALUE SPACES.
                01 party-found      PIC 9 VALUE ZERO.
                    88 party-on-file VALUE 1.
                01 changes-applied  PIC 9(6) VALUE ZEROS.
                *> the signed-on operator - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "PRTYMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "PRTYMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 key-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "LOAN PARTY MAINTENANCE".
                    02 LINE 4 COLUMN 5  VALUE "LOAN NUMBER:".
                    02 LINE 4 COLUMN 18 PIC 9(6) USING entry-loan.
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (A=ADD D=DROP V=VIEW X=EXIT):".
                    02 LINE 6 COLUMN 42 PIC X(1) USING entry-action.
                    02 LINE 8 COLUMN 5  PIC X(60) FROM panel-message.
                01 detail-panel.
                    02 LINE 10 COLUMN 5
                        VALUE "PARTY USER ID .....................:".
                    02 LINE 10 COLUMN 42
                        PIC 9(4) USING entry-party-id.
                    02 LINE 11 COLUMN 5
                        VALUE "ROLE (C=CO-BORROWER S=COSIGNER ....".
                    02 LINE 12 COLUMN 5
                        VALUE "      G=GUARANTOR) ................:".
                    02 LINE 12 COLUMN 42 PIC X(1) USING entry-role.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O party-file.
            IF party-file-status = "35" THEN
                OPEN OUTPUT party-file
                CLOSE party-file
                OPEN I-O party-file
            END-IF.
            OPEN INPUT loan-master.
            OPEN INPUT customer-master.
            IF party-file-status NOT = "00"
                    OR loan-master-status NOT = "00"
                    OR master-file-status NOT = "00" THEN
                DISPLAY "prtymnt: loanparty.dat/loanmast.dat/"
                        "custmast.dat not available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO clerk-done.
            PERFORM process-one-action UNTIL clerk-is-done.
            CLOSE customer-master.
            CLOSE loan-master.
            CLOSE party-file.
            MOVE changes-applied TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            process-one-action.
                MOVE SPACES TO entry-action.
                ACCEPT key-panel.
                MOVE SPACES TO panel-message.
                IF FUNCTION UPPER-CASE(entry-action) = "X" THEN
                    MOVE 1 TO clerk-done
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-loan TO loan-number.
                READ loan-master
                    INVALID KEY
                        MOVE "loan not on the loan master"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE FUNCTION UPPER-CASE(entry-action)
                    WHEN "A" PERFORM add-party
                    WHEN "D" PERFORM drop-party
                    WHEN "V" PERFORM view-parties
                    WHEN OTHER
                        MOVE "unrecognized action - use A, D, V or X"
                                TO panel-message
                END-EVALUATE.
                EXIT.

            add-party.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required to add a party"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entry-party-id.
                MOVE "C" TO entry-role.
                ACCEPT detail-panel.
                MOVE FUNCTION UPPER-CASE(entry-role) TO entry-role.
                IF entry-role NOT = "C" AND entry-role NOT = "S"
                        AND entry-role NOT = "G" THEN
                    MOVE "role must be C, S or G - nothing added"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-party-id = loan-borrower-id THEN
                    MOVE "that customer is the loan's own borrower"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-party-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "party is not on the customer master"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                IF NOT cust-status-active THEN
                    MOVE "party is not an active customer"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-the-party.
                MOVE SPACES TO journal-before.
                IF party-on-file THEN
                    STRING "PARTY " lp-user-id " ROLE " lp-role
                        DELIMITED BY SIZE INTO journal-before
                    END-STRING
                ELSE
                    MOVE SPACES TO loan-party-record
                    MOVE entry-loan TO lp-loan-number
                    MOVE entry-party-id TO lp-user-id
                END-IF.
                MOVE entry-role TO lp-role.
                MOVE today-date TO lp-added.
                MOVE signed-operator TO lp-added-by.
                IF party-on-file THEN
                    REWRITE loan-party-record
                ELSE
                    WRITE loan-party-record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.
                MOVE SPACES TO journal-after.
                STRING "PARTY " lp-user-id " ROLE " lp-role
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE "party on file for the loan" TO panel-message.
                EXIT.

            drop-party.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required to drop a party"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entry-party-id.
                ACCEPT detail-panel.
                PERFORM read-the-party.
                IF NOT party-on-file THEN
                    MOVE "no such party on the loan" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                STRING "PARTY " lp-user-id " ROLE " lp-role
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                DELETE party-file.
                MOVE "PARTY DROPPED" TO journal-after.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE "party dropped from the loan" TO panel-message.
                EXIT.

            view-parties.
                DISPLAY " ".
                DISPLAY "PARTIES TO LOAN " entry-loan ":".
                DISPLAY "  BORROWER    " loan-borrower-id.
                MOVE 0 TO rows-shown.
                MOVE entry-loan TO lp-loan-number.
                MOVE 0 TO lp-user-id.
                START party-file KEY >= lp-key
                    INVALID KEY
                        DISPLAY "  (no additional parties)"
                        EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ party-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND lp-loan-number NOT = entry-loan THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        ADD 1 TO rows-shown
                        EVALUATE TRUE
                            WHEN lp-is-co-borrower
                                DISPLAY "  CO-BORROWER " lp-user-id
                                        " added " lp-added " by "
                                        FUNCTION TRIM(lp-added-by)
                            WHEN lp-is-cosigner
                                DISPLAY "  COSIGNER    " lp-user-id
                                        " added " lp-added " by "
                                        FUNCTION TRIM(lp-added-by)
                            WHEN OTHER
                                DISPLAY "  GUARANTOR   " lp-user-id
                                        " added " lp-added " by "
                                        FUNCTION TRIM(lp-added-by)
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                IF rows-shown = 0 THEN
                    DISPLAY "  (no additional parties)"
                END-IF.
                MOVE "parties shown" TO panel-message.
                EXIT.

            read-the-party.
                MOVE 1 TO party-found.
                MOVE entry-loan TO lp-loan-number.
                MOVE entry-party-id TO lp-user-id.
                READ party-file
                    INVALID KEY MOVE 0 TO party-found
                END-READ.
                EXIT.

            journal-the-change.
                MOVE SPACES TO journal-key.
                MOVE entry-loan TO journal-key(1:6).
                MOVE entry-party-id TO journal-key(7:4).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

        END PROGRAM prtymnt.
