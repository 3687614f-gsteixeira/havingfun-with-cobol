        *> of a hand-read of outfile.txt, a grep of extract.txt and a DBA
        *> ticket for the live table.
        *>
        *> Under the sources, every loan the customer is obligated on:
        *> the loans they borrowed (loanmast.dat's borrower key) and the
        *> loans they are a co-borrower, cosigner or guarantor on
        *> (loanparty.dat - see prtymnt.cob), each with its role.
        *> Then the last ten letters we sent the customer about a loan,
        *> or held back, off the noticehst.dat notice history (see
        *> NOTICEHST.CPY), newest last.
        *>
        *>    usage: cust360 <user_id>
        *>
        *>    the operator signs on through opersec.cob first (any
        *>    role may inquire) and the look is logged through
        *>    viewlog.cob.
        *>
        *>    cobc -x -o cust360 cust360.cob pgconnect.cob
        *>            loadconfig.cob lockmgr.cob jobbanner.cob
        *>            cyclectl.cob opersec.cob viewlog.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. cust360.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS notes-file-status.
                    *> the loans the customer is obligated on, as
                    *> borrower and as an additional party.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT party-file ASSIGN TO "loanparty.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lp-key
                        ALTERNATE RECORD KEY IS lp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS party-file-status.
                    SELECT history-file ASSIGN TO "noticehst.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS nh-key
                        FILE STATUS IS history-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  the_file.
                    COPY EXTRACTREC.
                FD  notes-file.
                    COPY NOTEREC.
                FD  loan-master.
                    COPY LOANREC.
                FD  party-file.
                    COPY LOANPRTY.
                FD  history-file.
                    COPY NOTICEHST.
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 party-file-status    PIC X(02) VALUE "00".
                *> the last ten notices, kept round-robin as the
                *> customer's history walks by oldest first.
                01 history-file-status  PIC X(02) VALUE "00".
                01 history-walk-done    PIC 9 VALUE ZERO.
                01 notices-seen         PIC 9(6) VALUE ZEROS.
                01 notice-slot          PIC 9(2) VALUE ZEROS.
                01 notice-idx           PIC 9(2) VALUE ZEROS.
                01 notice-shown         PIC 9(2) VALUE ZEROS.
                01 notice-ring.
                    02 notice-line PIC X(100) OCCURS 10 TIMES.
                01 loan-walk-done       PIC 9 VALUE ZERO.
                01 loans-listed         PIC 9(3) VALUE ZEROS.
                01 role-label           PIC X(11) VALUE SPACES.
                01 display-balance      PIC Z(8)9.99.
                01 notes-file-status    PIC X(02) VALUE "00".
                01 notes-walk-done      PIC 9 VALUE ZERO.
                01 latest-note-stamp    PIC X(14) VALUE SPACES.
                01 lock-holder      PIC X(20) VALUE "CUST360".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "CUST360".
                01 banner-job-name  PIC X(20) VALUE "CUST360".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            IF cfg-extract-path NOT = SPACES THEN
                MOVE cfg-extract-path TO extract-path-name
            END-IF.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                DISPLAY "cust360: sign-on refused - nothing shown"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE FUNCTION NUMVAL(cmd-line-arg) TO inquiry-user-id.
            CALL "viewlog" USING view-program, inquiry-user-id.
            PERFORM fetch-from-outfile.
            PERFORM fetch-from-extract.
            PERFORM fetch-from-postgres.
            fetch-from-postgres.
                MOVE 0 TO pg-found.
                MOVE 0 TO pg-reachable.
                *> reads only - pgconnect may hand over a standby.
                CALL "pgconnect" USING conn_string, "R".
                CALL "PQconnectdb" USING conn_string
                        RETURNING connection.
                CALL "PQstatus" USING BY VALUE connection
                    END-IF
                END-IF.
                PERFORM show-latest-note.
                PERFORM show-loan-obligations.
                PERFORM show-recent-notices.
                DISPLAY " ".
                PERFORM flag-differences.
                IF difference-count = 0 THEN
                END-IF.
                EXIT.

            *> every loan the customer answers for - borrowed first,
            *> then signed for as an additional party.
            show-loan-obligations.
                MOVE 0 TO loans-listed.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE inquiry-user-id TO loan-borrower-id.
                START loan-master KEY >= loan-borrower-id
                    INVALID KEY MOVE 1 TO loan-walk-done
                    NOT INVALID KEY MOVE 0 TO loan-walk-done
                END-START.
                PERFORM UNTIL loan-walk-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO loan-walk-done
                    END-READ
                    IF loan-walk-done = 0
                            AND loan-borrower-id
                                    NOT = inquiry-user-id THEN
                        MOVE 1 TO loan-walk-done
                    END-IF
                    IF loan-walk-done = 0 THEN
                        MOVE "BORROWER" TO role-label
                        PERFORM show-one-obligation
                    END-IF
                END-PERFORM.
                OPEN INPUT party-file.
                IF party-file-status = "00" THEN
                    MOVE inquiry-user-id TO lp-user-id
                    START party-file KEY >= lp-user-id
                        INVALID KEY MOVE 1 TO loan-walk-done
                        NOT INVALID KEY MOVE 0 TO loan-walk-done
                    END-START
                    PERFORM UNTIL loan-walk-done = 1
                        READ party-file NEXT RECORD
                            AT END MOVE 1 TO loan-walk-done
                        END-READ
                        IF loan-walk-done = 0
                                AND lp-user-id
                                        NOT = inquiry-user-id THEN
                            MOVE 1 TO loan-walk-done
                        END-IF
                        IF loan-walk-done = 0 THEN
                            PERFORM show-one-party-loan
                        END-IF
                    END-PERFORM
                    CLOSE party-file
                END-IF.
                CLOSE loan-master.
                IF loans-listed = 0 THEN
                    DISPLAY "  loans       : none on file"
                END-IF.
                EXIT.

            show-recent-notices.
                MOVE 0 TO notices-seen.
                OPEN INPUT history-file.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE inquiry-user-id TO nh-user-id.
                MOVE 0 TO nh-seq.
                START history-file KEY >= nh-key
                    INVALID KEY MOVE 1 TO history-walk-done
                    NOT INVALID KEY MOVE 0 TO history-walk-done
                END-START.
                PERFORM UNTIL history-walk-done = 1
                    READ history-file NEXT RECORD
                        AT END MOVE 1 TO history-walk-done
                    END-READ
                    IF history-walk-done = 0
                            AND nh-user-id NOT = inquiry-user-id THEN
                        MOVE 1 TO history-walk-done
                    END-IF
                    IF history-walk-done = 0 THEN
                        ADD 1 TO notices-seen
                        COMPUTE notice-slot =
                                FUNCTION MOD(notices-seen - 1, 10) + 1
                        MOVE SPACES TO notice-line(notice-slot)
                        STRING nh-cycle-date " [" nh-outcome "] loan "
                                nh-loan-number " "
                                FUNCTION TRIM(nh-template) " "
                                FUNCTION TRIM(nh-amount) " "
                                FUNCTION TRIM(nh-detail)
                            DELIMITED BY SIZE
                            INTO notice-line(notice-slot)
                        END-STRING
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                IF notices-seen = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF notices-seen > 10 THEN
                    MOVE 10 TO notice-shown
                    COMPUTE notice-idx =
                            FUNCTION MOD(notices-seen, 10) + 1
                ELSE
                    MOVE notices-seen TO notice-shown
                    MOVE 1 TO notice-idx
                END-IF.
                PERFORM notice-shown TIMES
                    DISPLAY "  notice      : "
                            FUNCTION TRIM(notice-line(notice-idx))
                    ADD 1 TO notice-idx
                    IF notice-idx > 10 THEN
                        MOVE 1 TO notice-idx
                    END-IF
                END-PERFORM.
                EXIT.

            show-one-party-loan.
                EVALUATE TRUE
                    WHEN lp-is-co-borrower
                        MOVE "CO-BORROWER" TO role-label
                    WHEN lp-is-cosigner
                        MOVE "COSIGNER" TO role-label
                    WHEN OTHER
                        MOVE "GUARANTOR" TO role-label
                END-EVALUATE.
                MOVE lp-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                PERFORM show-one-obligation.
                EXIT.

            show-one-obligation.
                ADD 1 TO loans-listed.
                MOVE loan-balance TO display-balance.
                DISPLAY "  loan        : " loan-number " ["
                        loan-status "] " role-label
                        " balance " display-balance.
                EXIT.

            *> field-by-field compares between each pair of sources
            *> that both have the row. outfile.txt's detail only
            *> carries the 12-character line_tx, so it is compared
