        *>      - each active loan's next due date and amount off
        *>        loansched.dat
        *>      - the customer's last few posted payments, newest first
        *>      - each loan's most recent ledger events off the loan
        *>        transaction history, loantxn.dat - what actually
        *>        happened on the loan, not just what state it is in
        *>      - every loan the customer is a co-borrower, cosigner
        *>        or guarantor on, off loanparty.dat (see prtymnt.cob)
        *>        - shown the same way, with the role alongside
        *>      - the customer's loans since moved to the loan archive
        *>        by loanarc.cob, one line each with the closing
        *>        date, through loanarcq.cob
        *>      - the other members of the customer's household off
        *>        household.dat (see househld.cob) - who else lives at
        *>        the address and shares the household's mail
        *>      - a FRAUD REVIEW line while the customer has a red
        *>        flag open on fraudq.dat (see redflag.cob) - until a
        *>        supervisor clears it through fraudrev.cob
        *>      - each loan's document checklist (docchk.cob): the
        *>        documents its product requires, received or still
        *>        awaited, and any missing past the grace period
        *>
        *>    the clerk keys a user_id on the panel; 0 leaves the
        *>    program. Called with a user_id - the way custfind.cob
        *>    hands a name-search selection across - the position is
        *>    shown once for that customer and the program returns,
        *>    no key panel.
        *>
        *>    the keyed path signs the clerk on through opersec.cob
        *>    first (any role may inquire); the handed-across path
        *>    runs under the caller's sign-on. Every customer shown -
        *>    the one asked for and each household member listed - is
        *>    logged through viewlog.cob.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. custinq.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT party-file ASSIGN TO "loanparty.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lp-key
                        ALTERNATE RECORD KEY IS lp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS party-file-status.
                    SELECT household-file ASSIGN TO "household.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hh-key
                        ALTERNATE RECORD KEY IS hh-member-id
                        FILE STATUS IS household-file-status.
                    SELECT fraud-queue ASSIGN TO "fraudq.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fq-key
                        FILE STATUS IS fraud-queue-status.
        DATA DIVISION.
            FILE SECTION.
                FD  customer-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  party-file.
                    COPY LOANPRTY.
                FD  household-file.
                    COPY HOUSEHLD.
                FD  fraud-queue.
                    COPY FRAUDQ.
            WORKING-STORAGE SECTION.
                01 master-file-status   PIC X(02) VALUE "00".
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 loan-txn-status      PIC X(02) VALUE "00".
                01 party-file-status    PIC X(02) VALUE "00".
                01 party-done       PIC 9 VALUE ZERO.
                01 household-file-status PIC X(02) VALUE "00".
                01 households-open  PIC 9 VALUE ZERO.
                01 household-done   PIC 9 VALUE ZERO.
                01 current-household PIC 9(4) VALUE ZEROS.
                01 fraud-queue-status PIC X(02) VALUE "00".
                01 fraud-open       PIC 9 VALUE ZERO.
                01 fraud-done       PIC 9 VALUE ZERO.
                01 flags-open       PIC 9(2) VALUE ZEROS.
                *> the loan in hand's documents - see docchk.cob.
                COPY DOCLIST.
                01 doc-idx          PIC 9(2) VALUE ZEROS.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the role the customer holds on the loan in hand -
                *> space when they are its borrower.
                01 held-role        PIC X(1) VALUE SPACE.
                    88 held-as-co-borrower VALUE "C".
                    88 held-as-cosigner    VALUE "S".
                01 clerk-done       PIC 9 VALUE ZERO.
                    88 clerk-is-done VALUE 1.
                01 end_of_file      PIC 9 VALUE ZERO.
                *> the next due amount, edited apart from the balance
                *> so one loan line can carry both.
                01 display-due      PIC Z(8)9.99.
                *> the ledger tail under each loan: how many of the
                *> newest events to show, and where they start.
                01 ledger-depth     PIC 9(3) VALUE 6.
                *> the archive walk: which of the borrower's archived
                *> loans to ask loanarcq for next, and its answer.
                01 archive-key      PIC 9(6) VALUE ZEROS.
                01 archive-index    PIC 9(3) VALUE ZEROS.
                01 archive-closed   PIC X(8) VALUE SPACES.
                01 archive-outcome  PIC 9 VALUE ZERO.
                01 ledger-done      PIC 9 VALUE ZERO.
                01 last-txn-seq     PIC 9(6) VALUE ZEROS.
                01 first-txn-seq    PIC 9(6) VALUE ZEROS.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 signon-refused   PIC 9 VALUE ZERO.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "CUSTINQ".
                01 banner-job-name  PIC X(20) VALUE "CUSTINQ".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT loan-master.
            OPEN INPUT loan-schedule.
            OPEN INPUT loan-txn-file.
            OPEN INPUT party-file.
            OPEN INPUT household-file.
            IF household-file-status = "00" THEN
                MOVE 1 TO households-open
            END-IF.
            OPEN INPUT fraud-queue.
            IF fraud-queue-status = "00" THEN
                MOVE 1 TO fraud-open
            END-IF.
            IF NUMBER-OF-CALL-PARAMETERS >= 1
                    AND ci-user-id NOT = 0 THEN
                PERFORM show-preselected-customer
                MOVE 1 TO clerk-done
            ELSE
                MOVE 0 TO clerk-done
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome
                IF NOT operator-signed-on THEN
                    DISPLAY "custinq: sign-on refused - nothing shown"
                    MOVE 1 TO signon-refused
                    MOVE 1 TO clerk-done
                END-IF
                PERFORM process-one-inquiry UNTIL clerk-is-done
            END-IF.
            IF party-file-status = "00" THEN
                CLOSE party-file
            END-IF.
            IF households-open = 1 THEN
                CLOSE household-file
            END-IF.
            IF fraud-open = 1 THEN
                CLOSE fraud-queue
            END-IF.
            IF loan-txn-status = "00" THEN
                CLOSE loan-txn-file
            END-IF.
            IF loan-schedule-status = "00" THEN
                CLOSE loan-schedule
            END-IF.
            CLOSE customer-master.
            MOVE inquiries-made TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            IF signon-refused = 1 THEN
                MOVE 8 TO RETURN-CODE
            END-IF.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.
                EXIT.

            show-the-position.
                CALL "viewlog" USING view-program, user_id.
                DISPLAY " ".
                DISPLAY "CUSTOMER " user_id " - "
                        FUNCTION TRIM(username)
                        "  [" cust-status "]".
                DISPLAY "  " FUNCTION TRIM(cust-address).
                PERFORM show-the-fraud-flags.
                PERFORM show-the-household.
                MOVE 0 TO loans-shown.
                MOVE 0 TO recent-count.
                PERFORM walk-the-loans.
                PERFORM walk-the-party-loans.
                PERFORM walk-the-archived-loans.
                IF loans-shown = 0 THEN
                    DISPLAY "  no loans on file"
                END-IF.
                PERFORM show-recent-payments.
                EXIT.

            *> the customer's red flags still open on the fraud
            *> review queue - the desk is warned before it acts.
            show-the-fraud-flags.
                IF fraud-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO flags-open.
                MOVE user_id TO fq-user-id.
                MOVE LOW-VALUES TO fq-rule.
                MOVE LOW-VALUES TO fq-trigger.
                MOVE 0 TO fraud-done.
                START fraud-queue KEY >= fq-key
                    INVALID KEY MOVE 1 TO fraud-done
                END-START.
                PERFORM UNTIL fraud-done = 1
                    READ fraud-queue NEXT RECORD
                        AT END MOVE 1 TO fraud-done
                    END-READ
                    IF fraud-done = 0 AND fq-user-id NOT = user_id THEN
                        MOVE 1 TO fraud-done
                    END-IF
                    IF fraud-done = 0 AND fq-is-open THEN
                        ADD 1 TO flags-open
                    END-IF
                END-PERFORM.
                IF flags-open > 0 THEN
                    DISPLAY "  ** FRAUD REVIEW - " flags-open
                            " open red flag(s) - see fraudrev"
                END-IF.
                EXIT.

            *> the others at the customer's address, read off the
            *> master by user_id; the customer is read back after so
            *> the rest of the position is theirs.
            show-the-household.
                IF households-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-user-id TO hh-member-id.
                READ household-file KEY IS hh-member-id
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF hh-member-count < 2 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE hh-household-id TO current-household.
                DISPLAY "  HOUSEHOLD " current-household " - "
                        hh-member-count " member(s) at this address:".
                MOVE 0 TO hh-user-id.
                START household-file KEY >= hh-key
                    INVALID KEY MOVE 1 TO household-done
                    NOT INVALID KEY MOVE 0 TO household-done
                END-START.
                PERFORM UNTIL household-done = 1
                    READ household-file NEXT RECORD
                        AT END MOVE 1 TO household-done
                    END-READ
                    IF household-done = 0
                            AND hh-household-id
                                    NOT = current-household THEN
                        MOVE 1 TO household-done
                    END-IF
                    IF household-done = 0
                            AND hh-user-id NOT = entry-user-id THEN
                        MOVE hh-user-id TO user_id
                        READ customer-master
                            INVALID KEY
                                DISPLAY "    " hh-user-id
                                        "  (not on the customer master)"
                            NOT INVALID KEY
                                CALL "viewlog" USING view-program,
                                        user_id
                                DISPLAY "    " user_id "  "
                                        FUNCTION TRIM(username)
                                        "  [" cust-status "]"
                        END-READ
                    END-IF
                END-PERFORM.
                MOVE entry-user-id TO user_id.
                READ customer-master
                    INVALID KEY CONTINUE
                END-READ.
                EXIT.

            *> every loan under the keyed customer, straight off the
            *> borrower alternate key.
            walk-the-loans.
                END-PERFORM.
                EXIT.

            *> the loans the customer signed for without being the
            *> borrower - the party file's alternate key, each loan
            *> read back off the master by its number.
            walk-the-party-loans.
                IF party-file-status NOT = "00"
                        OR loan-master-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-user-id TO lp-user-id.
                START party-file KEY >= lp-user-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO party-done.
                PERFORM UNTIL party-done = 1
                    READ party-file NEXT RECORD
                        AT END MOVE 1 TO party-done
                    END-READ
                    IF party-done = 0
                            AND lp-user-id NOT = entry-user-id THEN
                        MOVE 1 TO party-done
                    END-IF
                    IF party-done = 0 THEN
                        MOVE lp-loan-number TO loan-number
                        READ loan-master
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO loans-shown
                                MOVE lp-role TO held-role
                                PERFORM show-one-loan
                                MOVE SPACE TO held-role
                        END-READ
                    END-IF
                END-PERFORM.
                EXIT.

            *> loans archived off the live master - closed long
            *> enough ago that only the closing is worth a line.
            walk-the-archived-loans.
                MOVE entry-user-id TO archive-key.
                MOVE 0 TO archive-index.
                MOVE 1 TO archive-outcome.
                PERFORM UNTIL archive-outcome = 0
                    ADD 1 TO archive-index
                    CALL "loanarcq" USING "B", archive-key,
                            archive-index, loan-record,
                            archive-closed, archive-outcome
                    IF archive-outcome = 1 THEN
                        ADD 1 TO loans-shown
                        MOVE loan-principal TO display-amount
                        DISPLAY "  LOAN " loan-number " [" loan-status
                                "] ARCHIVED - CLOSED " archive-closed
                                "  ORIGINAL " display-amount
                    END-IF
                END-PERFORM.
                EXIT.

            show-the-role.
                EVALUATE TRUE
                    WHEN held-as-co-borrower
                        DISPLAY "    AS CO-BORROWER - BORROWER "
                                loan-borrower-id
                    WHEN held-as-cosigner
                        DISPLAY "    AS COSIGNER - BORROWER "
                                loan-borrower-id
                    WHEN OTHER
                        DISPLAY "    AS GUARANTOR - BORROWER "
                                loan-borrower-id
                END-EVALUATE.
                EXIT.

            show-one-loan.
                MOVE loan-number TO held-loan.
                PERFORM read-loan-schedule.
                    DISPLAY "  LOAN " loan-number " [" loan-status
                            "] BALANCE " display-amount
                END-IF.
                IF held-role NOT = SPACE THEN
                    PERFORM show-the-role
                END-IF.
                PERFORM show-the-documents.
                PERFORM show-loan-ledger.
                EXIT.

            *> the loan's document checklist, one line a document.
            show-the-documents.
                CALL "docchk" USING loan-number, loan-opened,
                        cycle-date-stamp, doc-checklist.
                IF dl-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF dl-overdue > 0 THEN
                    DISPLAY "    DOCUMENTS - " dl-overdue
                            " MISSING PAST GRACE:"
                ELSE
                    DISPLAY "    DOCUMENTS:"
                END-IF.
                PERFORM VARYING doc-idx FROM 1 BY 1
                        UNTIL doc-idx > dl-count
                    EVALUATE TRUE
                        WHEN dl-is-received(doc-idx)
                            DISPLAY "      " dl-doc-type(doc-idx) " "
                                    dl-description(doc-idx)
                                    " RECEIVED "
                                    dl-received-date(doc-idx)
                        WHEN dl-is-missing(doc-idx)
                            DISPLAY "      " dl-doc-type(doc-idx) " "
                                    dl-description(doc-idx)
                                    " ** MISSING - DUE "
                                    dl-due-date(doc-idx)
                        WHEN OTHER
                            DISPLAY "      " dl-doc-type(doc-idx) " "
                                    dl-description(doc-idx)
                                    " AWAITED - DUE "
                                    dl-due-date(doc-idx)
                    END-EVALUATE
                END-PERFORM.
                EXIT.

            *> the newest few events on the loan's transaction
            *> history: one walk finds the last sequence, a second
            *> starts far enough back to show ledger-depth of them,
            *> oldest of those first.
            show-loan-ledger.
                IF loan-txn-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO last-txn-seq.
                MOVE held-loan TO txn-loan-number.
                MOVE 0 TO txn-seq.
                START loan-txn-file KEY >= txn-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO ledger-done.
                PERFORM UNTIL ledger-done = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO ledger-done
                    END-READ
                    IF ledger-done = 0
                            AND txn-loan-number NOT = held-loan THEN
                        MOVE 1 TO ledger-done
                    END-IF
                    IF ledger-done = 0 THEN
                        MOVE txn-seq TO last-txn-seq
                    END-IF
                END-PERFORM.
                IF last-txn-seq = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF last-txn-seq > ledger-depth THEN
                    COMPUTE first-txn-seq = last-txn-seq - ledger-depth
                            + 1
                ELSE
                    MOVE 1 TO first-txn-seq
                END-IF.
                DISPLAY "    LEDGER (LATEST " ledger-depth " OF "
                        last-txn-seq "):".
                MOVE held-loan TO txn-loan-number.
                MOVE first-txn-seq TO txn-seq.
                START loan-txn-file KEY >= txn-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO ledger-done.
                PERFORM UNTIL ledger-done = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO ledger-done
                    END-READ
                    IF ledger-done = 0
                            AND txn-loan-number NOT = held-loan THEN
                        MOVE 1 TO ledger-done
                    END-IF
                    IF ledger-done = 0 THEN
                        MOVE txn-amount TO display-amount
                        DISPLAY "      " txn-effective-date " "
                                txn-event " " display-amount "  "
                                FUNCTION TRIM(txn-memo)
                    END-IF
                END-PERFORM.
                EXIT.

            *> one pass down the loan's schedule: the first unpaid row
