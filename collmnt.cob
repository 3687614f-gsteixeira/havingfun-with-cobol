        *>      P  record a promise to pay (amount, promised date,
        *>         comment) - promchk.cob judges it when it falls due
        *>      V  view the loan's collection history, newest last
        *>      L  view the loan's transaction ledger off loantxn.dat -
        *>         every payment, reversal, fee and term change, so
        *>         the collector can see what the borrower actually
        *>         paid before picking up the phone
        *>      D  record the disposition of the call on the loan's
        *>         work queue entry - PP promise to pay, LM left a
        *>         message, NA no answer, WN wrong number, CB call
        *>         back, RP refused to pay, PD says already paid, DS
        *>         disputes the debt - with a note that also goes on
        *>         the collection history; the next account comes up
        *>      Q  bring up the next account in the work queue
        *>      X  leave the program
        *>
        *>    the screen opens on the collector's next unworked
        *>    account in collqueue.dat (COLLQUE), the queue collque.cob
        *>    builds nightly highest risk first; when their own queue
        *>    is done the unassigned pool comes next. Any loan-number
        *>    may still be keyed over it.
        *>
        *>    a loan under a legal hold on loanlegal.dat (bankruptcy,
        *>    litigation - see legalmnt.cob) may not be collected on:
        *>    N and P are refused for it with the status on the panel,
        *>    and the V view heads its history with the hold. The
        *>    views stay open.
        *>
        *>    the operator id comes from LOGNAME (or USER), the same
        *>    environment pattern jrnwrite stamps the journal with.
        *>    Each borrower brought up on a loan is logged through
        *>    viewlog.cob.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. collmnt.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT loan-txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS txn-key
                        FILE STATUS IS loan-txn-status.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    SELECT queue-file ASSIGN TO "collqueue.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cq-key
                        ALTERNATE RECORD KEY IS cq-loan-number
                        FILE STATUS IS queue-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  collections-file.
                    COPY LOANREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  queue-file.
                    COPY COLLQUE.
            WORKING-STORAGE SECTION.
                01 collections-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 master-file-status PIC X(02) VALUE "00".
                01 loan-txn-status    PIC X(02) VALUE "00".
                01 legal-file-status  PIC X(02) VALUE "00".
                01 queue-file-status  PIC X(02) VALUE "00".
                01 queue-walk-done    PIC 9 VALUE ZERO.
                01 queue-found        PIC 9 VALUE ZERO.
                    88 queue-account-found VALUE 1.
                01 queue-owner        PIC X(10) VALUE SPACES.
                01 queue-lead         PIC X(16) VALUE SPACES.
                *> the dispositions a worked account may be given.
                01 disposition-values PIC X(16)
                        VALUE "PPLMNAWNCBRPPDDS".
                01 disposition-table REDEFINES disposition-values.
                    02 disposition-code PIC X(2) OCCURS 8 TIMES.
                01 disposition-idx    PIC 9(2) VALUE ZEROS.
                01 disposition-ok     PIC 9 VALUE ZERO.
                01 entry-disposition  PIC X(2) VALUE SPACES.
                01 legal-hold-found   PIC 9 VALUE ZERO.
                    88 loan-under-legal-hold VALUE 1.
                01 collector-done   PIC 9 VALUE ZERO.
                    88 collector-is-done VALUE 1.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 entry-prom-date  PIC X(8) VALUE SPACES.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 date-integer     PIC 9(9) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-balance  PIC Z(8)9.99.
                01 entries-written  PIC 9(6) VALUE ZEROS.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "COLLMNT".
                01 banner-job-name  PIC X(20) VALUE "COLLMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                    02 LINE 4 COLUMN 18 PIC 9(6) USING entry-loan.
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (N=NOTE P=PROMISE V=VIEW".
                    02 LINE 6 COLUMN 37 VALUE " L=LEDGER".
                    02 LINE 7 COLUMN 13
                        VALUE "D=DISPOSITION Q=NEXT IN QUEUE X=EXIT):".
                    02 LINE 7 COLUMN 52 PIC X(01) USING entry-action.
                    02 LINE 8 COLUMN 5  PIC X(60) FROM panel-message.
                01 note-panel.
                    02 BLANK SCREEN.
                    02 LINE 8 COLUMN 5  VALUE "COMMENT ..:".
                    02 LINE 8 COLUMN 17 PIC X(60) USING entry-text.
                    02 LINE 10 COLUMN 5 PIC X(60) FROM panel-message.
                01 disposition-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "COLLECTIONS - CALL DISPOSITION".
                    02 LINE 4 COLUMN 5  VALUE "LOAN .....:".
                    02 LINE 4 COLUMN 17 PIC 9(6) FROM entry-loan.
                    02 LINE 4 COLUMN 25 PIC X(30) FROM borrower-name.
                    02 LINE 6 COLUMN 5  VALUE "OUTCOME ..:".
                    02 LINE 6 COLUMN 17 PIC X(2)
                            USING entry-disposition.
                    02 LINE 6 COLUMN 21
                        VALUE "PP LM NA WN CB RP PD DS".
                    02 LINE 7 COLUMN 5  VALUE "NOTE .....:".
                    02 LINE 7 COLUMN 17 PIC X(60) USING entry-text.
                    02 LINE 9 COLUMN 5  PIC X(60) FROM panel-message.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
            END-IF.
            OPEN INPUT loan-master.
            OPEN INPUT customer-master.
            OPEN INPUT legal-file.
            OPEN I-O queue-file.
            MOVE "NEXT IN QUEUE:" TO queue-lead.
            PERFORM find-next-in-queue.
            MOVE 0 TO collector-done.
            PERFORM process-one-action UNTIL collector-is-done.
            IF master-file-status = "00" THEN
            IF loan-master-status = "00" THEN
                CLOSE loan-master
            END-IF.
            IF legal-file-status = "00" THEN
                CLOSE legal-file
            END-IF.
            IF queue-file-status = "00" THEN
                CLOSE queue-file
            END-IF.
            CLOSE collections-file.
            MOVE entries-written TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
                    WHEN "N" PERFORM guard-then-note
                    WHEN "P" PERFORM guard-then-promise
                    WHEN "V" PERFORM view-history
                    WHEN "L" PERFORM view-ledger
                    WHEN "D" PERFORM guard-then-disposition
                    WHEN "Q"
                        MOVE "NEXT IN QUEUE:" TO queue-lead
                        PERFORM find-next-in-queue
                    WHEN "X" MOVE 1 TO collector-done
                    WHEN OTHER
                        MOVE "unrecognized action - use N P V L D Q X"
                                TO panel-message
                END-EVALUATE.
                EXIT.
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    MOVE username TO borrower-name
                                    CALL "viewlog" USING view-program,
                                            user_id
                            END-READ
                        END-IF
                END-READ.
                PERFORM check-for-legal-hold.
                EXIT.

            *> the loan's legal status; a hold in force puts the
            *> refusal on the panel message ready for the caller.
            check-for-legal-hold.
                MOVE 0 TO legal-hold-found.
                IF legal-file-status NOT = "00"
                        OR NOT loan-was-on-file THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-loan TO ll-loan-number.
                READ legal-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT ll-hold-in-force THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO legal-hold-found.
                MOVE SPACES TO panel-message.
                IF ll-other-legal-hold THEN
                    STRING "LEGAL HOLD, CASE "
                            FUNCTION TRIM(ll-case-number)
                            " - NO CONTACT"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                ELSE
                    STRING "BANKRUPTCY CH " FUNCTION TRIM(ll-chapter)
                            " CASE "
                            FUNCTION TRIM(ll-case-number)
                            " - NO CONTACT"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                END-IF.
                EXIT.

            *> the next free sequence under the loan, found by walking
                PERFORM add-promise.
                EXIT.

            guard-then-disposition.
                IF NOT role-can-maintain THEN
                    MOVE "role I is inquiry only - action refused"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM record-disposition.
                EXIT.

            *> the collector's own queue first, in rank order, then
            *> the unassigned pool; the first account nobody has
            *> worked since the queue was built is keyed up.
            find-next-in-queue.
                MOVE 0 TO queue-found.
                IF queue-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION UPPER-CASE(operator-id) TO queue-owner.
                PERFORM walk-one-queue.
                IF NOT queue-account-found THEN
                    MOVE SPACES TO queue-owner
                    PERFORM walk-one-queue
                END-IF.
                MOVE SPACES TO panel-message.
                IF NOT queue-account-found THEN
                    STRING FUNCTION TRIM(queue-lead)
                            " queue done - key a loan number"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                    EXIT PARAGRAPH
                END-IF.
                MOVE cq-loan-number TO entry-loan.
                IF cq-collector = SPACES THEN
                    STRING FUNCTION TRIM(queue-lead) " LOAN "
                            cq-loan-number " POOL " cq-rank
                            " SCORE " cq-score
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                ELSE
                    STRING FUNCTION TRIM(queue-lead) " LOAN "
                            cq-loan-number " RANK " cq-rank
                            " SCORE " cq-score
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                END-IF.
                EXIT.

            walk-one-queue.
                MOVE queue-owner TO cq-collector.
                MOVE 0 TO cq-rank.
                START queue-file KEY >= cq-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO queue-walk-done.
                PERFORM UNTIL queue-walk-done = 1
                    READ queue-file NEXT RECORD
                        AT END MOVE 1 TO queue-walk-done
                    END-READ
                    IF queue-walk-done = 0
                            AND cq-collector NOT = queue-owner THEN
                        MOVE 1 TO queue-walk-done
                    END-IF
                    IF queue-walk-done = 0 AND cq-not-worked THEN
                        MOVE 1 TO queue-found
                        MOVE 1 TO queue-walk-done
                    END-IF
                END-PERFORM.
                EXIT.

            *> the outcome goes on the queue entry and, as a note, on
            *> the collection history, where tomorrow's queue build
            *> sees the loan was touched.
            record-disposition.
                IF queue-file-status NOT = "00" THEN
                    MOVE "no work queue on file" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read-keyed-loan.
                IF NOT loan-was-on-file THEN
                    MOVE "loan not on the master" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF loan-under-legal-hold THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-loan TO cq-loan-number.
                READ queue-file KEY IS cq-loan-number
                    INVALID KEY
                        MOVE "loan is not in the work queue"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                MOVE SPACES TO entry-disposition.
                MOVE SPACES TO entry-text.
                ACCEPT disposition-panel.
                MOVE FUNCTION UPPER-CASE(entry-disposition)
                        TO entry-disposition.
                MOVE 0 TO disposition-ok.
                PERFORM VARYING disposition-idx FROM 1 BY 1
                        UNTIL disposition-idx > 8
                    IF disposition-code(disposition-idx)
                            = entry-disposition THEN
                        MOVE 1 TO disposition-ok
                    END-IF
                END-PERFORM.
                IF disposition-ok = 0 THEN
                    MOVE "outcome must be PP LM NA WN CB RP PD or DS"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-disposition TO cq-disposition.
                MOVE FUNCTION CURRENT-DATE(1:8) TO cq-worked-date.
                MOVE operator-id TO cq-worked-by.
                REWRITE collection-queue-record
                    INVALID KEY
                        MOVE "queue update failed - nothing recorded"
                                TO panel-message
                        EXIT PARAGRAPH
                END-REWRITE.
                PERFORM find-next-sequence.
                MOVE SPACES TO collection-record.
                MOVE entry-loan TO coll-loan-number.
                MOVE next-sequence TO coll-seq.
                SET coll-is-note TO TRUE.
                MOVE FUNCTION CURRENT-DATE(1:14) TO coll-stamp.
                MOVE operator-id TO coll-operator.
                STRING "CALL " entry-disposition " - "
                        FUNCTION TRIM(entry-text)
                    DELIMITED BY SIZE INTO coll-text
                END-STRING.
                MOVE 0 TO coll-prom-amount.
                MOVE SPACES TO coll-prom-date.
                MOVE SPACES TO coll-prom-status.
                WRITE collection-record
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO entries-written
                END-WRITE.
                MOVE "RECORDED - NEXT:" TO queue-lead.
                PERFORM find-next-in-queue.
                EXIT.

            add-contact-note.
                PERFORM read-keyed-loan.
                IF NOT loan-was-on-file THEN
                    MOVE "loan not on the master" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF loan-under-legal-hold THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO entry-text.
                ACCEPT note-panel.
                IF entry-text = SPACES THEN
                    MOVE "loan not on the master" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF loan-under-legal-hold THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO entry-text.
                MOVE 0 TO entry-amount.
                MOVE SPACES TO entry-prom-date.
                DISPLAY " ".
                DISPLAY "COLLECTION HISTORY - LOAN " entry-loan
                        " (" FUNCTION TRIM(borrower-name) ")".
                IF loan-under-legal-hold THEN
                    DISPLAY "  *** " FUNCTION TRIM(panel-message)
                            " ***"
                END-IF.
                MOVE 0 TO entries-listed.
                MOVE entry-loan TO coll-loan-number.
                MOVE 0 TO coll-seq.
                MOVE "history listed above" TO panel-message.
                EXIT.

            *> the loan's transaction history, oldest first - read
            *> only, open to inquiry sign-ons like the V view.
            view-ledger.
                PERFORM read-keyed-loan.
                IF NOT loan-was-on-file THEN
                    MOVE "loan not on the master" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                DISPLAY " ".
                DISPLAY "TRANSACTION LEDGER - LOAN " entry-loan
                        " (" FUNCTION TRIM(borrower-name) ")".
                MOVE 0 TO entries-listed.
                OPEN INPUT loan-txn-file.
                IF loan-txn-status = "00" THEN
                    MOVE entry-loan TO txn-loan-number
                    MOVE 0 TO txn-seq
                    MOVE 0 TO end_of_file
                    START loan-txn-file KEY >= txn-key
                        INVALID KEY MOVE 1 TO end_of_file
                    END-START
                    PERFORM UNTIL end_of_file = 1
                        READ loan-txn-file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND txn-loan-number NOT = entry-loan
                                THEN
                            MOVE 1 TO end_of_file
                        END-IF
                        IF end_of_file = 0 THEN
                            ADD 1 TO entries-listed
                            PERFORM show-one-ledger-entry
                        END-IF
                    END-PERFORM
                    CLOSE loan-txn-file
                END-IF.
                IF entries-listed = 0 THEN
                    DISPLAY "  no ledger events on file"
                END-IF.
                MOVE "ledger listed above" TO panel-message.
                EXIT.

            show-one-ledger-entry.
                MOVE txn-amount TO display-amount.
                MOVE txn-balance-after TO display-balance.
                DISPLAY "  " txn-effective-date " " txn-event " "
                        display-amount " BAL " display-balance " "
                        txn-operator " " FUNCTION TRIM(txn-memo).
                EXIT.

            show-one-entry.
                IF coll-is-promise THEN
                    DISPLAY "  " coll-stamp(1:8) " "
