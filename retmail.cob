        *> **********************************************************************
        *> retmail - returned-mail intake. addrqual.cob catches an address
        *> that is malformed, but a well-formed address the customer has
        *> moved away from kept getting letters and statements until
        *> somebody worked the stack of returns and keyed a mail hold by
        *> hand. The returns are scanned now, and this job works the
        *> scan file. Three passes:
        *>
        *>    retmail intake [return-file]      (default mailret.dat)
        *>        each returned piece names its customer - the user_id
        *>        printed on it, or the piece id from the envelope,
        *>        looked up on the piece register mailprep.cob keeps
        *>        (MAILREG). For a piece that went to the address still
        *>        on the master:
        *>          - cust-mail-hold goes to R on custmast.dat, so the
        *>            letters, statements and notices hold mail for the
        *>            customer (custmnt, custbat and custload lift it
        *>            when a new address arrives; addrqual does not);
        *>          - the hold is kept on rethold.dat (RETHOLD) - when
        *>            it began, how many pieces have come back since;
        *>          - an address-history entry through addrhist.cob
        *>            dates the return against the address;
        *>          - a note on custnote.dat says what came back and
        *>            why, for whoever takes the customer's next call;
        *>          - a forwarding address on the return is queued to
        *>            the fwdrev.dat review list for a clerk.
        *>        A piece sent to an address the customer has changed
        *>        since is listed and nothing held. A piece the
        *>        addressee refused (RF) reached a good address - it
        *>        gets the note and no hold.
        *>    retmail apply
        *>        applies the forwarding addresses a clerk has flipped
        *>        to Y on fwdrev.dat: the address goes on the master
        *>        (maintenance-marked, journaled ADDR as custmnt does,
        *>        on the address history and queued for Postgres
        *>        through chgwrite.cob), the hold is lifted and a note
        *>        says so. A row flipped to X is rejected and
        *>        dropped; one whose customer has had a new address
        *>        since is dropped unapplied; the rest wait.
        *>    retmail aging [days]              (default 30)
        *>        the weekly list of customers still on a returned-mail
        *>        hold with no address fix after the given number of
        *>        days, with the forwarding addresses still waiting on
        *>        the clerk - retaging.rpt. Holds since lifted are
        *>        cleared off rethold.dat as it goes.
        *>
        *>    the return file, one returned piece per line:
        *>      rt-user-id     PIC X(4)   the customer, or blank when
        *>                                only the piece id was read
        *>      rt-piece-id    PIC X(14)  cycle date + piece number
        *>                                (blank when not read)
        *>      rt-reason      PIC X(2)   the carrier's reason:
        *>                                AT attempted - not known,
        *>                                VA vacant, NS no such number,
        *>                                NR no mail receptacle, UF
        *>                                unable to forward, FE
        *>                                forwarding order expired, MV
        *>                                moved - left no address, IA
        *>                                insufficient address, RF
        *>                                refused
        *>      rt-return-date PIC X(8)   YYYYMMDD (blank: the
        *>                                business date)
        *>      rt-forward     PIC X(60)  the forwarding address on
        *>                                the yellow label, if any
        *>    one blank between the fields.
        *>
        *>    the review list, fwdrev.dat, one forwarding address per
        *>    line - the clerk sets the first column:
        *>      fr-approved    PIC X(1)   N waiting, Y apply, X reject
        *>      fr-user-id     PIC 9(4)
        *>      fr-return-date PIC X(8)
        *>      fr-reason      PIC X(2)
        *>      fr-held-address    PIC X(60)  the address that failed
        *>      fr-forward-address PIC X(60)  the one to apply
        *>
        *>    RETURN-CODE: 0 clean, 4 a return matched no customer (or a
        *>    forwarding address could not be applied), 8 the files
        *>    would not open, 16 usage.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. retmail.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT return-file
                        ASSIGN TO DYNAMIC return-path-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS return-file-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    *> the piece register - see MAILREG.
                    SELECT register-file ASSIGN TO "mailreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS mr-piece-id
                        FILE STATUS IS register-file-status.
                    *> the standing holds - see RETHOLD.
                    SELECT hold-file ASSIGN TO "rethold.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rh-user-id
                        FILE STATUS IS hold-file-status.
                    SELECT notes-file ASSIGN TO "custnote.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS notes-file-status.
                    SELECT review-file ASSIGN TO "fwdrev.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS review-file-status.
                    SELECT review-kept ASSIGN TO "fwdrev.new"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT report-file
                        ASSIGN TO DYNAMIC report-path-name
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  return-file.
                    01 return-record.
                        02 rt-user-id     PIC X(4).
                        02 rt-user-number REDEFINES rt-user-id
                                          PIC 9(4).
                        02 FILLER         PIC X(1).
                        02 rt-piece-id    PIC X(14).
                        02 FILLER         PIC X(1).
                        02 rt-reason      PIC X(2).
                        02 FILLER         PIC X(1).
                        02 rt-return-date PIC X(8).
                        02 FILLER         PIC X(1).
                        02 rt-forward     PIC X(60).
                FD  customer-master.
                    COPY CUSTREC.
                FD  register-file.
                    COPY MAILREG.
                FD  hold-file.
                    COPY RETHOLD.
                FD  notes-file.
                    COPY NOTEREC.
                FD  review-file.
                    01 review-record.
                        02 fr-approved        PIC X(1).
                        02 fr-user-id         PIC 9(4).
                        02 fr-return-date     PIC X(8).
                        02 fr-reason          PIC X(2).
                        02 fr-held-address    PIC X(60).
                        02 fr-forward-address PIC X(60).
                FD  review-kept.
                    01 kept-record PIC X(135).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 return-file-status   PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 register-file-status PIC X(02) VALUE "00".
                01 hold-file-status     PIC X(02) VALUE "00".
                01 notes-file-status    PIC X(02) VALUE "00".
                01 review-file-status   PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cmd-full-line    PIC X(100) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 cmd-argument     PIC X(60) VALUE SPACES.
                01 return-path-name PIC X(100) VALUE "mailret.dat".
                01 report-path-name PIC X(20) VALUE "retmail.rpt".
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 register-is-open PIC 9 VALUE ZERO.
                01 notes-are-open   PIC 9 VALUE ZERO.
                01 piece-known      PIC 9 VALUE ZERO.
                01 return-user-id   PIC 9(4) VALUE ZEROS.
                01 customer-found   PIC 9 VALUE ZERO.
                    88 customer-on-file VALUE 1.
                01 hold-found       PIC 9 VALUE ZERO.
                    88 hold-on-file VALUE 1.
                01 outcome-text     PIC X(40) VALUE SPACES.
                01 reason-text      PIC X(30) VALUE SPACES.
                *> the carrier's return reasons, as the scanner keys them.
                01 reason-table.
                    02 FILLER PIC X(32)
                        VALUE "ATattempted - not known          ".
                    02 FILLER PIC X(32)
                        VALUE "VAvacant                         ".
                    02 FILLER PIC X(32)
                        VALUE "NSno such number                 ".
                    02 FILLER PIC X(32)
                        VALUE "NRno mail receptacle             ".
                    02 FILLER PIC X(32)
                        VALUE "UFunable to forward              ".
                    02 FILLER PIC X(32)
                        VALUE "FEforwarding order expired       ".
                    02 FILLER PIC X(32)
                        VALUE "MVmoved - left no address        ".
                    02 FILLER PIC X(32)
                        VALUE "IAinsufficient address           ".
                    02 FILLER PIC X(32)
                        VALUE "RFrefused                        ".
                01 FILLER REDEFINES reason-table.
                    02 reason-entry OCCURS 9 TIMES.
                        03 reason-code    PIC X(2).
                        03 reason-meaning PIC X(30).
                01 reason-idx       PIC 9(2) VALUE ZEROS.
                *> the note this run leaves on the customer.
                01 note-words       PIC X(60) VALUE SPACES.
                01 note-seconds     PIC 9(2) VALUE ZEROS.
                *> the forwarding addresses still waiting on the clerk,
                *> for the aging report.
                01 waiting-table.
                    02 waiting-user-id PIC 9(4) OCCURS 500 TIMES.
                01 waiting-count    PIC 9(3) VALUE ZEROS.
                01 waiting-idx      PIC 9(3) VALUE ZEROS.
                01 forward-waiting  PIC 9 VALUE ZERO.
                01 aging-days       PIC 9(4) VALUE 30.
                01 days-held        PIC 9(5) VALUE ZEROS.
                *> the tallies.
                01 returns-read     PIC 9(6) VALUE ZEROS.
                01 returns-held     PIC 9(6) VALUE ZEROS.
                01 returns-again    PIC 9(6) VALUE ZEROS.
                01 returns-stale    PIC 9(6) VALUE ZEROS.
                01 returns-refused  PIC 9(6) VALUE ZEROS.
                01 returns-unmatched PIC 9(6) VALUE ZEROS.
                01 forwards-queued  PIC 9(6) VALUE ZEROS.
                01 forwards-applied PIC 9(6) VALUE ZEROS.
                01 forwards-rejected PIC 9(6) VALUE ZEROS.
                01 forwards-dropped PIC 9(6) VALUE ZEROS.
                01 forwards-kept    PIC 9(6) VALUE ZEROS.
                01 holds-listed     PIC 9(6) VALUE ZEROS.
                01 holds-standing   PIC 9(6) VALUE ZEROS.
                01 holds-cleared    PIC 9(6) VALUE ZEROS.
                01 copy-status      PIC 9(9) COMP VALUE ZERO.
                01 print-text       PIC X(100) VALUE SPACES.
                *> address-history plumbing - see addrhist.cob.
                01 history-address  PIC X(60) VALUE SPACES.
                01 history-date     PIC X(08) VALUE SPACES.
                01 history-source   PIC X(10) VALUE "RETMAIL".
                *> the customer journal - see jrnwrite.cob.
                01 journal-program  PIC X(10) VALUE "RETMAIL".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> exclusive enqueue on the customer master while this
                *> job writes it - see lockmgr.cob.
                01 lock-resource    PIC X(20) VALUE "custmast.dat".
                01 lock-holder      PIC X(20) VALUE "RETMAIL".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "RETMAIL".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb, cmd-argument
            END-UNSTRING.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            MOVE 0 TO RETURN-CODE.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "intake" PERFORM take-in-returns
                WHEN "apply"  PERFORM apply-approved-forwards
                WHEN "aging"  PERFORM report-aged-holds
                WHEN OTHER
                    DISPLAY "usage: retmail intake [return-file]"
                    DISPLAY "       retmail apply"
                    DISPLAY "       retmail aging [days]"
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> ---------------------------------------------------------
            *> intake: the scanned returns against the master.
            *> ---------------------------------------------------------
            take-in-returns.
                IF cmd-argument NOT = SPACES THEN
                    MOVE FUNCTION TRIM(cmd-argument)
                            TO return-path-name
                END-IF.
                OPEN INPUT return-file.
                IF return-file-status NOT = "00" THEN
                    DISPLAY "retmail: no return file "
                            FUNCTION TRIM(return-path-name)
                            " - nothing returned"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM open-the-master.
                IF RETURN-CODE = 8 THEN
                    CLOSE return-file
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT register-file.
                IF register-file-status = "00" THEN
                    MOVE 1 TO register-is-open
                ELSE
                    DISPLAY "retmail: mailreg.dat not on hand - "
                            "returns traced by user_id only"
                END-IF.
                PERFORM open-the-holds.
                PERFORM open-the-notes.
                OPEN EXTEND review-file.
                IF review-file-status = "35" THEN
                    OPEN OUTPUT review-file
                END-IF.
                MOVE "retmail.rpt" TO report-path-name.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "RETURNED MAIL - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ return-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND return-record NOT = SPACES THEN
                        ADD 1 TO returns-read
                        PERFORM work-one-return
                    END-IF
                END-PERFORM.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " returns-read " return(s), "
                        returns-held " newly held, "
                        returns-again " already held, "
                        returns-stale " to an old address, "
                        returns-refused " refused"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "        " forwards-queued " forwarding "
                        "address(es) queued to fwdrev.dat, "
                        returns-unmatched " return(s) matched no "
                        "customer"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                MOVE "retmail.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                CLOSE review-file.
                PERFORM close-the-files.
                CLOSE return-file.
                MOVE returns-read TO banner-rec-count.
                IF returns-unmatched > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            *> one returned piece: whose it was, whether the address it
            *> went to is still the one on file, then the hold.
            work-one-return.
                IF rt-return-date = SPACES THEN
                    MOVE cycle-date-stamp TO rt-return-date
                END-IF.
                MOVE FUNCTION UPPER-CASE(rt-reason) TO rt-reason.
                PERFORM look-up-the-reason.
                MOVE 0 TO piece-known.
                IF rt-piece-id NOT = SPACES
                        AND register-is-open = 1 THEN
                    MOVE rt-piece-id TO mr-piece-id
                    MOVE 1 TO piece-known
                    READ register-file
                        INVALID KEY MOVE 0 TO piece-known
                    END-READ
                END-IF.
                MOVE 0 TO return-user-id.
                IF rt-user-id NUMERIC THEN
                    MOVE rt-user-number TO return-user-id
                END-IF.
                EVALUATE TRUE
                    WHEN return-user-id = 0 AND piece-known = 1
                        MOVE mr-user-id TO return-user-id
                    WHEN return-user-id = 0
                        MOVE "no user_id and piece not on register"
                                TO outcome-text
                        ADD 1 TO returns-unmatched
                        PERFORM list-the-return
                        EXIT PARAGRAPH
                    WHEN piece-known = 1
                            AND mr-user-id NOT = return-user-id
                        MOVE "piece was mailed to another customer"
                                TO outcome-text
                        ADD 1 TO returns-unmatched
                        PERFORM list-the-return
                        EXIT PARAGRAPH
                END-EVALUATE.
                MOVE 1 TO customer-found.
                MOVE return-user-id TO user_id.
                READ customer-master
                    INVALID KEY MOVE 0 TO customer-found
                END-READ.
                IF NOT customer-on-file THEN
                    MOVE "user_id not on the master" TO outcome-text
                    ADD 1 TO returns-unmatched
                    PERFORM list-the-return
                    EXIT PARAGRAPH
                END-IF.
                *> the customer has moved on since the piece went out:
                *> the address on file now has not been tried.
                IF piece-known = 1
                        AND mr-address NOT = cust-address THEN
                    MOVE "address changed since mailing - no hold"
                            TO outcome-text
                    ADD 1 TO returns-stale
                    PERFORM list-the-return
                    EXIT PARAGRAPH
                END-IF.
                IF rt-reason = "RF" THEN
                    MOVE "refused - address good, no hold"
                            TO outcome-text
                    ADD 1 TO returns-refused
                    MOVE SPACES TO note-words
                    STRING "MAIL RETURNED " rt-return-date
                            " - REFUSED BY THE ADDRESSEE"
                        DELIMITED BY SIZE INTO note-words
                    END-STRING
                    PERFORM write-the-note
                    PERFORM list-the-return
                    EXIT PARAGRAPH
                END-IF.
                PERFORM hold-the-mail.
                MOVE SPACES TO note-words.
                STRING "MAIL RETURNED " rt-return-date " - "
                        FUNCTION UPPER-CASE(reason-text)
                        " - MAIL HELD"
                    DELIMITED BY SIZE INTO note-words
                END-STRING.
                PERFORM write-the-note.
                IF rt-forward NOT = SPACES THEN
                    PERFORM queue-the-forward
                END-IF.
                PERFORM list-the-return.
                EXIT.

            look-up-the-reason.
                MOVE "returned" TO reason-text.
                PERFORM VARYING reason-idx FROM 1 BY 1
                        UNTIL reason-idx > 9
                    IF reason-code(reason-idx) = rt-reason THEN
                        MOVE reason-meaning(reason-idx) TO reason-text
                    END-IF
                END-PERFORM.
                EXIT.

            *> a fresh hold marks the master, starts the hold record
            *> and dates the failed address on the history; a piece
            *> back for a customer already held only counts.
            hold-the-mail.
                MOVE 1 TO hold-found.
                MOVE user_id TO rh-user-id.
                READ hold-file
                    INVALID KEY MOVE 0 TO hold-found
                END-READ.
                IF cust-mail-returned AND hold-on-file THEN
                    ADD 1 TO rh-returns
                    MOVE rt-return-date TO rh-last-return
                    MOVE rt-reason TO rh-reason
                    REWRITE returned-hold-record
                    MOVE "already held - counted" TO outcome-text
                    ADD 1 TO returns-again
                    EXIT PARAGRAPH
                END-IF.
                IF NOT cust-mail-returned THEN
                    SET cust-mail-returned TO TRUE
                    MOVE cycle-date-stamp TO cust-updated
                    REWRITE customer-record
                        INVALID KEY
                            MOVE "master rewrite failed"
                                    TO outcome-text
                            ADD 1 TO returns-unmatched
                            EXIT PARAGRAPH
                    END-REWRITE
                    MOVE cust-address TO history-address
                    MOVE rt-return-date TO history-date
                    CALL "addrhist" USING "W", user_id,
                            history-date, history-address,
                            history-source
                END-IF.
                MOVE SPACES TO returned-hold-record.
                MOVE user_id TO rh-user-id.
                MOVE rt-return-date TO rh-held-date.
                MOVE rt-return-date TO rh-last-return.
                MOVE 1 TO rh-returns.
                MOVE rt-reason TO rh-reason.
                MOVE cust-address TO rh-address.
                IF hold-on-file THEN
                    REWRITE returned-hold-record
                ELSE
                    WRITE returned-hold-record
                END-IF.
                MOVE "mail held" TO outcome-text.
                ADD 1 TO returns-held.
                EXIT.

            *> the clerk decides - nothing reaches the master until
            *> the row is flipped to Y and retmail apply runs.
            queue-the-forward.
                MOVE SPACES TO review-record.
                MOVE "N" TO fr-approved.
                MOVE user_id TO fr-user-id.
                MOVE rt-return-date TO fr-return-date.
                MOVE rt-reason TO fr-reason.
                MOVE cust-address TO fr-held-address.
                MOVE FUNCTION UPPER-CASE(rt-forward)
                        TO fr-forward-address.
                WRITE review-record.
                ADD 1 TO forwards-queued.
                EXIT.

            list-the-return.
                MOVE SPACES TO print-text.
                STRING rt-user-id "  " rt-piece-id "  " rt-reason "  "
                        rt-return-date "  " outcome-text
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF rt-forward NOT = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "      forwarding: "
                            FUNCTION TRIM(rt-forward)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            *> ---------------------------------------------------------
            *> apply: the forwarding addresses the clerk approved.
            *> ---------------------------------------------------------
            apply-approved-forwards.
                OPEN INPUT review-file.
                IF review-file-status NOT = "00" THEN
                    DISPLAY "retmail: no fwdrev.dat - nothing to "
                            "apply"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM open-the-master.
                IF RETURN-CODE = 8 THEN
                    CLOSE review-file
                    EXIT PARAGRAPH
                END-IF.
                PERFORM open-the-holds.
                PERFORM open-the-notes.
                OPEN OUTPUT review-kept.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ review-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        EVALUATE FUNCTION UPPER-CASE(fr-approved)
                            WHEN "Y"
                                PERFORM apply-one-forward
                            WHEN "X"
                                PERFORM reject-one-forward
                            WHEN OTHER
                                ADD 1 TO forwards-kept
                                MOVE review-record TO kept-record
                                WRITE kept-record
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                CLOSE review-kept.
                CLOSE review-file.
                PERFORM close-the-files.
                CALL "CBL_COPY_FILE" USING "fwdrev.new", "fwdrev.dat"
                        RETURNING copy-status.
                CALL "CBL_DELETE_FILE" USING "fwdrev.new"
                        RETURNING copy-status.
                DISPLAY "retmail: " forwards-applied " forwarding "
                        "address(es) applied, " forwards-rejected
                        " rejected, " forwards-dropped " dropped, "
                        forwards-kept " left for review".
                MOVE forwards-applied TO banner-rec-count.
                IF forwards-dropped > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
                EXIT.

            *> the same ADDR journal row, history entry and maintenance
            *> mark custbat leaves for an address change, and the hold
            *> comes off with it.
            apply-one-forward.
                MOVE fr-user-id TO user_id.
                READ customer-master
                    INVALID KEY
                        DISPLAY "retmail: user_id " fr-user-id
                                " not on the master - dropped"
                        ADD 1 TO forwards-dropped
                        EXIT PARAGRAPH
                END-READ.
                IF cust-address NOT = fr-held-address THEN
                    DISPLAY "retmail: user_id " fr-user-id
                            " has a new address since the return - "
                            "forwarding address dropped"
                    ADD 1 TO forwards-dropped
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO journal-before.
                MOVE cust-address TO journal-before.
                MOVE fr-forward-address TO cust-address.
                SET cust-mail-clear TO TRUE.
                SET cust-maint-was-keyed TO TRUE.
                MOVE cycle-date-stamp TO cust-updated.
                REWRITE customer-record
                    INVALID KEY
                        DISPLAY "retmail: user_id " fr-user-id
                                " rewrite failed - dropped"
                        ADD 1 TO forwards-dropped
                        EXIT PARAGRAPH
                END-REWRITE.
                CALL "chgwrite" USING journal-program, "C",
                        customer-record.
                MOVE SPACES TO journal-key.
                MOVE fr-user-id TO journal-key(1:4).
                MOVE "ADDR" TO journal-key(6:4).
                MOVE SPACES TO journal-after.
                MOVE cust-address TO journal-after.
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                MOVE cust-address TO history-address.
                MOVE cycle-date-stamp TO history-date.
                CALL "addrhist" USING "W", user_id, history-date,
                        history-address, history-source.
                MOVE user_id TO rh-user-id.
                DELETE hold-file
                    INVALID KEY CONTINUE
                END-DELETE.
                MOVE SPACES TO note-words.
                STRING "FORWARDING ADDRESS FROM RETURNED MAIL "
                        "APPLIED - HOLD LIFTED"
                    DELIMITED BY SIZE INTO note-words
                END-STRING.
                PERFORM write-the-note.
                ADD 1 TO forwards-applied.
                DISPLAY "retmail: user_id " fr-user-id
                        " forwarding address applied".
                EXIT.

            reject-one-forward.
                MOVE fr-user-id TO user_id.
                MOVE "FORWARDING ADDRESS FROM RETURNED MAIL REJECTED"
                        TO note-words.
                PERFORM write-the-note.
                ADD 1 TO forwards-rejected.
                DISPLAY "retmail: user_id " fr-user-id
                        " forwarding address rejected".
                EXIT.

            *> ---------------------------------------------------------
            *> aging: the holds still standing after the given days.
            *> ---------------------------------------------------------
            report-aged-holds.
                IF cmd-argument NOT = SPACES THEN
                    IF FUNCTION TRIM(cmd-argument) NOT NUMERIC THEN
                        DISPLAY "usage: retmail aging [days]"
                        MOVE 16 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE FUNCTION NUMVAL(cmd-argument) TO aging-days
                END-IF.
                OPEN INPUT customer-master.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "retmail: custmast.dat not available "
                            "(status " master-file-status ")"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load-the-waiting-forwards.
                MOVE "retaging.rpt" TO report-path-name.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "RETURNED-MAIL HOLDS OVER " aging-days
                        " DAYS WITH NO ADDRESS FIX - "
                        cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "user  name                           held on   "
                        TO print-text.
                MOVE "days returns why forwarding" TO print-text(51:27).
                PERFORM print-one-line.
                OPEN I-O hold-file.
                IF hold-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ hold-file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            PERFORM age-one-hold
                        END-IF
                    END-PERFORM
                    CLOSE hold-file
                END-IF.
                CLOSE customer-master.
                IF holds-listed = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " holds-standing " hold(s) standing, "
                        holds-listed " past " aging-days " days, "
                        holds-cleared " lifted since and cleared"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE report-file.
                MOVE "retaging.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                MOVE holds-listed TO banner-rec-count.
                EXIT.

            *> a hold whose customer has a new address (or is gone)
            *> has been dealt with - its row goes.
            age-one-hold.
                MOVE 1 TO customer-found.
                MOVE rh-user-id TO user_id.
                READ customer-master
                    INVALID KEY MOVE 0 TO customer-found
                END-READ.
                IF NOT customer-on-file OR NOT cust-mail-returned THEN
                    DELETE hold-file
                    ADD 1 TO holds-cleared
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO holds-standing.
                MOVE 0 TO days-held.
                IF rh-held-date NUMERIC THEN
                    COMPUTE days-held =
                            FUNCTION INTEGER-OF-DATE(
                                FUNCTION NUMVAL(cycle-date-stamp))
                          - FUNCTION INTEGER-OF-DATE(
                                FUNCTION NUMVAL(rh-held-date))
                END-IF.
                IF days-held < aging-days THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO forward-waiting.
                PERFORM VARYING waiting-idx FROM 1 BY 1
                        UNTIL waiting-idx > waiting-count
                    IF waiting-user-id(waiting-idx) = rh-user-id THEN
                        MOVE 1 TO forward-waiting
                    END-IF
                END-PERFORM.
                MOVE SPACES TO print-text.
                STRING rh-user-id "  " username(1:30) " "
                        rh-held-date "  " days-held " " rh-returns
                        "     " rh-reason "  "
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                IF forward-waiting = 1 THEN
                    MOVE "waiting review" TO print-text(77:14)
                END-IF.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "      " rh-address
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                ADD 1 TO holds-listed.
                EXIT.

            load-the-waiting-forwards.
                MOVE 0 TO waiting-count.
                OPEN INPUT review-file.
                IF review-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                        OR waiting-count >= 500
                    READ review-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND FUNCTION UPPER-CASE(fr-approved)
                                    NOT = "X" THEN
                        ADD 1 TO waiting-count
                        MOVE fr-user-id
                                TO waiting-user-id(waiting-count)
                    END-IF
                END-PERFORM.
                CLOSE review-file.
                EXIT.

            *> ---------------------------------------------------------
            *> shared plumbing.
            *> ---------------------------------------------------------
            open-the-master.
                CALL "lockmgr" USING lock-resource, "X", "A",
                        lock-holder, lock-outcome.
                IF NOT lock-was-granted THEN
                    DISPLAY "retmail: custmast.dat is enqueued by "
                            "another job - run again shortly"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O customer-master.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "retmail: custmast.dat not available "
                            "(status " master-file-status ")"
                    CALL "lockmgr" USING lock-resource, "X", "R",
                            lock-holder, lock-outcome
                    MOVE 8 TO RETURN-CODE
                END-IF.
                EXIT.

            open-the-holds.
                OPEN I-O hold-file.
                IF hold-file-status = "35" THEN
                    OPEN OUTPUT hold-file
                    CLOSE hold-file
                    OPEN I-O hold-file
                END-IF.
                EXIT.

            open-the-notes.
                MOVE 0 TO notes-are-open.
                OPEN I-O notes-file.
                IF notes-file-status = "35" THEN
                    OPEN OUTPUT notes-file
                    CLOSE notes-file
                    OPEN I-O notes-file
                END-IF.
                IF notes-file-status = "00" THEN
                    MOVE 1 TO notes-are-open
                ELSE
                    DISPLAY "retmail: custnote.dat not available "
                            "(status " notes-file-status ") - "
                            "no notes written"
                END-IF.
                EXIT.

            close-the-files.
                IF notes-are-open = 1 THEN
                    CLOSE notes-file
                END-IF.
                CLOSE hold-file.
                IF register-is-open = 1 THEN
                    CLOSE register-file
                END-IF.
                CLOSE customer-master.
                CALL "lockmgr" USING lock-resource, "X", "R",
                        lock-holder, lock-outcome.
                EXIT.

            *> a general note, keyed this second; two for the same
            *> customer in one second take the next.
            write-the-note.
                IF notes-are-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO note-record.
                MOVE user_id TO note-user-id.
                MOVE FUNCTION CURRENT-DATE(1:14) TO note-stamp.
                SET note-is-general TO TRUE.
                MOVE "RETMAIL" TO note-operator.
                MOVE note-words TO note-text.
                WRITE note-record
                    INVALID KEY
                        MOVE note-stamp(13:2) TO note-seconds
                        ADD 1 TO note-seconds
                        MOVE note-seconds TO note-stamp(13:2)
                        WRITE note-record
                            INVALID KEY CONTINUE
                        END-WRITE
                END-WRITE.
                EXIT.

            print-one-line.
                DISPLAY "retmail: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM retmail.
