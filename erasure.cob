        *> **********************************************************************
        *> erasure - right-to-erasure requests. A customer who asks us
        *> to forget them has the name, address and free text we hold
        *> about them replaced with the *ERASED* tombstone in every
        *> store that keeps them, Postgres included, once a human has
        *> approved the request and nothing obliges us to keep them.
        *>
        *>    erasure add <user> [<reference>]
        *>        logs a request on erasure.dat, NOT approved - the
        *>        reference is the customer's letter or case number.
        *>    erasure apply
        *>        works every request flipped to Y on erasure.dat (and
        *>        every one held back before, B):
        *>
        *>        a retention reason holds the request - an active
        *>        loan (AL) as borrower or additional party, any other
        *>        loan still on loanmast.dat (LR, the records are kept
        *>        until the loan purge archives it), an open complaint
        *>        (CP) or a sanctions hit pending or confirmed (SN).
        *>        The row turns B with the reason and stays on the
        *>        file to be tried again each run; the first time it
        *>        is held the customer is written to, through letters
        *>        erasure.tpl, saying why. The SN wording only cites a
        *>        legal obligation to keep the records - a customer is
        *>        never told they are under sanctions review.
        *>
        *>        otherwise the customer is erased: Postgres first (the
        *>        UPDATE bound on the user_id, in the write-back
        *>        BEGIN/COMMIT discipline - a failure leaves the request
        *>        on the file and nothing else is touched), then
        *>        custmast.dat (tombstoned, inactive, mail held so
        *>        nothing is printed to it), custnote.dat, addrhist.dat,
        *>        custopt.dat (e-mail and consent blanked), household.dat
        *>        (membership dropped), noticehst.dat, rethold.dat and
        *>        the cleared hits on sancrev.dat. Once every request is
        *>        through, one pass over each of the line-sequential
        *>        stores - custmast.arc, corrections.jnl (the rows
        *>        journaled under a customer's user_id), fwdrev.dat,
        *>        loadrev.dat, deadletter.dat, the custchg.dat queue
        *>        of changes waiting on custpub.cob, and extract.txt
        *>        with its generations - and over mailreg.dat and
        *>        outfile.txt with its generations tombstones the
        *>        erased customers there too. Each erasure is then
        *>        journaled through jrnwrite under the user_id, tag
        *>        ERAS, carrying only the reference - never the
        *>        erased values. The tombstones break
        *>        corrections.jnl's chain hashes, so the journal is
        *>        re-chained after its sweep and the reseal recorded
        *>        on chainseal.dat for chainver.cob.
        *>
        *>        Erased rows drop off erasure.dat; rows not approved
        *>        stay for the next review. erasure.crt, through
        *>        rptstore, is the certificate: every erased customer
        *>        with every store touched and the records tombstoned
        *>        there, then the requests held and why.
        *>
        *>    apply holds custmast.dat and outfile.txt exclusively
        *>    (lockmgr.cob) and will not start without the database -
        *>    a customer erased on the flat side but not in Postgres
        *>    would come straight back on the next extract. RC 4 when
        *>    any request is held for a retention reason, 8 when any
        *>    erasure failed or the run could not start.
        *>
        *>    the report images already kept in the report repository,
        *>    and the copies of files already sent to outside parties
        *>    (bureau, purchaser, print vendor, e-delivery), are
        *>    records of what was sent and are not rewritten.
        *>
        *>    cobc -x -o erasure erasure.cob pgconnect.cob jrnwrite.cob
        *>            refnum.cob chainhsh.cob lockmgr.cob loadconfig.cob
        *>            rptstore.cob jobbanner.cob cyclectl.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. erasure.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT request-file ASSIGN TO "erasure.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS request-file-status.
                    SELECT request-kept ASSIGN TO "erasure.new"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    *> the retention reasons: the customer's loans as
                    *> borrower and as an additional party, open
                    *> complaints and sanctions hits.
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
                    SELECT complaint-file ASSIGN TO "complaint.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS cp-case-number
                        ALTERNATE RECORD KEY IS cp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS complaint-file-status.
                    SELECT sanction-file ASSIGN TO "sancrev.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sr-key
                        FILE STATUS IS sanction-file-status.
                    *> the keyed stores erased customer by customer.
                    SELECT notes-file ASSIGN TO "custnote.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS notes-file-status.
                    SELECT history-file ASSIGN TO "addrhist.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hist-key
                        FILE STATUS IS history-file-status.
                    SELECT option-file ASSIGN TO "custopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS co-user-id
                        FILE STATUS IS option-file-status.
                    SELECT household-file ASSIGN TO "household.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hh-key
                        ALTERNATE RECORD KEY IS hh-member-id
                        FILE STATUS IS household-file-status.
                    SELECT notice-file ASSIGN TO "noticehst.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS nh-key
                        FILE STATUS IS notice-file-status.
                    SELECT hold-file ASSIGN TO "rethold.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rh-user-id
                        FILE STATUS IS hold-file-status.
                    *> the stores swept once for every customer erased
                    *> this run: the piece register, the line file and
                    *> its generations, and the line-sequential files.
                    SELECT register-file ASSIGN TO "mailreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS mr-piece-id
                        FILE STATUS IS register-file-status.
                    SELECT the_file
                        ASSIGN TO DYNAMIC line-file-name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS line-key
                        ALTERNATE RECORD KEY IS detail-user-id
                            WITH DUPLICATES
                        FILE STATUS IS the-file-status.
                    SELECT sweep-file
                        ASSIGN TO DYNAMIC sweep-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS sweep-file-status.
                    SELECT sweep-work ASSIGN TO "erasure.tmp"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT seal-register ASSIGN TO "chainseal.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS seal-register-status.
                    SELECT catalog-file ASSIGN TO "gencat.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS catalog-file-status.
                    *> the retention letters, one customer a line - the
                    *> "%file" list letters.cob reads.
                    SELECT letter-list ASSIGN TO "erasure.lst"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT certificate-file ASSIGN TO "erasure.crt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  request-file.
                    01 request-record.
                        02 er-status         PIC X(1).
                            88 er-is-approved    VALUE "Y".
                            88 er-is-held        VALUE "B".
                        02 er-user-id        PIC 9(4).
                        02 er-received       PIC X(8).
                        02 er-reference      PIC X(12).
                        02 er-held-reason    PIC X(2).
                        02 er-held-date      PIC X(8).
                FD  request-kept.
                    01 kept-record PIC X(35).
                FD  customer-master.
                    COPY CUSTREC.
                FD  loan-master.
                    COPY LOANREC.
                FD  party-file.
                    COPY LOANPRTY.
                FD  complaint-file.
                    COPY COMPLNT.
                FD  sanction-file.
                    COPY SANCHIT.
                FD  notes-file.
                    COPY NOTEREC.
                FD  history-file.
                    01 history-record.
                        02 hist-key.
                            03 hist-user-id   PIC 9(4).
                            03 hist-effective PIC X(8).
                        02 hist-address       PIC X(60).
                        02 hist-source        PIC X(10).
                FD  option-file.
                    COPY CUSTOPT.
                FD  household-file.
                    COPY HOUSEHLD.
                FD  notice-file.
                    COPY NOTICEHST.
                FD  hold-file.
                    COPY RETHOLD.
                FD  register-file.
                    COPY MAILREG.
                FD  the_file.
                    COPY LINEREC.
                FD  sweep-file.
                    01 sweep-record PIC X(200).
                FD  sweep-work.
                    01 sweep-work-record PIC X(200).
                FD  seal-register.
                    COPY CHAINSEAL.
                FD  catalog-file.
                    01 catalog-record.
                        02 gen-base-name  PIC X(20).
                        02 gen-number     PIC 9(4).
                        02 gen-date       PIC X(8).
                        02 gen-rec-count  PIC 9(9).
                FD  letter-list.
                    01 letter-list-record.
                        02 lq-user-id       PIC 9(4).
                        02 FILLER           PIC X(3).
                        02 lq-amount        PIC X(15).
                        02 lq-detail        PIC X(58).
                FD  certificate-file.
                    01 certificate-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 request-file-status   PIC X(02) VALUE "00".
                01 master-file-status    PIC X(02) VALUE "00".
                01 loan-master-status    PIC X(02) VALUE "00".
                01 party-file-status     PIC X(02) VALUE "00".
                01 complaint-file-status PIC X(02) VALUE "00".
                01 sanction-file-status  PIC X(02) VALUE "00".
                01 notes-file-status     PIC X(02) VALUE "00".
                01 history-file-status   PIC X(02) VALUE "00".
                01 option-file-status    PIC X(02) VALUE "00".
                01 household-file-status PIC X(02) VALUE "00".
                01 notice-file-status    PIC X(02) VALUE "00".
                01 hold-file-status      PIC X(02) VALUE "00".
                01 register-file-status  PIC X(02) VALUE "00".
                01 the-file-status       PIC X(02) VALUE "00".
                01 sweep-file-status     PIC X(02) VALUE "00".
                01 catalog-file-status   PIC X(02) VALUE "00".
                01 seal-register-status  PIC X(02) VALUE "00".
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-user         PIC X(10) VALUE SPACES.
                01 arg-reference    PIC X(12) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 walk-done        PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 tombstone        PIC X(08) VALUE "*ERASED*".
                01 requests-erased  PIC 9(4) VALUE ZEROS.
                01 requests-held    PIC 9(4) VALUE ZEROS.
                01 requests-kept    PIC 9(4) VALUE ZEROS.
                01 requests-failed  PIC 9(4) VALUE ZEROS.
                01 letters-queued   PIC 9(4) VALUE ZEROS.
                01 retention-reason PIC X(02) VALUE SPACES.
                *> the retention reasons: the code kept on the
                *> request, the certificate's words for it and the
                *> customer letter's. The SN letter wording names no
                *> sanctions - the customer is not to be tipped off.
                01 reason-values.
                    02 FILLER PIC X(2)  VALUE "AL".
                    02 FILLER PIC X(24) VALUE "ACTIVE LOAN".
                    02 FILLER PIC X(58)
                        VALUE "a loan in your name that is still open".
                    02 FILLER PIC X(2)  VALUE "LR".
                    02 FILLER PIC X(24) VALUE "LOAN RECORDS RETAINED".
                    02 FILLER PIC X(58)
                        VALUE
                        "loan records we must keep for a set period".
                    02 FILLER PIC X(2)  VALUE "CP".
                    02 FILLER PIC X(24) VALUE "OPEN COMPLAINT".
                    02 FILLER PIC X(58)
                        VALUE
                        "a complaint of yours we are still resolving".
                    02 FILLER PIC X(2)  VALUE "SN".
                    02 FILLER PIC X(24) VALUE "COMPLIANCE HOLD".
                    02 FILLER PIC X(58)
                        VALUE "records we are obliged by law to keep".
                01 reason-table REDEFINES reason-values.
                    02 reason-entry OCCURS 4 TIMES.
                        03 reason-code   PIC X(2).
                        03 reason-name   PIC X(24).
                        03 reason-letter PIC X(58).
                01 reason-idx       PIC 9(2) VALUE ZEROS.
                01 reason-slot      PIC 9(2) VALUE ZEROS.
                *> the stores on the certificate, in the order they
                *> are worked.
                01 store-values.
                    02 FILLER PIC X(20) VALUE "custmast.dat".
                    02 FILLER PIC X(20) VALUE "Postgres test".
                    02 FILLER PIC X(20) VALUE "custnote.dat".
                    02 FILLER PIC X(20) VALUE "addrhist.dat".
                    02 FILLER PIC X(20) VALUE "custopt.dat".
                    02 FILLER PIC X(20) VALUE "household.dat".
                    02 FILLER PIC X(20) VALUE "noticehst.dat".
                    02 FILLER PIC X(20) VALUE "rethold.dat".
                    02 FILLER PIC X(20) VALUE "sancrev.dat".
                    02 FILLER PIC X(20) VALUE "mailreg.dat".
                    02 FILLER PIC X(20) VALUE "outfile.txt + gens".
                    02 FILLER PIC X(20) VALUE "extract.txt + gens".
                    02 FILLER PIC X(20) VALUE "custmast.arc".
                    02 FILLER PIC X(20) VALUE "corrections.jnl".
                    02 FILLER PIC X(20) VALUE "fwdrev.dat".
                    02 FILLER PIC X(20) VALUE "loadrev.dat".
                    02 FILLER PIC X(20) VALUE "deadletter.dat".
                    02 FILLER PIC X(20) VALUE "custchg.dat".
                01 store-table REDEFINES store-values.
                    02 store-name PIC X(20) OCCURS 18 TIMES.
                01 store-idx        PIC 9(2) VALUE ZEROS.
                01 stores-untouched PIC 9(2) VALUE ZEROS.
                *> the line-sequential stores: file name, certificate
                *> store, where the user_id sits on the line, and up
                *> to two fields (offset, length) that take the
                *> tombstone. The last row is the extract's layout,
                *> swept under its live and generation names.
                01 sweep-values.
                    02 FILLER PIC X(35)
                        VALUE "custmast.arc        130010055005560".
                    02 FILLER PIC X(35)
                        VALUE "corrections.jnl     140350456010560".
                    02 FILLER PIC X(35)
                        VALUE "fwdrev.dat          150020176007760".
                    02 FILLER PIC X(35)
                        VALUE "loadrev.dat         160010065005660".
                    02 FILLER PIC X(35)
                        VALUE "deadletter.dat      170010055097600".
                    02 FILLER PIC X(35)
                        VALUE "custchg.dat         180010055005560".
                    02 FILLER PIC X(35)
                        VALUE "custchg.pub         180010055005560".
                    02 FILLER PIC X(35)
                        VALUE "extract.txt         120010055005560".
                01 sweep-table REDEFINES sweep-values.
                    02 sweep-entry OCCURS 8 TIMES.
                        03 sweep-name         PIC X(20).
                        03 sweep-store        PIC 9(2).
                        03 sweep-user-at      PIC 9(3).
                        03 sweep-first-at     PIC 9(3).
                        03 sweep-first-len    PIC 9(2).
                        03 sweep-second-at    PIC 9(3).
                        03 sweep-second-len   PIC 9(2).
                01 sweep-idx        PIC 9(2) VALUE ZEROS.
                01 sweep-file-name  PIC X(100) VALUE SPACES.
                01 sweep-line       PIC X(200) VALUE SPACES.
                01 sweep-changed    PIC 9(6) VALUE ZEROS.
                01 sweep-user-id    PIC 9(4) VALUE ZEROS.
                *> re-chaining corrections.jnl after its sweep - see
                *> chainhsh.cob and copybooks/CHAINSEAL.CPY.
                01 chain-prior      PIC X(18) VALUE SPACES.
                01 chain-row        PIC X(200) VALUE SPACES.
                01 chain-length     PIC 9(3) VALUE 176.
                01 chain-new        PIC X(18) VALUE SPACES.
                01 chain-started    PIC 9 VALUE ZERO.
                01 reseal-row       PIC 9(9) VALUE ZEROS.
                01 reseal-from      PIC 9(9) VALUE ZEROS.
                01 reseal-count     PIC 9(9) VALUE ZEROS.
                *> corrections.jnl rows are only a customer's when the
                *> program journaled them under a user_id.
                01 journal-keyed-values.
                    02 FILLER PIC X(10) VALUE "ARCREST".
                    02 FILLER PIC X(10) VALUE "CUSTBAT".
                    02 FILLER PIC X(10) VALUE "CUSTMNT".
                    02 FILLER PIC X(10) VALUE "DEDUPE".
                    02 FILLER PIC X(10) VALUE "EBOUNCE".
                    02 FILLER PIC X(10) VALUE "PGCOBOL".
                    02 FILLER PIC X(10) VALUE "RETMAIL".
                    02 FILLER PIC X(10) VALUE "SANCREV".
                    02 FILLER PIC X(10) VALUE "UNMERGE".
                01 journal-keyed-table REDEFINES journal-keyed-values.
                    02 journal-keyed-program PIC X(10) OCCURS 9 TIMES.
                01 keyed-idx        PIC 9(2) VALUE ZEROS.
                01 journal-is-keyed PIC 9 VALUE ZERO.
                *> the customers erased this run, with the records
                *> tombstoned in each store for the certificate.
                01 erased-table.
                    02 erased-entry OCCURS 500 TIMES.
                        03 erased-user-id   PIC 9(4).
                        03 erased-reference PIC X(12).
                        03 erased-touched   PIC 9(6) OCCURS 18 TIMES.
                01 erased-count     PIC 9(4) VALUE ZEROS.
                01 erased-idx       PIC 9(4) VALUE ZEROS.
                01 erased-slot      PIC 9(4) VALUE ZEROS.
                01 probe-user-id    PIC 9(4) VALUE ZEROS.
                *> the requests held back this run, for the
                *> certificate.
                01 held-table.
                    02 held-entry OCCURS 500 TIMES.
                        03 held-user-id     PIC 9(4).
                        03 held-reference   PIC X(12).
                        03 held-reason      PIC X(2).
                        03 held-since       PIC X(8).
                01 held-count       PIC 9(4) VALUE ZEROS.
                01 held-idx         PIC 9(4) VALUE ZEROS.
                *> the line file's rows for one customer.
                01 line-id-list.
                    02 line-id-held PIC 9(4) OCCURS 20 TIMES.
                01 line-id-count    PIC 9(2) VALUE ZEROS.
                01 line-id-idx      PIC 9(2) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                01 count-text       PIC Z(5)9.
                *> the shared config record and the resolved line and
                *> extract paths - see loadconfig.cob.
                COPY CONFIGREC.
                01 outfile-path-name PIC X(100)
                        VALUE "outfile.txt".
                01 extract-path-name PIC X(100)
                        VALUE "extract.txt".
                01 line-file-name   PIC X(100) VALUE SPACES.
                *> exclusive enqueues on the customer master and the
                *> line file while they are rewritten - see
                *> lockmgr.cob.
                01 lock-resource    PIC X(20) VALUE "custmast.dat".
                01 line-lock-resource PIC X(20) VALUE "outfile.txt".
                01 lock-holder      PIC X(20) VALUE "ERASURE".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                *> journal plumbing - see jrnwrite.cob.
                01 journal-program PIC X(10) VALUE "ERASURE".
                01 journal-key     PIC X(10) VALUE SPACES.
                01 journal-before  PIC X(60) VALUE SPACES.
                01 journal-after   PIC X(60) VALUE SPACES.
                *> libpq plumbing with a bound parameter.
                01 conn_string      PIC X(200) VALUE SPACES.
                01 connection       USAGE POINTER.
                01 db_cursor        USAGE POINTER.
                01 pg-result-status USAGE BINARY-LONG.
                01 pg-connected     PIC 9 VALUE ZERO.
                01 erase-sql        PIC X(256) VALUE SPACES.
                01 param-count      USAGE BINARY-LONG VALUE 1.
                01 result-format    USAGE BINARY-LONG VALUE ZERO.
                01 null-pointer     USAGE POINTER VALUE NULL.
                01 param-pointers.
                    02 param-ptr USAGE POINTER OCCURS 1 TIMES.
                01 param-uid        PIC X(8) VALUE SPACES.
                01 postgres-outcome PIC 9 VALUE ZERO.
                    88 postgres-erased VALUE 1.
                01 copy-status      USAGE BINARY-LONG.
                01 letters-command  PIC X(80)
                        VALUE "letters erasure.tpl 0 S %erasure.lst".
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "erasure.crt".
                01 banner-job-name  PIC X(20) VALUE "ERASURE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE 0 TO RETURN-CODE.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-user arg-reference
            END-UNSTRING.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "add"   PERFORM add-a-request
                WHEN "apply" PERFORM apply-approved-requests
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: erasure add <user> [<reference>]".
                DISPLAY "       erasure apply".
                EXIT.

            *> a request is logged not approved; a human flips it to
            *> Y on erasure.dat once the customer's identity and the
            *> request itself have been checked.
            add-a-request.
                IF FUNCTION TRIM(arg-user) = SPACES
                        OR FUNCTION TRIM(arg-user) NOT NUMERIC THEN
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN EXTEND request-file.
                IF request-file-status = "35" THEN
                    OPEN OUTPUT request-file
                END-IF.
                MOVE SPACES TO request-record.
                MOVE "N" TO er-status.
                MOVE FUNCTION NUMVAL(arg-user) TO er-user-id.
                MOVE cycle-date-stamp TO er-received.
                MOVE arg-reference TO er-reference.
                WRITE request-record.
                CLOSE request-file.
                MOVE 1 TO banner-rec-count.
                DISPLAY "erasure: request for user_id " er-user-id
                        " logged - approve it on erasure.dat, then "
                        "run erasure apply".
                EXIT.

            *> only rows a human flipped to Y, and rows held back on
            *> an earlier run, are worked. Rows not approved survive
            *> to the next review.
            apply-approved-requests.
                OPEN INPUT request-file.
                IF request-file-status NOT = "00" THEN
                    DISPLAY "erasure: no erasure.dat - no requests "
                            "to work"
                    EXIT PARAGRAPH
                END-IF.
                CALL "loadconfig" USING shared-config-record.
                IF cfg-outfile-path NOT = SPACES THEN
                    MOVE cfg-outfile-path TO outfile-path-name
                END-IF.
                IF cfg-extract-path NOT = SPACES THEN
                    MOVE cfg-extract-path TO extract-path-name
                END-IF.
                CALL "lockmgr" USING lock-resource, "X", "A",
                        lock-holder, lock-outcome.
                IF NOT lock-was-granted THEN
                    DISPLAY "erasure: custmast.dat is enqueued by "
                            "another job - apply refused, run "
                            "again shortly"
                    CLOSE request-file
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                CALL "lockmgr" USING line-lock-resource, "X", "A",
                        lock-holder, lock-outcome.
                IF NOT lock-was-granted THEN
                    DISPLAY "erasure: outfile.txt is enqueued by "
                            "another job - apply refused, run "
                            "again shortly"
                    CLOSE request-file
                    CALL "lockmgr" USING lock-resource, "X", "R",
                            lock-holder, lock-outcome
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                PERFORM connect-to-postgres.
                IF pg-connected = 0 THEN
                    CLOSE request-file
                    PERFORM release-the-locks
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O customer-master.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "erasure: custmast.dat not available "
                            "(status " master-file-status ")"
                    CLOSE request-file
                    PERFORM release-the-locks
                    CALL "PQfinish" USING BY VALUE connection
                            RETURNING OMITTED
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT request-kept.
                OPEN OUTPUT letter-list.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ request-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF er-is-approved OR er-is-held THEN
                            PERFORM work-one-request
                        ELSE
                            ADD 1 TO requests-kept
                            MOVE request-record TO kept-record
                            WRITE kept-record
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE letter-list.
                CLOSE request-kept.
                CLOSE request-file.
                CLOSE customer-master.
                CALL "PQfinish" USING BY VALUE connection
                        RETURNING OMITTED.
                IF erased-count > 0 THEN
                    PERFORM sweep-the-mail-register
                    PERFORM sweep-the-line-files
                    PERFORM sweep-the-sequential-stores
                    PERFORM journal-the-erasures
                END-IF.
                PERFORM release-the-locks.
                CALL "CBL_COPY_FILE"
                        USING "erasure.new", "erasure.dat"
                        RETURNING copy-status.
                CALL "CBL_DELETE_FILE" USING "erasure.new"
                        RETURNING copy-status.
                PERFORM write-the-certificate.
                IF letters-queued > 0 THEN
                    CALL "SYSTEM" USING letters-command
                END-IF.
                DISPLAY "erasure: " requests-erased " erased, "
                        requests-held " held for a retention reason, "
                        requests-kept " awaiting approval, "
                        requests-failed " failed".
                MOVE requests-erased TO banner-rec-count.
                IF requests-failed > 0 THEN
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF requests-held > 0 THEN
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                EXIT.

            release-the-locks.
                CALL "lockmgr" USING line-lock-resource, "X", "R",
                        lock-holder, lock-outcome.
                CALL "lockmgr" USING lock-resource, "X", "R",
                        lock-holder, lock-outcome.
                EXIT.

            connect-to-postgres.
                MOVE 0 TO pg-connected.
                CALL "pgconnect" USING conn_string.
                CALL "PQconnectdb" USING conn_string
                        RETURNING connection.
                CALL "PQstatus" USING BY VALUE connection
                        RETURNING pg-result-status.
                IF pg-result-status = 0 THEN
                    MOVE 1 TO pg-connected
                ELSE
                    DISPLAY "erasure: no database reachable - nothing "
                            "erased, run again when it is back"
                END-IF.
                EXIT.

            *> one approved (or earlier held) request: held again if
            *> a retention reason stands, otherwise erased.
            work-one-request.
                PERFORM find-a-retention-reason.
                IF retention-reason NOT = SPACES THEN
                    PERFORM hold-the-request
                    EXIT PARAGRAPH
                END-IF.
                IF erased-count = 500 THEN
                    DISPLAY "erasure: 500 erasures this run - user_id "
                            er-user-id " left for the next run"
                    ADD 1 TO requests-kept
                    MOVE request-record TO kept-record
                    WRITE kept-record
                    EXIT PARAGRAPH
                END-IF.
                PERFORM erase-from-postgres.
                IF NOT postgres-erased THEN
                    DISPLAY "erasure: Postgres update failed for "
                            "user_id " er-user-id " - request left "
                            "on the file"
                    ADD 1 TO requests-failed
                    MOVE request-record TO kept-record
                    WRITE kept-record
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO erased-count.
                MOVE erased-count TO erased-slot.
                MOVE er-user-id TO erased-user-id(erased-slot).
                MOVE er-reference TO erased-reference(erased-slot).
                PERFORM VARYING store-idx FROM 1 BY 1
                        UNTIL store-idx > 18
                    MOVE 0 TO erased-touched(erased-slot, store-idx)
                END-PERFORM.
                MOVE 1 TO erased-touched(erased-slot, 2).
                PERFORM erase-from-master.
                PERFORM erase-from-notes.
                PERFORM erase-from-address-history.
                PERFORM erase-from-options.
                PERFORM erase-from-household.
                PERFORM erase-from-notice-history.
                PERFORM erase-from-return-hold.
                PERFORM erase-from-sanction-hits.
                ADD 1 TO requests-erased.
                DISPLAY "erasure: user_id " er-user-id " erased".
                EXIT.

            *> the first reason found stands, an active loan over a
            *> retained one; the loans are looked at first so a
            *> customer under a sanctions hit and a loan is written
            *> to about the loan.
            find-a-retention-reason.
                MOVE SPACES TO retention-reason.
                OPEN INPUT loan-master.
                IF loan-master-status = "00" THEN
                    PERFORM check-the-borrowed-loans
                    OPEN INPUT party-file
                    IF party-file-status = "00" THEN
                        PERFORM check-the-party-loans
                        CLOSE party-file
                    END-IF
                    CLOSE loan-master
                END-IF.
                IF retention-reason = SPACES THEN
                    PERFORM check-the-complaints
                END-IF.
                IF retention-reason = SPACES THEN
                    PERFORM check-the-sanction-hits
                END-IF.
                EXIT.

            check-the-borrowed-loans.
                MOVE er-user-id TO loan-borrower-id.
                START loan-master KEY = loan-borrower-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF loan-borrower-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            PERFORM judge-one-loan
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            check-the-party-loans.
                MOVE er-user-id TO lp-user-id.
                START party-file KEY = lp-user-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ party-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF lp-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            MOVE lp-loan-number TO loan-number
                            READ loan-master
                                INVALID KEY CONTINUE
                                NOT INVALID KEY PERFORM judge-one-loan
                            END-READ
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> a loan still on the master keeps the records either
            *> way; an active one is the reason given.
            judge-one-loan.
                IF loan-is-active THEN
                    MOVE "AL" TO retention-reason
                ELSE
                    IF retention-reason = SPACES THEN
                        MOVE "LR" TO retention-reason
                    END-IF
                END-IF.
                EXIT.

            check-the-complaints.
                OPEN INPUT complaint-file.
                IF complaint-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO cp-user-id.
                START complaint-file KEY = cp-user-id
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ complaint-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF cp-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            IF cp-is-open THEN
                                MOVE "CP" TO retention-reason
                                MOVE 1 TO walk-done
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE complaint-file.
                EXIT.

            *> the same test sancscrn.cob's block query makes - any
            *> hit pending or confirmed - read here directly.
            check-the-sanction-hits.
                OPEN INPUT sanction-file.
                IF sanction-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO sr-user-id.
                MOVE 0 TO sr-entry.
                START sanction-file KEY >= sr-key
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ sanction-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF sr-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            IF sr-is-blocking THEN
                                MOVE "SN" TO retention-reason
                                MOVE 1 TO walk-done
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE sanction-file.
                EXIT.

            *> the row stays on the file as B, to be tried again next
            *> run; the customer hears why the first time only.
            hold-the-request.
                ADD 1 TO requests-held.
                IF er-is-approved THEN
                    MOVE cycle-date-stamp TO er-held-date
                    PERFORM queue-the-retention-letter
                END-IF.
                MOVE "B" TO er-status.
                MOVE retention-reason TO er-held-reason.
                MOVE request-record TO kept-record.
                WRITE kept-record.
                IF held-count < 500 THEN
                    ADD 1 TO held-count
                    MOVE er-user-id TO held-user-id(held-count)
                    MOVE er-reference TO held-reference(held-count)
                    MOVE er-held-reason TO held-reason(held-count)
                    MOVE er-held-date TO held-since(held-count)
                END-IF.
                DISPLAY "erasure: user_id " er-user-id " held - "
                        retention-reason.
                EXIT.

            queue-the-retention-letter.
                PERFORM find-the-reason.
                MOVE SPACES TO letter-list-record.
                MOVE er-user-id TO lq-user-id.
                IF reason-idx > 0 THEN
                    MOVE reason-letter(reason-idx) TO lq-detail
                END-IF.
                WRITE letter-list-record.
                ADD 1 TO letters-queued.
                EXIT.

            find-the-reason.
                MOVE 0 TO reason-idx.
                PERFORM VARYING reason-slot FROM 1 BY 1
                        UNTIL reason-slot > 4
                    IF reason-code(reason-slot) = retention-reason THEN
                        MOVE reason-slot TO reason-idx
                    END-IF
                END-PERFORM.
                EXIT.

            *> Postgres first, in the write-back transaction
            *> discipline with the user_id bound as a parameter - the
            *> flat side is only touched once the database has taken
            *> the erasure.
            erase-from-postgres.
                MOVE 0 TO postgres-outcome.
                MOVE "BEGIN;" TO erase-sql.
                PERFORM run-plain-sql.
                MOVE SPACES TO param-uid.
                STRING er-user-id DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO param-uid
                END-STRING.
                SET param-ptr(1) TO ADDRESS OF param-uid.
                MOVE SPACES TO erase-sql.
                STRING "UPDATE test SET username = '*ERASED*', "
                            DELIMITED BY SIZE
                        "address = '*ERASED*', status = 'I', "
                            DELIMITED BY SIZE
                        "updated_at = now() "
                            DELIMITED BY SIZE
                        "WHERE user_id = $1" DELIMITED BY SIZE
                        x"00" DELIMITED BY SIZE
                    INTO erase-sql
                END-STRING.
                CALL "PQexecParams" USING BY VALUE connection
                        BY REFERENCE erase-sql
                        BY VALUE param-count
                        BY VALUE null-pointer
                        BY REFERENCE param-pointers
                        BY VALUE null-pointer
                        BY VALUE null-pointer
                        BY VALUE result-format
                        RETURNING db_cursor END-CALL.
                CALL "PQresultStatus" USING BY VALUE db_cursor
                        RETURNING pg-result-status END-CALL.
                IF pg-result-status <> 1 THEN
                    MOVE "ROLLBACK;" TO erase-sql
                ELSE
                    MOVE 1 TO postgres-outcome
                    MOVE "COMMIT;" TO erase-sql
                END-IF.
                PERFORM run-plain-sql.
                EXIT.

            run-plain-sql.
                CALL "PQexec" USING BY VALUE connection
                                    BY REFERENCE erase-sql x"00"
                        RETURNING db_cursor END-CALL.
                EXIT.

            *> a customer already archived off the master is still
            *> erased everywhere else.
            erase-from-master.
                MOVE er-user-id TO user_id.
                READ customer-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE tombstone TO username.
                MOVE tombstone TO cust-address.
                SET cust-status-inactive TO TRUE.
                SET cust-mail-bad-format TO TRUE.
                MOVE cycle-date-stamp TO cust-updated.
                REWRITE customer-record.
                MOVE 1 TO erased-touched(erased-slot, 1).
                EXIT.

            erase-from-notes.
                OPEN I-O notes-file.
                IF notes-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO note-user-id.
                MOVE LOW-VALUES TO note-stamp.
                START notes-file KEY >= note-key
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ notes-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF note-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            MOVE tombstone TO note-text
                            REWRITE note-record
                            ADD 1 TO erased-touched(erased-slot, 3)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE notes-file.
                EXIT.

            erase-from-address-history.
                OPEN I-O history-file.
                IF history-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO hist-user-id.
                MOVE LOW-VALUES TO hist-effective.
                START history-file KEY >= hist-key
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ history-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF hist-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            MOVE tombstone TO hist-address
                            REWRITE history-record
                            ADD 1 TO erased-touched(erased-slot, 4)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE history-file.
                EXIT.

            *> the e-mail address and the consent behind it go; the
            *> customer drops back to paper, which the mail hold on
            *> the master then stops.
            erase-from-options.
                OPEN I-O option-file.
                IF option-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO co-user-id.
                READ option-file
                    INVALID KEY
                        CLOSE option-file
                        EXIT PARAGRAPH
                END-READ.
                MOVE SPACES TO co-email.
                MOVE SPACES TO co-consent-date.
                MOVE SPACES TO co-consent-source.
                SET co-delivery-paper TO TRUE.
                MOVE "ERASURE" TO co-updated-by.
                MOVE cycle-date-stamp TO co-updated.
                REWRITE customer-option-record.
                MOVE 1 TO erased-touched(erased-slot, 5).
                CLOSE option-file.
                EXIT.

            *> the membership row carries the address key, so it
            *> goes; househld.cob leaves an inactive customer out of
            *> the next rebuild anyway.
            erase-from-household.
                OPEN I-O household-file.
                IF household-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO hh-member-id.
                READ household-file KEY IS hh-member-id
                    INVALID KEY
                        CLOSE household-file
                        EXIT PARAGRAPH
                END-READ.
                DELETE household-file.
                MOVE 1 TO erased-touched(erased-slot, 6).
                CLOSE household-file.
                EXIT.

            erase-from-notice-history.
                OPEN I-O notice-file.
                IF notice-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO nh-user-id.
                MOVE 0 TO nh-seq.
                START notice-file KEY >= nh-key
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ notice-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF nh-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            MOVE tombstone TO nh-detail
                            REWRITE notice-history-record
                            ADD 1 TO erased-touched(erased-slot, 7)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE notice-file.
                EXIT.

            erase-from-return-hold.
                OPEN I-O hold-file.
                IF hold-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO rh-user-id.
                READ hold-file
                    INVALID KEY
                        CLOSE hold-file
                        EXIT PARAGRAPH
                END-READ.
                MOVE tombstone TO rh-address.
                REWRITE returned-hold-record.
                MOVE 1 TO erased-touched(erased-slot, 8).
                CLOSE hold-file.
                EXIT.

            *> only cleared hits reach here - a hit still pending or
            *> confirmed holds the request.
            erase-from-sanction-hits.
                OPEN I-O sanction-file.
                IF sanction-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE er-user-id TO sr-user-id.
                MOVE 0 TO sr-entry.
                START sanction-file KEY >= sr-key
                    INVALID KEY MOVE 1 TO walk-done
                    NOT INVALID KEY MOVE 0 TO walk-done
                END-START.
                PERFORM UNTIL walk-done = 1
                    READ sanction-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF sr-user-id NOT = er-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            MOVE tombstone TO sr-screened-name
                            MOVE tombstone TO sr-screened-address
                            REWRITE sanction-hit-record
                            ADD 1 TO erased-touched(erased-slot, 9)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE sanction-file.
                EXIT.

            *> the piece register is keyed by piece, so it is read
            *> end to end once for everyone erased this run.
            sweep-the-mail-register.
                OPEN I-O register-file.
                IF register-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ register-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        MOVE mr-user-id TO probe-user-id
                        PERFORM find-the-erased-slot
                        IF erased-slot > 0 THEN
                            MOVE tombstone TO mr-address
                            REWRITE mail-register-record
                            ADD 1 TO erased-touched(erased-slot, 10)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE register-file.
                EXIT.

            find-the-erased-slot.
                MOVE 0 TO erased-slot.
                PERFORM VARYING erased-idx FROM 1 BY 1
                        UNTIL erased-idx > erased-count
                            OR erased-slot > 0
                    IF erased-user-id(erased-idx) = probe-user-id THEN
                        MOVE erased-idx TO erased-slot
                    END-IF
                END-PERFORM.
                EXIT.

            *> the live line file and every generation gencatlg.cob
            *> has kept of it.
            sweep-the-line-files.
                MOVE outfile-path-name TO line-file-name.
                PERFORM sweep-one-line-file.
                OPEN INPUT catalog-file.
                IF catalog-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ catalog-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND gen-base-name = "outfile.txt" THEN
                        MOVE SPACES TO line-file-name
                        STRING FUNCTION TRIM(gen-base-name)
                                    DELIMITED BY SIZE
                                ".g" DELIMITED BY SIZE
                                gen-number DELIMITED BY SIZE
                            INTO line-file-name
                        END-STRING
                        PERFORM sweep-one-line-file
                    END-IF
                END-PERFORM.
                CLOSE catalog-file.
                EXIT.

            *> each erased customer's detail rows by the alternate
            *> key, then the address row under each of them.
            sweep-one-line-file.
                OPEN I-O the_file.
                IF the-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING erased-slot FROM 1 BY 1
                        UNTIL erased-slot > erased-count
                    PERFORM find-the-line-ids
                    PERFORM VARYING line-id-idx FROM 1 BY 1
                            UNTIL line-id-idx > line-id-count
                        MOVE line-id-held(line-id-idx) TO line_id
                        MOVE 1 TO line-seq
                        READ the_file
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                IF rec-is-address THEN
                                    MOVE tombstone TO addr-text
                                    REWRITE line_record
                                    ADD 1 TO
                                        erased-touched(erased-slot, 11)
                                END-IF
                        END-READ
                    END-PERFORM
                END-PERFORM.
                CLOSE the_file.
                EXIT.

            find-the-line-ids.
                MOVE 0 TO line-id-count.
                MOVE erased-user-id(erased-slot) TO detail-user-id.
                START the_file KEY = detail-user-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ the_file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF detail-user-id NOT =
                                erased-user-id(erased-slot) THEN
                            MOVE 1 TO walk-done
                        ELSE
                            IF rec-is-detail
                                    AND line-id-count < 20 THEN
                                ADD 1 TO line-id-count
                                MOVE line_id
                                    TO line-id-held(line-id-count)
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the line-sequential stores are copied through
            *> erasure.tmp with the erased customers' fields
            *> tombstoned, and copied back only when a line changed.
            sweep-the-sequential-stores.
                PERFORM VARYING sweep-idx FROM 1 BY 1
                        UNTIL sweep-idx > 7
                    MOVE sweep-name(sweep-idx) TO sweep-file-name
                    PERFORM sweep-one-file
                END-PERFORM.
                MOVE 8 TO sweep-idx.
                MOVE extract-path-name TO sweep-file-name.
                PERFORM sweep-one-file.
                OPEN INPUT catalog-file.
                IF catalog-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ catalog-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND gen-base-name = "extract.txt" THEN
                        MOVE SPACES TO sweep-file-name
                        STRING FUNCTION TRIM(gen-base-name)
                                    DELIMITED BY SIZE
                                ".g" DELIMITED BY SIZE
                                gen-number DELIMITED BY SIZE
                            INTO sweep-file-name
                        END-STRING
                        PERFORM sweep-one-file
                    END-IF
                END-PERFORM.
                CLOSE catalog-file.
                EXIT.

            sweep-one-file.
                OPEN INPUT sweep-file.
                IF sweep-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT sweep-work.
                MOVE 0 TO sweep-changed.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ sweep-file
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        MOVE sweep-record TO sweep-line
                        PERFORM sweep-one-line
                        WRITE sweep-work-record FROM sweep-line
                    END-IF
                END-PERFORM.
                CLOSE sweep-work.
                CLOSE sweep-file.
                IF sweep-changed > 0 THEN
                    CALL "CBL_COPY_FILE" USING "erasure.tmp",
                            sweep-file-name
                            RETURNING copy-status
                    IF copy-status NOT = 0 THEN
                        DISPLAY "erasure: could not rewrite "
                                FUNCTION TRIM(sweep-file-name)
                        ADD 1 TO requests-failed
                    END-IF
                END-IF.
                CALL "CBL_DELETE_FILE" USING "erasure.tmp"
                        RETURNING copy-status.
                IF sweep-changed > 0 AND copy-status = 0
                        AND sweep-name(sweep-idx) = "corrections.jnl"
                        THEN
                    PERFORM reseal-the-journal
                END-IF.
                EXIT.

            *> the tombstones broke the journal's chain hashes on
            *> purpose; the journal is re-chained from the first row
            *> whose hash moves, and the reseal goes on chainseal.dat
            *> for chainver. Rows from before the chain began stay
            *> unhashed.
            reseal-the-journal.
                OPEN INPUT sweep-file.
                IF sweep-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT sweep-work.
                MOVE SPACES TO chain-prior.
                MOVE 0 TO chain-started.
                MOVE 0 TO reseal-row.
                MOVE 0 TO reseal-from.
                MOVE 0 TO reseal-count.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ sweep-file
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        ADD 1 TO reseal-row
                        MOVE sweep-record TO sweep-line
                        PERFORM rechain-one-line
                        WRITE sweep-work-record FROM sweep-line
                    END-IF
                END-PERFORM.
                CLOSE sweep-work.
                CLOSE sweep-file.
                IF reseal-count > 0 THEN
                    CALL "CBL_COPY_FILE" USING "erasure.tmp",
                            sweep-file-name
                            RETURNING copy-status
                    IF copy-status NOT = 0 THEN
                        DISPLAY "erasure: could not re-chain "
                                FUNCTION TRIM(sweep-file-name)
                        ADD 1 TO requests-failed
                    ELSE
                        PERFORM record-the-reseal
                    END-IF
                END-IF.
                CALL "CBL_DELETE_FILE" USING "erasure.tmp"
                        RETURNING copy-status.
                EXIT.

            rechain-one-line.
                IF chain-started = 0
                        AND sweep-line(177:18) = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO chain-started.
                MOVE SPACES TO chain-row.
                MOVE sweep-line(1:chain-length) TO chain-row.
                CALL "chainhsh" USING chain-prior, chain-row,
                        chain-length, chain-new.
                IF chain-new NOT = sweep-line(177:18) THEN
                    IF reseal-from = 0 THEN
                        MOVE reseal-row TO reseal-from
                    END-IF
                    ADD 1 TO reseal-count
                    MOVE chain-new TO sweep-line(177:18)
                END-IF.
                MOVE chain-new TO chain-prior.
                EXIT.

            record-the-reseal.
                OPEN EXTEND seal-register.
                IF seal-register-status = "35" THEN
                    OPEN OUTPUT seal-register
                END-IF.
                MOVE SPACES TO chain-seal-record.
                MOVE FUNCTION CURRENT-DATE(1:14) TO cs-sealed-at.
                MOVE "corrections.jnl" TO cs-file.
                MOVE reseal-from TO cs-from-row.
                MOVE reseal-count TO cs-rows.
                MOVE "ERASURE" TO cs-program.
                MOVE "right-to-erasure tombstones" TO cs-reason.
                WRITE chain-seal-record.
                CLOSE seal-register.
                EXIT.

            sweep-one-line.
                IF sweep-line(sweep-user-at(sweep-idx):4)
                        NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE sweep-line(sweep-user-at(sweep-idx):4)
                    TO sweep-user-id.
                MOVE sweep-user-id TO probe-user-id.
                PERFORM find-the-erased-slot.
                IF erased-slot = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF sweep-name(sweep-idx) = "corrections.jnl" THEN
                    PERFORM check-the-journal-program
                    IF journal-is-keyed = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE tombstone TO sweep-line(sweep-first-at(sweep-idx):
                        sweep-first-len(sweep-idx)).
                IF sweep-second-len(sweep-idx) > 0 THEN
                    MOVE tombstone
                        TO sweep-line(sweep-second-at(sweep-idx):
                            sweep-second-len(sweep-idx))
                END-IF.
                ADD 1 TO sweep-changed.
                ADD 1 TO erased-touched(erased-slot,
                        sweep-store(sweep-idx)).
                EXIT.

            *> jrn-program sits in columns 25-34 of the journal.
            check-the-journal-program.
                MOVE 0 TO journal-is-keyed.
                PERFORM VARYING keyed-idx FROM 1 BY 1
                        UNTIL keyed-idx > 9
                    IF sweep-line(25:10) =
                            journal-keyed-program(keyed-idx) THEN
                        MOVE 1 TO journal-is-keyed
                    END-IF
                END-PERFORM.
                EXIT.

            *> the erasure's own journal rows go on after the sweep
            *> of corrections.jnl, carrying only the reference.
            journal-the-erasures.
                PERFORM VARYING erased-slot FROM 1 BY 1
                        UNTIL erased-slot > erased-count
                    MOVE "PERSONAL DATA ON FILE" TO journal-before
                    MOVE SPACES TO journal-after
                    STRING "ERASED REF " erased-reference(erased-slot)
                            " ON " cycle-date-stamp
                        DELIMITED BY SIZE INTO journal-after
                    END-STRING
                    MOVE SPACES TO journal-key
                    MOVE erased-user-id(erased-slot) TO journal-key(1:4)
                    MOVE "ERAS" TO journal-key(6:4)
                    CALL "jrnwrite" USING journal-program, journal-key,
                            journal-before, journal-after
                END-PERFORM.
                EXIT.

            *> the certificate: each erased customer with every store
            *> touched and how many records there, then the held
            *> requests and why.
            write-the-certificate.
                OPEN OUTPUT certificate-file.
                MOVE SPACES TO print-text.
                STRING "ERASURE CERTIFICATE - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING erased-slot FROM 1 BY 1
                        UNTIL erased-slot > erased-count
                    PERFORM certify-one-erasure
                END-PERFORM.
                IF erased-count = 0 THEN
                    MOVE "  no customer erased" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "HELD FOR A RETENTION REASON" TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING held-idx FROM 1 BY 1
                        UNTIL held-idx > held-count
                    MOVE held-reason(held-idx) TO retention-reason
                    PERFORM find-the-reason
                    MOVE SPACES TO print-text
                    IF reason-idx > 0 THEN
                        STRING "  " held-user-id(held-idx) " ref "
                                held-reference(held-idx) " "
                                reason-name(reason-idx) " since "
                                held-since(held-idx)
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                    END-IF
                    PERFORM print-one-line
                END-PERFORM.
                IF held-count = 0 THEN
                    MOVE "  none" TO print-text
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " requests-erased " erased, "
                        requests-held " held, " requests-kept
                        " awaiting approval, " requests-failed
                        " failed"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                CLOSE certificate-file.
                CALL "rptstore" USING repo-report-name.
                EXIT.

            certify-one-erasure.
                MOVE SPACES TO print-text.
                STRING "user_id " erased-user-id(erased-slot)
                        "  request " erased-reference(erased-slot)
                        "  erased " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE 0 TO stores-untouched.
                PERFORM VARYING store-idx FROM 1 BY 1
                        UNTIL store-idx > 18
                    IF erased-touched(erased-slot, store-idx) > 0 THEN
                        MOVE erased-touched(erased-slot, store-idx)
                            TO count-text
                        MOVE SPACES TO print-text
                        STRING "    " store-name(store-idx) " "
                                count-text " record(s) tombstoned"
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    ELSE
                        ADD 1 TO stores-untouched
                    END-IF
                END-PERFORM.
                IF stores-untouched > 0 THEN
                    MOVE SPACES TO print-text
                    STRING "    " stores-untouched " other store(s) "
                            "checked, nothing held"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "erasure: " FUNCTION TRIM(print-text).
                MOVE print-text TO certificate-line.
                WRITE certificate-line.
                EXIT.

        END PROGRAM erasure.
