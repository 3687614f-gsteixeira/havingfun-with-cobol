        *> **********************************************************************
        *> loanboard - boards an acquired loan portfolio in bulk. The
        *> customers that came with an acquisition go in through
        *> bulkload; their loans could only be set up one at a time with
        *> loanadd, which also assumes a loan is brand new. This job
        *> reads the seller's loan file and takes every loan on from its
        *> current position: the master record carries the seller's
        *> original balance as the principal, the balance still owed,
        *> the payments already made and the fees owing, and only the
        *> rows still to come are generated on loansched.dat - from the
        *> current balance, over the remaining term, from the seller's
        *> next due date on.
        *>
        *>    usage: loanboard [seller-file]    (default seller.dat)
        *>
        *>    the seller's layout, one row per line, record type in
        *>    column 1:
        *>      header  "H" seller-id X(10), cutoff-date 9(8)
        *>      detail  "D" loan-number 9(6)   the number the loan is
        *>                                     boarded under
        *>                  seller-ref X(12)   their loan reference
        *>                  borrower-ref X(15) their borrower reference
        *>                  original-balance 9(9)V99 as 11 digits
        *>                  current-balance 9(9)V99 as 11 digits
        *>                  rate 9(3)V9999 as 7 digits
        *>                  remaining-term 9(3)
        *>                  next-due-date 9(8)
        *>                  payments-made 9(3)
        *>                  day-count X(1)     3 (30/360) or A
        *>                                     (actual/365)
        *>                  fees-owed 9(9)V99 as 11 digits
        *>      trailer "T" loan-count 9(9), balance-total 9(11)V99 as
        *>                  13 digits
        *>    the file is read through once before anything is boarded:
        *>    no header, no trailer, or a trailer that disagrees with
        *>    the details rejects the file whole, the payremit way.
        *>
        *>    borrowers map to custmast.dat through boardmap.dat, the
        *>    crosswalk the acquisition's customer load produced, one
        *>    line per borrower: borrower-ref X(15), user_id 9(4). A
        *>    reference not on the crosswalk that is itself a user_id
        *>    is taken as one. The user_id must be an active customer.
        *>
        *>    each loan must pass the underwriting limits on limits.ctl
        *>    (see loanadd.cob) - original balance, rate, the full term
        *>    (payments made plus remaining) and the borrower's open
        *>    loans. A loan that fails any check is written to
        *>    boardexc.dat, the boarding exceptions file, with its
        *>    reason:
        *>        bx-loan-number     PIC 9(6)
        *>        bx-seller-ref      PIC X(12)
        *>        bx-borrower-ref    PIC X(15)
        *>        bx-current-balance PIC 9(9)V99
        *>        bx-reason          PIC X(40)
        *>        bx-cycle-date      PIC X(8)
        *>
        *>    a boarded loan gets, in order: its master record, an
        *>    anchor row for the last payment the seller collected
        *>    (marked paid, no money on it - the due date payoff,
        *>    intaccr and the recasts start from), its remaining
        *>    schedule rows, a BORD event on loantxn.dat, and its entry
        *>    on the boarding register, boardreg.dat (BOARDREG). The
        *>    loan is boarded fixed-rate and fully amortizing; the
        *>    desk changes either afterwards. loan-opened is the
        *>    origination date the payments made imply.
        *>
        *>    loanboard.ctl  one 9(4) field: loans per checkpoint
        *>                   (default 100), the bulkload.ctl shape.
        *>    loanboard.ckpt the input position processed and the
        *>                   running totals at the last checkpoint; a
        *>                   rerun of the same seller file resumes past
        *>                   it. A loan the interrupted run had started
        *>                   but not registered is taken back off and
        *>                   boarded again. Cleared when the run ends.
        *>
        *>    the control report, loanboard.rpt, lists every loan
        *>    boarded or excepted and ties the loan count and total
        *>    balance boarded plus excepted to the seller's trailer.
        *>
        *>    RETURN-CODE: 0 everything boarded and in balance, 4 some
        *>    loans excepted, 8 the file rejected, out of balance, or
        *>    the files would not open.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanboard.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT seller-file
                        ASSIGN TO DYNAMIC seller-path-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS seller-file-status.
                    SELECT borrower-map ASSIGN TO "boardmap.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS borrower-map-status.
                    SELECT limits-control ASSIGN TO "limits.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS limits-control-status.
                    SELECT batch-control-file ASSIGN TO "loanboard.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS batch-control-status.
                    SELECT checkpoint-file ASSIGN TO "loanboard.ckpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS checkpoint-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT register-file ASSIGN TO "boardreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS brd-loan-number
                        FILE STATUS IS register-file-status.
                    SELECT holiday-file ASSIGN TO "holidays.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS holiday-date
                        FILE STATUS IS holiday-file-status.
                    SELECT exception-file ASSIGN TO "boardexc.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS exception-file-status.
                    SELECT report-file ASSIGN TO "loanboard.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS report-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  seller-file.
                    01 seller-record.
                        02 sr-type              PIC X(1).
                            88 sr-is-header     VALUE "H".
                            88 sr-is-detail     VALUE "D".
                            88 sr-is-trailer    VALUE "T".
                        02 FILLER               PIC X(99).
                    01 seller-header.
                        02 FILLER               PIC X(1).
                        02 sh-seller-id         PIC X(10).
                        02 sh-cutoff-date       PIC X(8).
                        02 FILLER               PIC X(81).
                    01 seller-detail.
                        02 FILLER               PIC X(1).
                        02 sd-loan-number       PIC 9(6).
                        02 sd-seller-ref        PIC X(12).
                        02 sd-borrower-ref      PIC X(15).
                        02 sd-original-balance  PIC 9(9)V99.
                        02 sd-current-balance   PIC 9(9)V99.
                        02 sd-rate              PIC 9(3)V9999.
                        02 sd-remaining-term    PIC 9(3).
                        02 sd-next-due-date     PIC 9(8).
                        02 sd-next-due-parts REDEFINES
                                sd-next-due-date.
                            03 sd-next-due-year  PIC 9(4).
                            03 sd-next-due-month PIC 99.
                            03 sd-next-due-day   PIC 99.
                        02 sd-payments-made     PIC 9(3).
                        02 sd-day-count         PIC X(1).
                        02 sd-fees-owed         PIC 9(9)V99.
                        02 FILLER               PIC X(11).
                    01 seller-trailer.
                        02 FILLER               PIC X(1).
                        02 st-loan-count        PIC 9(9).
                        02 st-balance-total     PIC 9(11)V99.
                        02 FILLER               PIC X(77).
                FD  borrower-map.
                    01 borrower-map-record.
                        02 bm-borrower-ref PIC X(15).
                        02 bm-user-id      PIC 9(4).
                FD  limits-control.
                    01 limits-control-record.
                        02 lim-max-principal PIC 9(9)V99.
                        02 lim-rate-floor    PIC 9(3)V9999.
                        02 lim-rate-ceiling  PIC 9(3)V9999.
                        02 lim-term-min      PIC 9(3).
                        02 lim-term-max      PIC 9(3).
                        02 lim-max-open      PIC 9(2).
                FD  batch-control-file.
                    01 batch-control-record PIC 9(4).
                FD  checkpoint-file.
                    01 checkpoint-record.
                        02 ck-position        PIC 9(9).
                        02 ck-seller-id       PIC X(10).
                        02 ck-cutoff-date     PIC X(8).
                        02 ck-boarded-count   PIC 9(9).
                        02 ck-boarded-balance PIC 9(11)V99.
                        02 ck-except-count    PIC 9(9).
                        02 ck-except-balance  PIC 9(11)V99.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  register-file.
                    COPY BOARDREG.
                FD  holiday-file.
                    01 holiday-record.
                        02 holiday-date PIC 9(8).
                FD  exception-file.
                    01 exception-record.
                        02 bx-loan-number     PIC 9(6).
                        02 bx-seller-ref      PIC X(12).
                        02 bx-borrower-ref    PIC X(15).
                        02 bx-current-balance PIC 9(9)V99.
                        02 bx-reason          PIC X(40).
                        02 bx-cycle-date      PIC X(8).
                FD  report-file.
                    01 report-line PIC X(120).
            WORKING-STORAGE SECTION.
                01 seller-file-status    PIC X(02) VALUE "00".
                01 borrower-map-status   PIC X(02) VALUE "00".
                01 limits-control-status PIC X(02) VALUE "00".
                01 batch-control-status  PIC X(02) VALUE "00".
                01 checkpoint-status     PIC X(02) VALUE "00".
                01 loan-master-status    PIC X(02) VALUE "00".
                01 loan-schedule-status  PIC X(02) VALUE "00".
                01 master-file-status    PIC X(02) VALUE "00".
                01 register-file-status  PIC X(02) VALUE "00".
                01 holiday-file-status   PIC X(02) VALUE "00".
                01 exception-file-status PIC X(02) VALUE "00".
                01 report-file-status    PIC X(02) VALUE "00".
                01 seller-path-name PIC X(60) VALUE "seller.dat".
                01 cmd-line-arg     PIC X(60) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the first pass: what the seller says against what
                *> the file holds.
                01 header-was-seen  PIC 9 VALUE ZERO.
                01 trailer-was-seen PIC 9 VALUE ZERO.
                01 file-seller-id   PIC X(10) VALUE SPACES.
                01 file-cutoff-date PIC X(8) VALUE SPACES.
                01 trailer-count    PIC 9(9) VALUE ZEROS.
                01 trailer-balance  PIC 9(11)V99 VALUE ZEROS.
                01 detail-count     PIC 9(9) VALUE ZEROS.
                01 detail-balance   PIC 9(11)V99 VALUE ZEROS.
                01 file-refusal     PIC X(60) VALUE SPACES.
                    88 file-is-sound VALUE SPACES.
                *> the borrower crosswalk.
                01 map-count        PIC 9(4) VALUE ZEROS.
                01 map-index        PIC 9(4) VALUE ZEROS.
                01 map-table.
                    02 map-entry OCCURS 9999 TIMES.
                        03 map-borrower-ref PIC X(15).
                        03 map-user-id      PIC 9(4).
                *> the house underwriting defaults, as loanadd holds
                *> them until limits.ctl says otherwise.
                01 max-principal   PIC 9(9)V99 VALUE 500000.00.
                01 rate-floor      PIC 9(3)V9999 VALUE 0.5000.
                01 rate-ceiling    PIC 9(3)V9999 VALUE 30.0000.
                01 term-minimum    PIC 9(3) VALUE 6.
                01 term-maximum    PIC 9(3) VALUE 360.
                01 max-open-loans  PIC 9(2) VALUE 5.
                01 open-loan-count PIC 9(3) VALUE ZEROS.
                01 limits-scan-done PIC 9 VALUE ZERO.
                *> checkpointing, the bulkload way.
                01 commit-interval  PIC 9(4) VALUE 100.
                01 loans-in-batch   PIC 9(4) VALUE ZEROS.
                01 records-read     PIC 9(9) VALUE ZEROS.
                01 resume-past      PIC 9(9) VALUE ZEROS.
                01 resume-seller-id PIC X(10) VALUE SPACES.
                01 resume-cutoff    PIC X(8) VALUE SPACES.
                *> the loan in hand.
                01 exception-reason PIC X(40) VALUE SPACES.
                    88 loan-passes  VALUE SPACES.
                01 already-boarded  PIC 9 VALUE ZERO.
                    88 loan-was-already-boarded VALUE 1.
                01 work-borrower-id PIC 9(4) VALUE ZEROS.
                01 work-full-term   PIC 9(4) VALUE ZEROS.
                01 work-day-count   PIC X(01) VALUE "3".
                01 work-principal   PIC 9(9)V99 VALUE ZEROS.
                01 work-rate        PIC 9(3)V9999 VALUE ZEROS.
                01 work-term        PIC 999 VALUE ZEROS.
                01 work-payment     PIC 9(9)V99 VALUE ZEROS.
                01 work-total-int   PIC 9(9)V99 VALUE ZEROS.
                01 monthly-rate     PIC 9(3)V9(8) VALUE ZEROS.
                01 running-balance  PIC 9(9)V99 VALUE ZEROS.
                01 interest-amt     PIC 9(9)V99 VALUE ZEROS.
                01 principal-amt    PIC 9(9)V99 VALUE ZEROS.
                01 payment-num      PIC 999 VALUE ZEROS.
                01 first-new-row    PIC 999 VALUE ZEROS.
                01 last-new-row     PIC 999 VALUE ZEROS.
                01 delete-row       PIC 9(4) VALUE ZEROS.
                *> dates walked back from the seller's next due date:
                *> the anchor row one month back, the origination one
                *> month further than the payments made.
                01 months-back      PIC 9(4) VALUE ZEROS.
                01 month-count      PIC 9(6) VALUE ZEROS.
                01 anchor-due-date  PIC X(8) VALUE SPACES.
                01 origination-date PIC X(8) VALUE SPACES.
                *> due-date machinery, the same month-advance and
                *> business-day roll loanadd makes.
                01 start-day       PIC 99 VALUE ZEROS.
                01 due-year        PIC 9(4) VALUE ZEROS.
                01 due-month       PIC 99 VALUE ZEROS.
                01 due-day         PIC 99 VALUE ZEROS.
                01 due-date        PIC 9(8) VALUE ZEROS.
                01 due-date-integer PIC 9(9) VALUE ZEROS.
                01 weekday-remainder    PIC 9 VALUE ZERO.
                01 candidate-is-weekend PIC 9 VALUE ZERO.
                    88 candidate-is-a-weekend VALUE 1.
                01 candidate-is-holiday PIC 9 VALUE ZERO.
                    88 candidate-is-a-holiday VALUE 1.
                01 rolling-done    PIC 9 VALUE ZERO.
                    88 date-is-a-business-day VALUE 1.
                *> the control totals.
                01 boarded-count    PIC 9(9) VALUE ZEROS.
                01 boarded-balance  PIC 9(11)V99 VALUE ZEROS.
                01 except-count     PIC 9(9) VALUE ZEROS.
                01 except-balance   PIC 9(11)V99 VALUE ZEROS.
                01 tied-count       PIC 9(9) VALUE ZEROS.
                01 tied-balance     PIC 9(11)V99 VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 display-total    PIC Z(10)9.99.
                01 print-text       PIC X(120) VALUE SPACES.
                COPY LOANTXN.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "loanboard.rpt".
                01 banner-job-name  PIC X(20) VALUE "LOANBOARD".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-arg FROM COMMAND-LINE.
            IF FUNCTION TRIM(cmd-line-arg) NOT = SPACES THEN
                MOVE cmd-line-arg TO seller-path-name
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            PERFORM prove-the-seller-file.
            IF NOT file-is-sound THEN
                DISPLAY "loanboard: " FUNCTION TRIM(seller-path-name)
                        " rejected - " FUNCTION TRIM(file-refusal)
                PERFORM report-the-rejection
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM load-commit-interval.
            PERFORM load-checkpoint.
            IF resume-past > 0
                    AND (resume-seller-id NOT = file-seller-id
                        OR resume-cutoff NOT = file-cutoff-date) THEN
                DISPLAY "loanboard: loanboard.ckpt belongs to seller "
                        resume-seller-id " cutoff " resume-cutoff
                        " - finish that file first"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM load-borrower-map.
            PERFORM load-underwriting-limits.
            PERFORM open-boarding-files.
            IF RETURN-CODE NOT = 0 THEN
                MOVE RETURN-CODE TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            IF resume-past > 0 THEN
                DISPLAY "loanboard: resuming past record " resume-past
                        " of " FUNCTION TRIM(seller-path-name)
            ELSE
                PERFORM print-the-heading
            END-IF.
            OPEN INPUT seller-file.
            MOVE 0 TO records-read.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ seller-file
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO records-read
                    IF records-read > resume-past
                            AND sr-is-detail THEN
                        PERFORM board-one-loan
                        ADD 1 TO loans-in-batch
                        IF loans-in-batch >= commit-interval THEN
                            PERFORM take-checkpoint
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE seller-file.
            PERFORM print-the-control-totals.
            CLOSE exception-file.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            CLOSE register-file.
            CLOSE customer-master.
            CLOSE loan-schedule.
            CLOSE loan-master.
            PERFORM clear-checkpoint.
            DISPLAY "loanboard: " boarded-count " loan(s) boarded, "
                    except-count " to boardexc.dat".
            MOVE boarded-count TO banner-rec-count.
            EVALUATE TRUE
                WHEN tied-count NOT = trailer-count
                        OR tied-balance NOT = trailer-balance
                    MOVE 8 TO RETURN-CODE
                WHEN except-count > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the whole file once, nothing boarded: a header, a
            *> trailer, and details that add up to what the trailer
            *> says. A balance that is not numeric counts as zero
            *> here and is excepted when its loan comes round.
            prove-the-seller-file.
                MOVE SPACES TO file-refusal.
                OPEN INPUT seller-file.
                IF seller-file-status NOT = "00" THEN
                    STRING "not available (status "
                            seller-file-status ")"
                        DELIMITED BY SIZE INTO file-refusal
                    END-STRING
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ seller-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        EVALUATE TRUE
                            WHEN sr-is-header
                                MOVE 1 TO header-was-seen
                                MOVE sh-seller-id TO file-seller-id
                                MOVE sh-cutoff-date
                                        TO file-cutoff-date
                            WHEN sr-is-detail
                                ADD 1 TO detail-count
                                IF sd-current-balance NUMERIC THEN
                                    ADD sd-current-balance
                                            TO detail-balance
                                END-IF
                            WHEN sr-is-trailer
                                MOVE 1 TO trailer-was-seen
                                IF st-loan-count NUMERIC THEN
                                    MOVE st-loan-count
                                            TO trailer-count
                                END-IF
                                IF st-balance-total NUMERIC THEN
                                    MOVE st-balance-total
                                            TO trailer-balance
                                END-IF
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                CLOSE seller-file.
                EVALUATE TRUE
                    WHEN header-was-seen = 0
                        MOVE "no header row" TO file-refusal
                    WHEN trailer-was-seen = 0
                        MOVE "no trailer row" TO file-refusal
                    WHEN trailer-count NOT = detail-count
                            OR trailer-balance NOT = detail-balance
                        MOVE "trailer disagrees with the details"
                                TO file-refusal
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            report-the-rejection.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "SELLER LOAN FILE REJECTED: "
                        FUNCTION TRIM(seller-path-name) " - "
                        FUNCTION TRIM(file-refusal)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  TRAILER COUNT " trailer-count
                        "  DETAIL COUNT " detail-count
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  TRAILER BALANCE " trailer-balance
                        "  DETAIL BALANCE " detail-balance
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE "  NOTHING WAS BOARDED - ASK THE SELLER FOR A "
                        TO print-text.
                MOVE "CORRECTED FILE" TO print-text(46:14).
                PERFORM print-one-line.
                CLOSE report-file.
                CALL "rptstore" USING repo-report-name.
                EXIT.

            load-commit-interval.
                OPEN INPUT batch-control-file.
                IF batch-control-status = "00" THEN
                    READ batch-control-file
                        AT END CONTINUE
                        NOT AT END
                            IF batch-control-record NUMERIC
                                    AND batch-control-record > 0 THEN
                                MOVE batch-control-record
                                        TO commit-interval
                            END-IF
                    END-READ
                    CLOSE batch-control-file
                END-IF.
                EXIT.

            *> the position and the totals as they stood at the last
            *> checkpoint, so a resumed run's control report still
            *> covers the whole file.
            load-checkpoint.
                MOVE 0 TO resume-past.
                OPEN INPUT checkpoint-file.
                IF checkpoint-status = "00" THEN
                    READ checkpoint-file
                        AT END CONTINUE
                        NOT AT END
                            IF ck-position NUMERIC THEN
                                MOVE ck-position TO resume-past
                                MOVE ck-seller-id TO resume-seller-id
                                MOVE ck-cutoff-date TO resume-cutoff
                                MOVE ck-boarded-count
                                        TO boarded-count
                                MOVE ck-boarded-balance
                                        TO boarded-balance
                                MOVE ck-except-count TO except-count
                                MOVE ck-except-balance
                                        TO except-balance
                            END-IF
                    END-READ
                    CLOSE checkpoint-file
                END-IF.
                EXIT.

            *> every loan before this record is boarded or excepted
            *> for good - the indexed writes are already on disk.
            take-checkpoint.
                OPEN OUTPUT checkpoint-file.
                MOVE records-read TO ck-position.
                MOVE file-seller-id TO ck-seller-id.
                MOVE file-cutoff-date TO ck-cutoff-date.
                MOVE boarded-count TO ck-boarded-count.
                MOVE boarded-balance TO ck-boarded-balance.
                MOVE except-count TO ck-except-count.
                MOVE except-balance TO ck-except-balance.
                WRITE checkpoint-record.
                CLOSE checkpoint-file.
                MOVE 0 TO loans-in-batch.
                EXIT.

            clear-checkpoint.
                OPEN OUTPUT checkpoint-file.
                MOVE SPACES TO checkpoint-record.
                MOVE 0 TO ck-position.
                WRITE checkpoint-record.
                CLOSE checkpoint-file.
                EXIT.

            load-borrower-map.
                MOVE 0 TO map-count.
                OPEN INPUT borrower-map.
                IF borrower-map-status NOT = "00" THEN
                    DISPLAY "loanboard: no boardmap.dat - borrower "
                            "references must be user_ids"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ borrower-map
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF map-count = 9999
                                OR bm-user-id NOT NUMERIC THEN
                            DISPLAY "loanboard: boardmap.dat line "
                                    borrower-map-record " ignored"
                        ELSE
                            ADD 1 TO map-count
                            MOVE bm-borrower-ref
                                    TO map-borrower-ref(map-count)
                            MOVE bm-user-id TO map-user-id(map-count)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE borrower-map.
                MOVE 0 TO end_of_file.
                EXIT.

            *> the limits the business published - the same control
            *> file and the same defaults loanadd enforces.
            load-underwriting-limits.
                OPEN INPUT limits-control.
                IF limits-control-status = "00" THEN
                    READ limits-control
                        AT END CONTINUE
                        NOT AT END
                            IF lim-max-principal > 0 THEN
                                MOVE lim-max-principal
                                        TO max-principal
                            END-IF
                            MOVE lim-rate-floor TO rate-floor
                            IF lim-rate-ceiling > 0 THEN
                                MOVE lim-rate-ceiling TO rate-ceiling
                            END-IF
                            IF lim-term-min > 0 THEN
                                MOVE lim-term-min TO term-minimum
                            END-IF
                            IF lim-term-max > 0 THEN
                                MOVE lim-term-max TO term-maximum
                            END-IF
                            IF lim-max-open > 0 THEN
                                MOVE lim-max-open TO max-open-loans
                            END-IF
                    END-READ
                    CLOSE limits-control
                END-IF.
                EXIT.

            *> a resumed run adds to the exceptions and the report the
            *> interrupted run started; a fresh one starts them over.
            open-boarding-files.
                OPEN INPUT customer-master.
                IF master-file-status NOT = "00" THEN
                    DISPLAY "loanboard: custmast.dat not available "
                            "(status " master-file-status ") - "
                            "cannot verify the borrowers"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O loan-master.
                IF loan-master-status = "35" THEN
                    OPEN OUTPUT loan-master
                    CLOSE loan-master
                    OPEN I-O loan-master
                END-IF.
                OPEN I-O loan-schedule.
                IF loan-schedule-status = "35" THEN
                    OPEN OUTPUT loan-schedule
                    CLOSE loan-schedule
                    OPEN I-O loan-schedule
                END-IF.
                OPEN I-O register-file.
                IF register-file-status = "35" THEN
                    OPEN OUTPUT register-file
                    CLOSE register-file
                    OPEN I-O register-file
                END-IF.
                IF loan-master-status NOT = "00"
                        OR loan-schedule-status NOT = "00"
                        OR register-file-status NOT = "00" THEN
                    DISPLAY "loanboard: loan master/schedule/register "
                            "not available"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF resume-past > 0 THEN
                    OPEN EXTEND exception-file
                    IF exception-file-status = "35" THEN
                        OPEN OUTPUT exception-file
                    END-IF
                    OPEN EXTEND report-file
                    IF report-file-status = "35" THEN
                        OPEN OUTPUT report-file
                    END-IF
                ELSE
                    OPEN OUTPUT exception-file
                    OPEN OUTPUT report-file
                END-IF.
                EXIT.

            print-the-heading.
                MOVE SPACES TO print-text.
                STRING "LOAN BOARDING - SELLER " file-seller-id
                        " CUTOFF " file-cutoff-date " - CYCLE "
                        cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> one seller loan: every check in turn, the first that
            *> fails names the exception; a loan that passes is built.
            board-one-loan.
                MOVE SPACES TO exception-reason.
                MOVE 0 TO already-boarded.
                PERFORM check-the-detail.
                IF loan-passes THEN
                    PERFORM map-the-borrower
                END-IF.
                IF loan-passes THEN
                    PERFORM check-the-limits
                END-IF.
                IF loan-passes THEN
                    PERFORM check-the-master
                END-IF.
                IF NOT loan-passes THEN
                    PERFORM write-the-exception
                    EXIT PARAGRAPH
                END-IF.
                IF NOT loan-was-already-boarded THEN
                    PERFORM build-the-loan
                END-IF.
                IF NOT loan-passes THEN
                    PERFORM write-the-exception
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO boarded-count.
                ADD sd-current-balance TO boarded-balance.
                MOVE sd-current-balance TO display-amount.
                MOVE SPACES TO print-text.
                STRING "  BOARDED " sd-loan-number " " sd-seller-ref
                        " BORROWER " work-borrower-id " BALANCE "
                        display-amount
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                MOVE work-payment TO display-amount.
                IF loan-was-already-boarded THEN
                    MOVE "  (BOARDED BEFORE THE RESTART)"
                            TO print-text(72:30)
                ELSE
                    STRING " PAYMENT " display-amount
                        DELIMITED BY SIZE INTO print-text(72:30)
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            check-the-detail.
                EVALUATE TRUE
                    WHEN sd-loan-number NOT NUMERIC
                            OR sd-loan-number = 0
                        MOVE "LOAN NUMBER MISSING OR NOT NUMERIC"
                                TO exception-reason
                    WHEN sd-original-balance NOT NUMERIC
                            OR sd-current-balance NOT NUMERIC
                            OR sd-rate NOT NUMERIC
                            OR sd-remaining-term NOT NUMERIC
                            OR sd-payments-made NOT NUMERIC
                            OR sd-fees-owed NOT NUMERIC
                        MOVE "AMOUNT, RATE OR TERM NOT NUMERIC"
                                TO exception-reason
                    WHEN sd-current-balance = 0
                        MOVE "NO CURRENT BALANCE" TO exception-reason
                    WHEN sd-current-balance > sd-original-balance
                        MOVE "CURRENT BALANCE ABOVE ORIGINAL"
                                TO exception-reason
                    WHEN sd-remaining-term = 0
                        MOVE "NO REMAINING TERM" TO exception-reason
                    WHEN sd-next-due-date NOT NUMERIC
                        MOVE "NEXT DUE DATE NOT A DATE"
                                TO exception-reason
                    WHEN FUNCTION TEST-DATE-YYYYMMDD(sd-next-due-date)
                            NOT = 0
                        MOVE "NEXT DUE DATE NOT A DATE"
                                TO exception-reason
                    WHEN sd-day-count NOT = "3"
                            AND sd-day-count NOT = "A"
                            AND sd-day-count NOT = SPACE
                        MOVE "DAY COUNT NOT 3 OR A"
                                TO exception-reason
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> the seller's borrower reference through the crosswalk
            *> to a customer that is on file and active.
            map-the-borrower.
                MOVE 0 TO work-borrower-id.
                PERFORM VARYING map-index FROM 1 BY 1
                        UNTIL map-index > map-count
                            OR work-borrower-id NOT = 0
                    IF map-borrower-ref(map-index) = sd-borrower-ref
                            THEN
                        MOVE map-user-id(map-index)
                                TO work-borrower-id
                    END-IF
                END-PERFORM.
                IF work-borrower-id = 0
                        AND FUNCTION TRIM(sd-borrower-ref) NUMERIC
                        AND FUNCTION NUMVAL(sd-borrower-ref) <= 9999
                        THEN
                    MOVE FUNCTION NUMVAL(sd-borrower-ref)
                            TO work-borrower-id
                END-IF.
                IF work-borrower-id = 0 THEN
                    MOVE "BORROWER NOT ON THE CROSSWALK"
                            TO exception-reason
                    EXIT PARAGRAPH
                END-IF.
                MOVE work-borrower-id TO user_id.
                READ customer-master
                    INVALID KEY
                        MOVE "BORROWER NOT ON THE CUSTOMER MASTER"
                                TO exception-reason
                    NOT INVALID KEY
                        IF NOT cust-status-active THEN
                            MOVE "BORROWER NOT AN ACTIVE CUSTOMER"
                                    TO exception-reason
                        END-IF
                END-READ.
                EXIT.

            *> loanadd's limits, held against the loan as written:
            *> the original balance and the full term.
            check-the-limits.
                COMPUTE work-full-term =
                        sd-payments-made + sd-remaining-term.
                EVALUATE TRUE
                    WHEN sd-original-balance > max-principal
                        STRING "PRINCIPAL ABOVE LIMIT " max-principal
                            DELIMITED BY SIZE INTO exception-reason
                        END-STRING
                    WHEN sd-rate < rate-floor
                        STRING "RATE BELOW FLOOR " rate-floor
                            DELIMITED BY SIZE INTO exception-reason
                        END-STRING
                    WHEN sd-rate > rate-ceiling
                        STRING "RATE ABOVE CEILING " rate-ceiling
                            DELIMITED BY SIZE INTO exception-reason
                        END-STRING
                    WHEN work-full-term < term-minimum
                        STRING "TERM BELOW MINIMUM " term-minimum
                            DELIMITED BY SIZE INTO exception-reason
                        END-STRING
                    WHEN work-full-term > term-maximum
                        STRING "TERM ABOVE MAXIMUM " term-maximum
                            DELIMITED BY SIZE INTO exception-reason
                        END-STRING
                    WHEN OTHER
                        PERFORM count-borrower-open-loans
                        IF open-loan-count >= max-open-loans THEN
                            STRING "BORROWER ALREADY HAS "
                                    open-loan-count " OPEN LOAN(S)"
                                DELIMITED BY SIZE
                                INTO exception-reason
                            END-STRING
                        END-IF
                END-EVALUATE.
                EXIT.

            count-borrower-open-loans.
                MOVE 0 TO open-loan-count.
                MOVE work-borrower-id TO loan-borrower-id.
                START loan-master KEY >= loan-borrower-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO limits-scan-done.
                PERFORM UNTIL limits-scan-done = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO limits-scan-done
                    END-READ
                    IF limits-scan-done = 0
                            AND loan-borrower-id
                                    NOT = work-borrower-id THEN
                        MOVE 1 TO limits-scan-done
                    END-IF
                    IF limits-scan-done = 0
                            AND loan-is-active
                            AND loan-number NOT = sd-loan-number THEN
                        ADD 1 TO open-loan-count
                    END-IF
                END-PERFORM.
                EXIT.

            *> a loan number already on the master is refused - unless
            *> this is a resumed run and the loan is this file's own:
            *> on the register, it boarded before the interruption;
            *> off it, the interrupted run left it half-built and it
            *> is taken off to be built again.
            check-the-master.
                MOVE sd-loan-number TO loan-number.
                READ loan-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF resume-past > 0 THEN
                    MOVE sd-loan-number TO brd-loan-number
                    READ register-file
                        INVALID KEY
                            MOVE SPACES TO brd-seller-ref
                    END-READ
                    IF brd-seller-ref = sd-seller-ref
                            AND brd-seller-id = file-seller-id THEN
                        MOVE 1 TO already-boarded
                        MOVE loan-payment TO work-payment
                        EXIT PARAGRAPH
                    END-IF
                    IF loan-borrower-id = work-borrower-id
                            AND loan-balance = sd-current-balance
                            AND loan-payments-made = sd-payments-made
                            AND loan-principal = sd-original-balance
                            THEN
                        PERFORM take-back-partial-loan
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE "LOAN NUMBER ALREADY ON THE MASTER"
                        TO exception-reason.
                EXIT.

            take-back-partial-loan.
                PERFORM VARYING delete-row FROM 1 BY 1
                        UNTIL delete-row > 999
                    MOVE sd-loan-number TO sched-loan-number
                    MOVE delete-row TO sched-payment-num
                    DELETE loan-schedule
                        INVALID KEY CONTINUE
                    END-DELETE
                END-PERFORM.
                DELETE loan-master
                    INVALID KEY CONTINUE
                END-DELETE.
                DISPLAY "loanboard: loan " sd-loan-number
                        " left half-built by the interrupted run - "
                        "boarded again".
                EXIT.

            write-the-exception.
                MOVE SPACES TO exception-record.
                IF sd-loan-number NUMERIC THEN
                    MOVE sd-loan-number TO bx-loan-number
                ELSE
                    MOVE 0 TO bx-loan-number
                END-IF.
                MOVE sd-seller-ref TO bx-seller-ref.
                MOVE sd-borrower-ref TO bx-borrower-ref.
                IF sd-current-balance NUMERIC THEN
                    MOVE sd-current-balance TO bx-current-balance
                    ADD sd-current-balance TO except-balance
                ELSE
                    MOVE 0 TO bx-current-balance
                END-IF.
                MOVE exception-reason TO bx-reason.
                MOVE cycle-date-stamp TO bx-cycle-date.
                WRITE exception-record.
                ADD 1 TO except-count.
                MOVE SPACES TO print-text.
                STRING "  EXCEPT  " bx-loan-number " " sd-seller-ref
                        " " FUNCTION TRIM(exception-reason)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the loan from where the seller left it: the payment
            *> from loancalc over the balance and the remaining term,
            *> then the master, the anchor row, the rows to come, the
            *> ledger event, and the register entry last of all.
            build-the-loan.
                MOVE sd-current-balance TO work-principal.
                MOVE sd-rate TO work-rate.
                MOVE sd-remaining-term TO work-term.
                IF sd-day-count = "A" THEN
                    MOVE "A" TO work-day-count
                ELSE
                    MOVE "3" TO work-day-count
                END-IF.
                CALL "loancalc" USING work-principal, work-rate,
                        work-term, work-payment, work-total-int,
                        work-day-count.
                PERFORM derive-the-history-dates.
                MOVE SPACES TO loan-record.
                MOVE sd-loan-number TO loan-number.
                MOVE work-borrower-id TO loan-borrower-id.
                MOVE sd-original-balance TO loan-principal.
                MOVE sd-rate TO loan-annual-rate.
                MOVE work-full-term TO loan-term-months.
                MOVE work-payment TO loan-payment.
                MOVE sd-current-balance TO loan-balance.
                MOVE sd-fees-owed TO loan-fees-due.
                MOVE sd-payments-made TO loan-payments-made.
                SET loan-is-active TO TRUE.
                SET loan-rate-fixed TO TRUE.
                MOVE work-day-count TO loan-day-count.
                MOVE origination-date TO loan-opened.
                WRITE loan-record
                    INVALID KEY
                        MOVE "LOAN NUMBER ALREADY ON THE MASTER"
                                TO exception-reason
                        EXIT PARAGRAPH
                END-WRITE.
                IF sd-payments-made > 0 THEN
                    PERFORM write-the-anchor-row
                END-IF.
                PERFORM generate-remaining-rows.
                PERFORM record-the-boarding.
                PERFORM register-the-loan.
                EXIT.

            *> the seller's last collected payment: due one month
            *> before the next, paid, with no money on it - the
            *> seller's history stays with the seller.
            write-the-anchor-row.
                MOVE SPACES TO schedule-record.
                MOVE sd-loan-number TO sched-loan-number.
                MOVE sd-payments-made TO sched-payment-num.
                MOVE 0 TO sched-principal-amt.
                MOVE 0 TO sched-interest-amt.
                MOVE sd-current-balance TO sched-balance-after.
                MOVE anchor-due-date TO sched-due-date.
                SET sched-row-is-paid TO TRUE.
                MOVE SPACES TO sched-paid-date.
                WRITE schedule-record
                    INVALID KEY REWRITE schedule-record
                END-WRITE.
                EXIT.

            *> the rows still to come: the first on the seller's next
            *> due date, each after it a month on, rolled to a
            *> business day; the last takes whatever the rounding left.
            generate-remaining-rows.
                MOVE sd-current-balance TO running-balance.
                IF work-day-count = "A" THEN
                    COMPUTE monthly-rate = work-rate * 30 / 36500
                ELSE
                    COMPUTE monthly-rate = work-rate / 1200
                END-IF.
                COMPUTE first-new-row = sd-payments-made + 1.
                MOVE work-full-term TO last-new-row.
                MOVE sd-next-due-year TO due-year.
                MOVE sd-next-due-month TO due-month.
                MOVE sd-next-due-day TO start-day.
                PERFORM VARYING payment-num FROM first-new-row BY 1
                        UNTIL payment-num > last-new-row
                    COMPUTE interest-amt ROUNDED =
                            running-balance * monthly-rate
                    COMPUTE principal-amt = work-payment - interest-amt
                    IF principal-amt > running-balance
                            OR payment-num = last-new-row THEN
                        MOVE running-balance TO principal-amt
                    END-IF
                    SUBTRACT principal-amt FROM running-balance
                    MOVE SPACES TO schedule-record
                    MOVE sd-loan-number TO sched-loan-number
                    MOVE payment-num TO sched-payment-num
                    MOVE principal-amt TO sched-principal-amt
                    MOVE interest-amt TO sched-interest-amt
                    MOVE running-balance TO sched-balance-after
                    IF payment-num = first-new-row THEN
                        MOVE sd-next-due-date TO sched-due-date
                    ELSE
                        PERFORM compute-due-date
                        MOVE due-date TO sched-due-date
                    END-IF
                    MOVE "N" TO sched-paid-flag
                    MOVE SPACES TO sched-paid-date
                    WRITE schedule-record
                        INVALID KEY REWRITE schedule-record
                    END-WRITE
                END-PERFORM.
                EXIT.

            record-the-boarding.
                MOVE SPACES TO loan-txn-record.
                MOVE sd-loan-number TO txn-loan-number.
                SET txn-is-boarding TO TRUE.
                MOVE sd-current-balance TO txn-amount.
                MOVE sd-original-balance TO txn-principal.
                MOVE 0 TO txn-interest.
                MOVE sd-fees-owed TO txn-fee.
                MOVE sd-current-balance TO txn-balance-after.
                MOVE sd-payments-made TO txn-payment-num.
                MOVE file-cutoff-date TO txn-effective-date.
                MOVE cycle-date-stamp TO txn-cycle-date.
                MOVE "LOANBOARD" TO txn-program.
                STRING "BOARDED " FUNCTION TRIM(file-seller-id) " "
                        FUNCTION TRIM(sd-seller-ref)
                    DELIMITED BY SIZE INTO txn-memo
                END-STRING.
                CALL "txnwrite" USING loan-txn-record.
                EXIT.

            register-the-loan.
                MOVE SPACES TO boarding-register-record.
                MOVE sd-loan-number TO brd-loan-number.
                MOVE file-seller-id TO brd-seller-id.
                MOVE sd-seller-ref TO brd-seller-ref.
                MOVE sd-borrower-ref TO brd-borrower-ref.
                MOVE sd-original-balance TO brd-original-balance.
                MOVE sd-current-balance TO brd-boarded-balance.
                MOVE cycle-date-stamp TO brd-boarded-date.
                MOVE file-cutoff-date TO brd-cutoff-date.
                WRITE boarding-register-record
                    INVALID KEY REWRITE boarding-register-record
                END-WRITE.
                EXIT.

            *> the anchor row is due a month before the seller's next
            *> due date; the loan opened a month before its first
            *> payment, the payments made further back again.
            derive-the-history-dates.
                MOVE 1 TO months-back.
                PERFORM step-back-months.
                MOVE due-date TO anchor-due-date.
                COMPUTE months-back = sd-payments-made + 1.
                PERFORM step-back-months.
                MOVE due-date TO origination-date.
                EXIT.

            step-back-months.
                COMPUTE month-count = sd-next-due-year * 12
                        + sd-next-due-month - 1 - months-back.
                COMPUTE due-year = month-count / 12.
                COMPUTE due-month =
                        month-count - due-year * 12 + 1.
                MOVE sd-next-due-day TO due-day.
                PERFORM build-candidate-date.
                PERFORM UNTIL due-date-integer NOT = 0
                    SUBTRACT 1 FROM due-day
                    PERFORM build-candidate-date
                END-PERFORM.
                EXIT.

            *> one month forward, anchored on the start day, clamped
            *> for short months, rolled to a business day - the same
            *> walk loanadd's compute-due-date makes.
            compute-due-date.
                ADD 1 TO due-month.
                IF due-month > 12 THEN
                    MOVE 1 TO due-month
                    ADD 1 TO due-year
                END-IF.
                MOVE start-day TO due-day.
                PERFORM build-candidate-date.
                PERFORM UNTIL due-date-integer NOT = 0
                    SUBTRACT 1 FROM due-day
                    PERFORM build-candidate-date
                END-PERFORM.
                PERFORM roll-to-business-day.
                EXIT.

            build-candidate-date.
                COMPUTE due-date =
                        due-year * 10000 + due-month * 100 + due-day.
                COMPUTE due-date-integer =
                        FUNCTION INTEGER-OF-DATE(due-date).
                EXIT.

            roll-to-business-day.
                MOVE 0 TO rolling-done.
                PERFORM UNTIL date-is-a-business-day
                    COMPUTE weekday-remainder =
                            FUNCTION MOD(due-date-integer, 7)
                    IF weekday-remainder = 0
                            OR weekday-remainder = 6 THEN
                        MOVE 1 TO candidate-is-weekend
                    ELSE
                        MOVE 0 TO candidate-is-weekend
                    END-IF
                    IF candidate-is-a-weekend THEN
                        ADD 1 TO due-date-integer
                    ELSE
                        PERFORM check-holiday-calendar
                        IF candidate-is-a-holiday THEN
                            ADD 1 TO due-date-integer
                        ELSE
                            MOVE 1 TO rolling-done
                        END-IF
                    END-IF
                END-PERFORM.
                COMPUTE due-date =
                        FUNCTION DATE-OF-INTEGER(due-date-integer).
                EXIT.

            check-holiday-calendar.
                MOVE 0 TO candidate-is-holiday.
                MOVE FUNCTION DATE-OF-INTEGER(due-date-integer)
                        TO holiday-date.
                OPEN INPUT holiday-file.
                IF holiday-file-status = "35" THEN
                    CONTINUE
                ELSE
                    READ holiday-file
                        INVALID KEY MOVE 0 TO candidate-is-holiday
                        NOT INVALID KEY
                            MOVE 1 TO candidate-is-holiday
                    END-READ
                    CLOSE holiday-file
                END-IF.
                EXIT.

            *> the tie-out: what was boarded plus what was excepted
            *> must be exactly what the seller's trailer says was sent.
            print-the-control-totals.
                COMPUTE tied-count = boarded-count + except-count.
                COMPUTE tied-balance =
                        boarded-balance + except-balance.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE "BOARDING CONTROL TOTALS" TO print-text.
                PERFORM print-one-line.
                MOVE trailer-balance TO display-total.
                MOVE SPACES TO print-text.
                STRING "  SELLER TRAILER ....: " trailer-count
                        " LOAN(S)  " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE boarded-balance TO display-total.
                MOVE SPACES TO print-text.
                STRING "  BOARDED ...........: " boarded-count
                        " LOAN(S)  " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE except-balance TO display-total.
                MOVE SPACES TO print-text.
                STRING "  EXCEPTIONS ........: " except-count
                        " LOAN(S)  " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE tied-balance TO display-total.
                MOVE SPACES TO print-text.
                STRING "  BOARDED + EXCEPTED : " tied-count
                        " LOAN(S)  " display-total
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF tied-count = trailer-count
                        AND tied-balance = trailer-balance THEN
                    MOVE "  CONTROL ...........: IN BALANCE WITH THE "
                            TO print-text
                    MOVE "TRAILER" TO print-text(44:7)
                ELSE
                    MOVE "  CONTROL ...........: *** OUT OF BALANCE "
                            TO print-text
                    MOVE "WITH THE TRAILER ***" TO print-text(43:20)
                END-IF.
                PERFORM print-one-line.
                EXIT.

            print-one-line.
                DISPLAY "loanboard: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM loanboard.
