        *>      the year defaults to the calendar year before the
        *>      cycle's business date - the January run wants last year.
        *>
        *>    a loan since moved to the loan archive by loanarc.cob
        *>    still owes its borrower the statement for a year it paid
        *>    interest in: the archived rows on loansched.arc are
        *>    released alongside the live ones, the borrower found
        *>    through loanarcq.cob.
        *>
        *>    each borrower's letter goes out in their language off
        *>    custopt.dat (see CUSTOPT.CPY), merged from the
        *>    translation under the language's directory -
        *>    es/taxltr.tpl for Spanish - or from the English
        *>    taxltr.tpl when that translation has not been written
        *>    yet. The register closes with the statements produced
        *>    in each language.
        *>
        *>    a borrower enrolled for paperless delivery (co-delivery
        *>    E on custopt.dat) is not printed: their statement goes
        *>    as one document onto taxstmt.edl, the e-delivery file
        *>    (EDELIVER) cataloged through gencatlg, and the register
        *>    marks the row. The paper and electronic counts close
        *>    the register and go onto dlvcount.dat (DLVCOUNT) for
        *>    the morning report.
        *>
        *>    the statements are captured in the report repository
        *>    through rptstore.cob with taxstmt.pcs, the piece index
        *>    (MAILPCS) naming each statement's borrower and print
        *>    lines, for mailprep.cob's postal presort.
        *>
        *>    the rows are SORTed into borrower order first, the same
        *>    balanced one-pass discipline reconcile and deltagen use,
        *>    so a borrower's loans land together however the schedule
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT schedule-archive ASSIGN TO "loansched.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sa-key
                        FILE STATUS IS schedule-archive-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                    SELECT interest-sorted ASSIGN TO "taxstmt.srt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT interest-sort-work ASSIGN TO "taxstmt.tmp".
                    SELECT template-file
                        ASSIGN TO DYNAMIC template-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS template-file-status.
                    *> the customer's language - see CUSTOPT.CPY.
                    SELECT preference-file ASSIGN TO "custopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS co-user-id
                        FILE STATUS IS preference-file-status.
                    SELECT print-file ASSIGN TO "taxstmt.prt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT piece-file ASSIGN TO "taxstmt.pcs"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT edelivery-file ASSIGN TO "taxstmt.edl"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT delivery-count-file ASSIGN TO "dlvcount.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS delivery-count-status.
                    SELECT register-file ASSIGN TO "taxstmt.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  schedule-archive.
                    COPY SCHDARC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  interest-sorted.
                        02 sw-interest    PIC 9(9)V99.
                FD  template-file.
                    01 template-line PIC X(80).
                FD  preference-file.
                    COPY CUSTOPT.
                FD  print-file.
                    01 print-line PIC X(120).
                FD  piece-file.
                    COPY MAILPCS.
                FD  edelivery-file.
                    COPY EDELIVER.
                FD  delivery-count-file.
                    COPY DLVCOUNT.
                FD  register-file.
                    01 register-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 schedule-archive-status PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 template-file-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                    02 template-entry PIC X(80) OCCURS 100 TIMES.
                01 template-lines PIC 9(3) VALUE ZEROS.
                01 template-idx   PIC 9(3) VALUE ZEROS.
                01 template-file-name PIC X(60) VALUE "taxltr.tpl".
                *> each language's copy of the letter, read the first
                *> time a borrower needs it; slot 1 is the English
                *> taxltr.tpl. A slot with no translation sends English.
                01 preference-file-status PIC X(02) VALUE "00".
                01 preferences-open PIC 9 VALUE ZERO.
                01 borrower-language PIC X(02) VALUE "EN".
                *> paper or paperless for the borrower in hand - see
                *> choose-the-template.
                01 borrower-delivery PIC X(1) VALUE "P".
                    88 borrower-electronic VALUE "E".
                01 borrower-email   PIC X(40) VALUE SPACES.
                01 statements-paper PIC 9(6) VALUE ZEROS.
                01 statements-electronic PIC 9(6) VALUE ZEROS.
                01 edelivery-lines  PIC 9(9) VALUE ZEROS.
                01 delivery-count-status PIC X(02) VALUE "00".
                *> the e-delivery file's generation catalog - see
                *> gencatlg.cob.
                01 generation-base  PIC X(20) VALUE "taxstmt.edl".
                01 generation-count PIC 9(9) VALUE ZEROS.
                01 language-slots   PIC 9(2) VALUE ZEROS.
                01 language-slot    PIC 9(2) VALUE ZEROS.
                01 used-slot        PIC 9(2) VALUE ZEROS.
                01 loaded-slot      PIC 9(2) VALUE ZEROS.
                01 language-cache.
                    02 cached-language OCCURS 8 TIMES.
                        03 cache-code         PIC X(2).
                        03 cache-translated   PIC 9.
                        03 cache-lines        PIC 9(3).
                        03 cache-produced     PIC 9(6).
                        03 cache-fallbacks    PIC 9(6).
                        03 cache-text         PIC X(8000).
                *> the marker values for the borrower in hand.
                01 merge-name    PIC X(50) VALUE SPACES.
                01 merge-address PIC X(60) VALUE SPACES.
                01 display-amount   PIC Z(8)9.99.
                01 print-text       PIC X(120) VALUE SPACES.
                01 delete-status    PIC 9(9) COMP VALUE ZERO.
                01 statement-lines  PIC 9(5) VALUE ZEROS.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "taxstmt.prt".
                01 piece-report-name PIC X(20)
                        VALUE "taxstmt.pcs".
                *> loanarcq's answer for an archived loan.
                01 archive-index    PIC 9(3) VALUE ZEROS.
                01 archive-closed   PIC X(8) VALUE SPACES.
                01 archive-outcome  PIC 9 VALUE ZERO.
                01 banner-job-name  PIC X(20) VALUE "TAXSTMT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                INTO merge-date
            END-STRING.
            PERFORM load-the-template.
            IF template-lines = 0 THEN
                DISPLAY "taxstmt: no taxltr.tpl - statements "
                        "will carry the itemization only"
            END-IF.
            MOVE 1 TO language-slots.
            MOVE 1 TO loaded-slot.
            MOVE "EN" TO cache-code(1).
            MOVE 1 TO cache-translated(1).
            MOVE template-lines TO cache-lines(1).
            MOVE 0 TO cache-produced(1).
            MOVE 0 TO cache-fallbacks(1).
            MOVE template-table TO cache-text(1).
            OPEN INPUT loan-schedule.
            IF loan-schedule-status NOT = "00" THEN
                DISPLAY "taxstmt: loansched.dat not available "
            CLOSE loan-master.
            CLOSE loan-schedule.
            OPEN INPUT customer-master.
            OPEN INPUT preference-file.
            IF preference-file-status = "00" THEN
                MOVE 1 TO preferences-open
            END-IF.
            OPEN OUTPUT print-file.
            OPEN OUTPUT piece-file.
            OPEN OUTPUT edelivery-file.
            OPEN OUTPUT register-file.
            MOVE SPACES TO print-text.
            STRING "INTEREST-PAID REGISTER - YEAR "
            END-STRING.
            MOVE print-text TO register-line.
            WRITE register-line.
            MOVE SPACES TO print-text.
            STRING "  on paper " statements-paper
                    "  paperless " statements-electronic
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            MOVE print-text TO register-line.
            WRITE register-line.
            PERFORM VARYING language-slot FROM 1 BY 1
                    UNTIL language-slot > language-slots
                IF cache-produced(language-slot) > 0
                        OR cache-fallbacks(language-slot) > 0 THEN
                    MOVE SPACES TO print-text
                    STRING "  language " cache-code(language-slot)
                            "  produced " cache-produced(language-slot)
                            "  sent in English for want of a "
                            "translation "
                            cache-fallbacks(language-slot)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    MOVE print-text TO register-line
                    WRITE register-line
                END-IF
            END-PERFORM.
            CLOSE register-file.
            CLOSE print-file.
            CLOSE piece-file.
            CALL "rptstore" USING repo-report-name.
            CALL "rptstore" USING piece-report-name.
            MOVE SPACES TO edelivery-trailer.
            MOVE "T" TO et-type.
            MOVE statements-electronic TO et-documents.
            MOVE edelivery-lines TO et-lines.
            WRITE edelivery-trailer.
            CLOSE edelivery-file.
            COMPUTE generation-count = edelivery-lines
                    + statements-electronic * 2 + 1.
            CALL "gencatlg" USING generation-base, generation-count.
            PERFORM count-the-deliveries.
            IF master-file-status = "00" THEN
                CLOSE customer-master
            END-IF.
            IF preferences-open = 1 THEN
                CLOSE preference-file
            END-IF.
            DISPLAY "taxstmt: " statements-made " statement(s) "
                    "produced, " borrowers-skipped " borrower(s) "
                    "skipped for missing fields".
                    END-IF
                END-PERFORM.
                MOVE 0 TO end_of_file.
                PERFORM release-archived-interest.
                EXIT.

            *> the same for the archived rows; the loan itself is off
            *> the live master by then, so the borrower comes back
            *> through loanarcq. No archive at all is no rows.
            release-archived-interest.
                OPEN INPUT schedule-archive.
                IF schedule-archive-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ schedule-archive NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE sa-row-image TO schedule-record
                    END-IF
                    IF end_of_file = 0
                            AND sched-row-is-paid
                            AND sched-paid-date(1:4) NUMERIC
                            AND FUNCTION NUMVAL(sched-paid-date(1:4))
                                    = statement-year THEN
                        MOVE 0 TO archive-index
                        CALL "loanarcq" USING "L", sched-loan-number,
                                archive-index, loan-record,
                                archive-closed, archive-outcome
                        IF archive-outcome = 1 THEN
                            MOVE loan-borrower-id TO sw-borrower-id
                            MOVE sched-loan-number TO sw-loan-number
                            MOVE sched-interest-amt TO sw-interest
                            RELEASE sort-work-record
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE schedule-archive.
                MOVE 0 TO end_of_file.
                EXIT.

            *> one loan's year of interest folded onto the borrower's
                END-IF.
                MOVE borrower-interest TO display-amount.
                MOVE FUNCTION TRIM(display-amount) TO merge-amount.
                PERFORM choose-the-template.
                ADD 1 TO cache-produced(used-slot).
                IF used-slot NOT = language-slot THEN
                    ADD 1 TO cache-fallbacks(language-slot)
                END-IF.
                MOVE 0 TO statement-lines.
                IF borrower-electronic THEN
                    MOVE SPACES TO edelivery-document
                    MOVE "D" TO ed-type
                    MOVE current-borrower TO ed-user-id
                    MOVE merge-name TO ed-name
                    MOVE borrower-email TO ed-email
                    MOVE "TX" TO ed-doc-type
                    MOVE statement-year TO ed-period
                    MOVE cache-code(used-slot) TO ed-language
                    WRITE edelivery-document
                END-IF.
                PERFORM VARYING template-idx FROM 1 BY 1
                        UNTIL template-idx > template-lines
                    PERFORM merge-one-line
                END-PERFORM.
                PERFORM print-the-itemization.
                MOVE ALL "-" TO print-line.
                PERFORM put-one-line.
                IF borrower-electronic THEN
                    MOVE SPACES TO edelivery-end
                    MOVE "E" TO ee-type
                    MOVE current-borrower TO ee-user-id
                    MOVE 1 TO ee-pages
                    MOVE statement-lines TO ee-lines
                    WRITE edelivery-end
                    ADD 1 TO statements-electronic
                ELSE
                    MOVE SPACES TO mail-piece-record
                    MOVE "TX" TO mp-doc-type
                    MOVE current-borrower TO mp-user-id
                    MOVE 0 TO mp-loan-number
                    MOVE statement-lines TO mp-line-count
                    WRITE mail-piece-record
                    ADD 1 TO statements-paper
                END-IF.
                ADD borrower-interest TO grand-interest.
                ADD 1 TO statements-made.
                MOVE SPACES TO print-text.
                        display-amount DELIMITED BY SIZE
                    INTO print-text
                END-STRING.
                IF borrower-electronic THEN
                    MOVE "paperless" TO print-text(70:9)
                END-IF.
                MOVE print-text TO register-line.
                WRITE register-line.
                EXIT.
                        UNTIL scan-idx > 400
                    IF loan-detail-text(scan-idx:1) = "~" THEN
                        MOVE built-line TO print-line
                        PERFORM put-one-line
                        MOVE SPACES TO built-line
                        MOVE 1 TO build-pointer
                    ELSE
                MOVE 0 TO template-lines.
                OPEN INPUT template-file.
                IF template-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO template-done.
                CLOSE template-file.
                EXIT.

            *> letters.cob's language choice: the borrower's language
            *> picks the slot, a translation is read the first time it
            *> is wanted, and English stands in where there is none.
            *> The same record says whether the borrower takes the
            *> statement paperless - enrolled with no email is paper.
            choose-the-template.
                MOVE "EN" TO borrower-language.
                MOVE "P" TO borrower-delivery.
                MOVE SPACES TO borrower-email.
                IF preferences-open = 1 THEN
                    MOVE current-borrower TO co-user-id
                    READ preference-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF NOT co-language-english THEN
                                MOVE co-language TO borrower-language
                            END-IF
                            IF co-delivery-electronic
                                    AND co-email NOT = SPACES THEN
                                MOVE "E" TO borrower-delivery
                                MOVE co-email TO borrower-email
                            END-IF
                    END-READ
                END-IF.
                MOVE 0 TO language-slot.
                PERFORM VARYING used-slot FROM 1 BY 1
                        UNTIL used-slot > language-slots
                    IF cache-code(used-slot) = borrower-language THEN
                        MOVE used-slot TO language-slot
                    END-IF
                END-PERFORM.
                IF language-slot = 0 THEN
                    PERFORM cache-one-translation
                END-IF.
                IF cache-translated(language-slot) = 1 THEN
                    MOVE language-slot TO used-slot
                ELSE
                    MOVE 1 TO used-slot
                END-IF.
                IF used-slot NOT = loaded-slot THEN
                    MOVE cache-text(used-slot) TO template-table
                    MOVE cache-lines(used-slot) TO template-lines
                    MOVE used-slot TO loaded-slot
                END-IF.
                EXIT.

            cache-one-translation.
                IF language-slots >= 8 THEN
                    MOVE 1 TO language-slot
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO language-slots.
                MOVE language-slots TO language-slot.
                MOVE borrower-language TO cache-code(language-slot).
                MOVE 0 TO cache-produced(language-slot).
                MOVE 0 TO cache-fallbacks(language-slot).
                MOVE SPACES TO template-file-name.
                STRING FUNCTION LOWER-CASE(borrower-language)
                        "/taxltr.tpl"
                    DELIMITED BY SIZE INTO template-file-name
                END-STRING.
                PERFORM load-the-template.
                MOVE 0 TO loaded-slot.
                IF template-lines > 0 THEN
                    MOVE 1 TO cache-translated(language-slot)
                    MOVE template-lines TO cache-lines(language-slot)
                    MOVE template-table TO cache-text(language-slot)
                    MOVE language-slot TO loaded-slot
                ELSE
                    MOVE 0 TO cache-translated(language-slot)
                    DISPLAY "taxstmt: no "
                            FUNCTION TRIM(template-file-name)
                            " - " borrower-language
                            " borrowers get the English letter"
                END-IF.
                EXIT.

            *> letters.cob's marker walk, verbatim in spirit: "&"
            *> opens a marker compare, anything else copies through.
            merge-one-line.
                    END-EVALUATE
                END-PERFORM.
                MOVE built-line TO print-line.
                PERFORM put-one-line.
                EXIT.

            *> one line of the borrower's statement - onto the print
            *> file, or the e-delivery document for a paperless one.
            put-one-line.
                ADD 1 TO statement-lines.
                IF borrower-electronic THEN
                    MOVE SPACES TO edelivery-line
                    MOVE "L" TO el-type
                    MOVE 1 TO el-page
                    MOVE print-line TO el-text
                    WRITE edelivery-line
                    ADD 1 TO edelivery-lines
                ELSE
                    WRITE print-line
                END-IF.
                EXIT.

            *> the run's paper and electronic counts for the morning
            *> report - see DLVCOUNT.CPY.
            count-the-deliveries.
                OPEN EXTEND delivery-count-file.
                IF delivery-count-status = "35" THEN
                    OPEN OUTPUT delivery-count-file
                END-IF.
                MOVE SPACES TO delivery-count-record.
                MOVE cycle-date-stamp TO dc-cycle-date.
                MOVE "TAXSTMT" TO dc-job.
                MOVE "TX" TO dc-doc-type.
                MOVE statements-paper TO dc-paper.
                MOVE statements-electronic TO dc-electronic.
                MOVE 0 TO dc-reverted.
                WRITE delivery-count-record.
                CLOSE delivery-count-file.
                EXIT.

        END PROGRAM taxstmt.
