        *> bureau to produce from data we already hold.
        *>
        *>    usage: letters [template-file] [amount] [letter-type]
        *>                   [loan-number]
        *>      template-file  defaults to letter.tpl
        *>      amount         the figure &AMOUNT resolves to - the loan
        *>                     subsystem's scheduled payment feeds the
        *>                     of the run, counted and listed in the
        *>                     summary. Mailing an opted-out customer
        *>                     is a compliance problem, not postage.
        *>      loan-number    mail one loan instead of the whole
        *>                     customer master: the loan's borrower
        *>                     and every co-borrower, cosigner and
        *>                     guarantor on loanparty.dat (see
        *>                     prtymnt.cob) - everyone obligated on
        *>                     the note gets the letter, each through
        *>                     the same hold, opt-out and missing-field
        *>                     checks as a customer-master run.
        *>                     "@file" names a list of loans instead,
        *>                     one loan-number per line in columns
        *>                     1-6 - the notice runs other jobs queue
        *>                     (inssweep.cob's insurance letters),
        *>                     every loan on the list mailed the same
        *>                     way in one print file. A list line
        *>                     may also carry, in columns 8-22, the
        *>                     figure &AMOUNT resolves to for that
        *>                     loan alone, and in columns 23-80 a
        *>                     line of text for &DETAIL - paidfull.cob
        *>                     queues each loan's refund of overpaid
        *>                     cash and each pledged item to be
        *>                     released this way. A blank column
        *>                     keeps the run's own value.
        *>                     "%file" names a list of customers
        *>                     the same way, one user_id per line
        *>                     in columns 1-4 with the same amount
        *>                     and detail columns - a letter about
        *>                     the customer rather than any loan
        *>                     (erasure.cob's retention letters);
        *>                     &LOAN is blank and no notice history
        *>                     is kept.
        *>
        *>    a dunning run (letter-type D) never mails a loan under a
        *>    legal hold on loanlegal.dat - bankruptcy or litigation,
        *>    see legalmnt.cob: on a loan or loan-list run the loan's
        *>    own status decides, on a customer-master run any held
        *>    loan the customer is borrower or party on holds their
        *>    letter. The hold is counted and listed like any other.
        *>
        *>    a loan or loan-list run records every customer it mailed,
        *>    or held back and why, on the noticehst.dat notice history
        *>    (NOTICEHST) - the template, the loan, the &AMOUNT and
        *>    &DETAIL it carried - so the desk can see what each
        *>    borrower was told and when. A customer-master mailing is
        *>    not about any one loan and is not recorded.
        *>
        *>    letter-type S is a servicing notice - an insurance lapse,
        *>    a required disclosure - that only an all-mail (scope A)
        *>    suppression stops; nobody opts out of notices about
        *>    their own loan through the marketing or dunning lists.
        *>
        *>    a marketing run (letter-type M) over the customer master
        *>    sends one piece per household on household.dat (see
        *>    househld.cob): the first member of the household the
        *>    letter could go to - active, address not held, no
        *>    opt-out, no hold note - gets it, with &NAME naming every
        *>    such member, and the others are counted as householded
        *>    instead of mailed. Dunning and servicing letters, and
        *>    every loan or loan-list run, still go to each person
        *>    individually - they are about that person's obligation.
        *>
        *>    every letter goes out in the customer's language off
        *>    custopt.dat (see CUSTOPT.CPY): the template of the same
        *>    name under the language's directory - es/letter.tpl for
        *>    a Spanish-speaking customer on a letter.tpl run - and
        *>    the English one from the top level when that
        *>    translation has not been written yet. Each translation
        *>    is read once, the first time a customer needs it. The
        *>    summary counts the letters produced in each language
        *>    and the ones that fell back to English.
        *>
        *>    markers recognized anywhere on a template line:
        *>      &NAME     the customer's username
        *>      &ADDRESS  the customer's address
        *>      &DATE     the cycle's business date (or today)
        *>      &AMOUNT   the amount given on the command line
        *>      &LOAN     the loan being mailed, on a loan or loan-list
        *>                run (blank on a customer-master run)
        *>    and, on a loan or loan-list run, the loan's schedule as
        *>    it stands - what a servicing confirmation (loanpost's
        *>    curtailment letter, curtltr.tpl) reports back:
        *>      &BALANCE  the principal balance outstanding
        *>      &PAYMENT  the scheduled payment
        *>      &REMAIN   the number of payments still to make
        *>      &MATURITY the due date of the final schedule row
        *>      &DETAIL   the list line's own text (blank otherwise)
        *>
        *>    every letter printed also gets a row on letters.pcs, the
        *>    piece index (MAILPCS) cataloged with letters.prt - who
        *>    the piece is addressed to, what kind of letter, which
        *>    loan, how many print lines - so mailprep.cob can presort
        *>    the night's letters on the addressee's postal code.
        *>
        *>    a customer missing a field the template needs (blank
        *>    username, or blank address when &ADDRESS appears) is
                FILE-CONTROL.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT template-file
                        ASSIGN TO DYNAMIC template-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS template-file-status.
                    SELECT loan-list-file
                        ASSIGN TO DYNAMIC loan-list-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS loan-list-status.
                    SELECT print-file ASSIGN TO "letters.prt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT piece-file ASSIGN TO "letters.pcs"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    *> the customer notes file - a hold-type note on a
                    *> customer keeps their mail in the building until
                    *> the dispute is resolved. See NOTEREC.CPY.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS supp-key
                        FILE STATUS IS suppression-file-status.
                    *> the loan and its additional parties, for a
                    *> one-loan run.
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
                    SELECT party-file ASSIGN TO "loanparty.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lp-key
                        ALTERNATE RECORD KEY IS lp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS party-file-status.
                    *> the notice history - see NOTICEHST.CPY.
                    SELECT history-file ASSIGN TO "noticehst.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS nh-key
                        FILE STATUS IS history-file-status.
                    *> the legal status side file - see LOANLEGAL.CPY.
                    SELECT legal-file ASSIGN TO "loanlegal.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ll-loan-number
                        FILE STATUS IS legal-file-status.
                    *> the households - see HOUSEHLD.CPY.
                    SELECT household-file ASSIGN TO "household.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hh-key
                        ALTERNATE RECORD KEY IS hh-member-id
                        FILE STATUS IS household-file-status.
                    *> the customer's language - see CUSTOPT.CPY.
                    SELECT option-file ASSIGN TO "custopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS co-user-id
                        FILE STATUS IS option-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  customer-master.
                        02 supp-reason      PIC X(4).
                        02 supp-effective   PIC X(8).
                        02 supp-added-by    PIC X(10).
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  party-file.
                    COPY LOANPRTY.
                FD  legal-file.
                    COPY LOANLEGAL.
                FD  history-file.
                    COPY NOTICEHST.
                FD  option-file.
                    COPY CUSTOPT.
                FD  household-file.
                    COPY HOUSEHLD.
                FD  template-file.
                    01 template-line PIC X(80).
                FD  loan-list-file.
                    01 loan-list-record.
                        02 list-loan-number PIC 9(6).
                        02 FILLER           PIC X(1).
                        02 list-amount      PIC X(15).
                        02 list-detail      PIC X(58).
                    01 customer-list-record.
                        02 list-user-id     PIC 9(4).
                        02 FILLER           PIC X(76).
                FD  print-file.
                    01 print-line PIC X(120).
                FD  piece-file.
                    COPY MAILPCS.
            WORKING-STORAGE SECTION.
                01 master-file-status   PIC X(02) VALUE "00".
                01 template-file-status PIC X(02) VALUE "00".
                01 arg-template  PIC X(60) VALUE SPACES.
                01 arg-amount    PIC X(15) VALUE SPACES.
                01 arg-type      PIC X(15) VALUE SPACES.
                01 arg-loan      PIC X(15) VALUE SPACES.
                01 loan-master-status PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 party-file-status  PIC X(02) VALUE "00".
                01 party-done    PIC 9 VALUE ZERO.
                01 mail-loan     PIC 9(6) VALUE ZEROS.
                01 loan-list-name   PIC X(60) VALUE SPACES.
                01 loan-list-status PIC X(02) VALUE "00".
                01 list-done     PIC 9 VALUE ZERO.
                01 loans-listed  PIC 9(6) VALUE ZEROS.
                01 customers-listed PIC 9(6) VALUE ZEROS.
                01 obligor-id    PIC 9(4) VALUE ZEROS.
                01 letter-type   PIC X(1) VALUE "M".
                01 end_of_file   PIC 9 VALUE ZERO.
                01 template-done PIC 9 VALUE ZERO.
                01 template-lines PIC 9(3) VALUE ZEROS.
                01 template-idx   PIC 9(3) VALUE ZEROS.
                01 template-needs-address PIC 9 VALUE ZERO.
                *> each language's copy of the template, loaded the
                *> first time a customer needs it; slot 1 is the
                *> English template named on the command line. A slot
                *> with no translation on file sends English.
                01 base-template-name PIC X(60) VALUE SPACES.
                01 option-file-status PIC X(02) VALUE "00".
                01 options-are-open PIC 9 VALUE ZERO.
                01 customer-language PIC X(02) VALUE "EN".
                01 language-slots   PIC 9(2) VALUE ZEROS.
                01 language-slot    PIC 9(2) VALUE ZEROS.
                01 used-slot        PIC 9(2) VALUE ZEROS.
                01 loaded-slot      PIC 9(2) VALUE ZEROS.
                01 language-cache.
                    02 cached-language OCCURS 8 TIMES.
                        03 cache-code         PIC X(2).
                        03 cache-translated   PIC 9.
                        03 cache-file-name    PIC X(60).
                        03 cache-lines        PIC 9(3).
                        03 cache-needs-address PIC 9.
                        03 cache-produced     PIC 9(6).
                        03 cache-fallbacks    PIC 9(6).
                        03 cache-text         PIC X(8000).
                *> the values the markers resolve to for the customer
                *> in hand.
                01 merge-name    PIC X(100) VALUE SPACES.
                01 merge-address PIC X(60) VALUE SPACES.
                01 merge-date    PIC X(10) VALUE SPACES.
                01 merge-amount  PIC X(15) VALUE SPACES.
                01 merge-loan    PIC X(6) VALUE SPACES.
                01 merge-balance PIC X(15) VALUE SPACES.
                01 merge-payment PIC X(15) VALUE SPACES.
                01 merge-remain  PIC X(3) VALUE SPACES.
                01 merge-maturity PIC X(10) VALUE SPACES.
                01 merge-detail  PIC X(58) VALUE SPACES.
                01 run-amount    PIC X(15) VALUE SPACES.
                01 edited-money  PIC Z(8)9.99.
                01 remaining-payments PIC 999 VALUE ZEROS.
                *> the marker walk: source character position, built
                *> output and its STRING pointer.
                01 scan-idx      PIC 9(3) VALUE ZEROS.
                01 suppression-hit  PIC 9 VALUE ZERO.
                    88 customer-opted-out VALUE 1.
                01 letters-suppressed PIC 9(6) VALUE ZEROS.
                01 legal-file-status PIC X(02) VALUE "00".
                01 legal-is-open    PIC 9 VALUE ZERO.
                01 legal-walk-done  PIC 9 VALUE ZERO.
                01 legal-hold-hit   PIC 9 VALUE ZERO.
                    88 loan-legally-held VALUE 1.
                01 letters-legal    PIC 9(6) VALUE ZEROS.
                01 history-file-status PIC X(02) VALUE "00".
                01 history-is-open  PIC 9 VALUE ZERO.
                01 history-walk-done PIC 9 VALUE ZERO.
                01 history-next-seq PIC 9(6) VALUE ZEROS.
                01 notice-outcome   PIC X(1) VALUE SPACES.
                *> the household walk on a marketing run: who at the
                *> address the piece can go to, and which of them it
                *> is addressed through.
                01 household-file-status PIC X(02) VALUE "00".
                01 households-open  PIC 9 VALUE ZERO.
                01 household-done   PIC 9 VALUE ZERO.
                01 current-household PIC 9(4) VALUE ZEROS.
                01 household-self   PIC 9(4) VALUE ZEROS.
                01 piece-owner      PIC 9(4) VALUE ZEROS.
                01 mailable-members PIC 9(3) VALUE ZEROS.
                01 household-names.
                    02 household-name PIC X(50) OCCURS 12 TIMES.
                01 name-idx         PIC 9(3) VALUE ZEROS.
                01 names-pointer    PIC 9(3) VALUE ZEROS.
                01 letter-consolidated PIC 9 VALUE ZERO.
                    88 letter-went-to-household VALUE 1.
                01 letters-householded PIC 9(6) VALUE ZEROS.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "letters.prt".
                01 piece-report-name PIC X(20)
                        VALUE "letters.pcs".
                01 banner-job-name  PIC X(20) VALUE "LETTERS".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY SPACE
                    INTO arg-template arg-amount arg-type arg-loan
            END-UNSTRING.
            IF arg-type NOT = SPACES THEN
                MOVE FUNCTION UPPER-CASE(arg-type(1:1))
            IF arg-template NOT = SPACES THEN
                MOVE arg-template TO template-file-name
            END-IF.
            MOVE template-file-name TO base-template-name.
            PERFORM load-the-template.
            IF template-lines = 0 THEN
                DISPLAY "letters: no template lines in "
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM cache-the-english.
            PERFORM resolve-run-values.
            OPEN INPUT customer-master.
            IF master-file-status NOT = "00" THEN
                GOBACK
            END-IF.
            OPEN OUTPUT print-file.
            OPEN OUTPUT piece-file.
            OPEN INPUT notes-file.
            IF notes-file-status = "00" THEN
                MOVE 1 TO notes-are-open
            IF suppression-file-status = "00" THEN
                MOVE 1 TO suppressions-open
            END-IF.
            OPEN INPUT option-file.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-are-open
            END-IF.
            IF letter-type = "M" AND arg-loan = SPACES THEN
                OPEN INPUT household-file
                IF household-file-status = "00" THEN
                    MOVE 1 TO households-open
                END-IF
            END-IF.
            IF letter-type = "D" THEN
                OPEN INPUT legal-file
                IF legal-file-status = "00" THEN
                    MOVE 1 TO legal-is-open
                END-IF
            END-IF.
            IF arg-loan NOT = SPACES THEN
                OPEN I-O history-file
                IF history-file-status = "35" THEN
                    OPEN OUTPUT history-file
                    CLOSE history-file
                    OPEN I-O history-file
                END-IF
                IF history-file-status = "00" THEN
                    MOVE 1 TO history-is-open
                END-IF
            END-IF.
            IF arg-loan(1:1) = "%" THEN
                MOVE arg-loan(2:14) TO loan-list-name
                PERFORM mail-the-customer-list
            ELSE
            IF arg-loan(1:1) = "@" THEN
                MOVE arg-loan(2:14) TO loan-list-name
                PERFORM mail-the-loan-list
            ELSE
            IF arg-loan NOT = SPACES
                    AND FUNCTION TRIM(arg-loan) NUMERIC THEN
                MOVE FUNCTION NUMVAL(arg-loan) TO mail-loan
                PERFORM mail-the-loan-parties
            ELSE
                IF legal-is-open = 1 THEN
                    OPEN INPUT loan-master
                    OPEN INPUT party-file
                END-IF
                MOVE 0 TO end_of_file
                PERFORM UNTIL end_of_file = 1
                    READ customer-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND cust-status-active THEN
                        PERFORM merge-one-letter
                    END-IF
                END-PERFORM
                IF legal-is-open = 1 THEN
                    IF loan-master-status = "00" THEN
                        CLOSE loan-master
                    END-IF
                    IF party-file-status = "00" THEN
                        CLOSE party-file
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF.
            CLOSE print-file.
            CLOSE piece-file.
            CALL "rptstore" USING repo-report-name.
            CALL "rptstore" USING piece-report-name.
            IF notes-are-open = 1 THEN
                CLOSE notes-file
            END-IF.
            IF suppressions-open = 1 THEN
                CLOSE suppression-file
            END-IF.
            IF legal-is-open = 1 THEN
                CLOSE legal-file
            END-IF.
            IF history-is-open = 1 THEN
                CLOSE history-file
            END-IF.
            IF options-are-open = 1 THEN
                CLOSE option-file
            END-IF.
            IF households-open = 1 THEN
                CLOSE household-file
            END-IF.
            CLOSE customer-master.
            DISPLAY "letters: " letters-produced " letter(s) "
                    "produced, " letters-skipped
                    " record(s) skipped for missing fields, "
                    letters-held " held for address quality, "
                    letters-suppressed " suppressed (opt-out)".
            IF letters-legal > 0 THEN
                DISPLAY "letters: " letters-legal " dunning letter(s) "
                        "held - loan under legal hold"
            END-IF.
            IF letters-householded > 0 THEN
                DISPLAY "letters: " letters-householded " customer(s) "
                        "named on a household piece instead of "
                        "mailed apart"
            END-IF.
            PERFORM VARYING language-slot FROM 1 BY 1
                    UNTIL language-slot > language-slots
                IF cache-produced(language-slot) > 0 THEN
                    DISPLAY "letters: " cache-code(language-slot) " "
                            cache-produced(language-slot)
                            " letter(s) produced"
                END-IF
                IF cache-fallbacks(language-slot) > 0 THEN
                    DISPLAY "letters: " cache-code(language-slot) " "
                            cache-fallbacks(language-slot)
                            " sent in English - no "
                            FUNCTION TRIM(
                                cache-file-name(language-slot))
                END-IF
            END-PERFORM.
            MOVE letters-produced TO banner-rec-count.
            IF letters-skipped > 0 THEN
                MOVE 4 TO RETURN-CODE
                END-PERFORM.
                EXIT.

            *> the template as loaded becomes the English slot.
            cache-the-english.
                MOVE 1 TO language-slots.
                MOVE 1 TO loaded-slot.
                MOVE "EN" TO cache-code(1).
                MOVE 1 TO cache-translated(1).
                MOVE base-template-name TO cache-file-name(1).
                MOVE template-lines TO cache-lines(1).
                MOVE template-needs-address TO cache-needs-address(1).
                MOVE 0 TO cache-produced(1).
                MOVE 0 TO cache-fallbacks(1).
                MOVE template-table TO cache-text(1).
                EXIT.

            *> the customer in hand's language picks the slot; the
            *> slot's template is moved into the merge table unless it
            *> is the one already there.
            choose-the-template.
                MOVE "EN" TO customer-language.
                IF options-are-open = 1 THEN
                    MOVE user_id TO co-user-id
                    READ option-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF NOT co-language-english THEN
                                MOVE co-language TO customer-language
                            END-IF
                    END-READ
                END-IF.
                MOVE 0 TO language-slot.
                PERFORM VARYING used-slot FROM 1 BY 1
                        UNTIL used-slot > language-slots
                    IF cache-code(used-slot) = customer-language THEN
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
                    MOVE cache-needs-address(used-slot)
                            TO template-needs-address
                    MOVE used-slot TO loaded-slot
                END-IF.
                MOVE cache-file-name(used-slot) TO template-file-name.
                EXIT.

            *> the first customer in a language: its template is read
            *> from the language's directory into a fresh slot. With
            *> the table full the language rides on English.
            cache-one-translation.
                IF language-slots >= 8 THEN
                    MOVE 1 TO language-slot
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO language-slots.
                MOVE language-slots TO language-slot.
                MOVE customer-language TO cache-code(language-slot).
                MOVE 0 TO cache-produced(language-slot).
                MOVE 0 TO cache-fallbacks(language-slot).
                MOVE SPACES TO template-file-name.
                STRING FUNCTION LOWER-CASE(customer-language) "/"
                        FUNCTION TRIM(base-template-name)
                    DELIMITED BY SIZE INTO template-file-name
                END-STRING.
                MOVE template-file-name
                        TO cache-file-name(language-slot).
                PERFORM load-the-template.
                MOVE 0 TO loaded-slot.
                IF template-lines > 0 THEN
                    MOVE 1 TO cache-translated(language-slot)
                    MOVE template-lines TO cache-lines(language-slot)
                    MOVE template-needs-address
                            TO cache-needs-address(language-slot)
                    MOVE template-table TO cache-text(language-slot)
                    MOVE language-slot TO loaded-slot
                ELSE
                    MOVE 0 TO cache-translated(language-slot)
                    DISPLAY "letters: no "
                            FUNCTION TRIM(template-file-name)
                            " - " customer-language
                            " customers get the English letter"
                END-IF.
                EXIT.

            resolve-run-values.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                ELSE
                    MOVE arg-amount TO merge-amount
                END-IF.
                MOVE merge-amount TO run-amount.
                EXIT.

            *> a loan-list run: every loan on the list, each mailed
            *> exactly as a one-loan run would mail it.
            mail-the-loan-list.
                OPEN INPUT loan-list-file.
                IF loan-list-status NOT = "00" THEN
                    DISPLAY "letters: loan list "
                            FUNCTION TRIM(loan-list-name)
                            " not available - nothing mailed"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO list-done.
                PERFORM UNTIL list-done = 1
                    READ loan-list-file
                        AT END MOVE 1 TO list-done
                    END-READ
                    IF list-done = 0
                            AND list-loan-number NUMERIC THEN
                        ADD 1 TO loans-listed
                        MOVE list-loan-number TO mail-loan
                        IF list-amount = SPACES THEN
                            MOVE run-amount TO merge-amount
                        ELSE
                            MOVE FUNCTION TRIM(list-amount)
                                    TO merge-amount
                        END-IF
                        MOVE list-detail TO merge-detail
                        PERFORM mail-the-loan-parties
                    END-IF
                END-PERFORM.
                CLOSE loan-list-file.
                DISPLAY "letters: " loans-listed " loan(s) on "
                        FUNCTION TRIM(loan-list-name).
                EXIT.

            *> a customer-list run: each listed customer's letter, no
            *> loan behind it.
            mail-the-customer-list.
                OPEN INPUT loan-list-file.
                IF loan-list-status NOT = "00" THEN
                    DISPLAY "letters: customer list "
                            FUNCTION TRIM(loan-list-name)
                            " not available - nothing mailed"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO mail-loan.
                MOVE SPACES TO merge-loan.
                MOVE 0 TO list-done.
                PERFORM UNTIL list-done = 1
                    READ loan-list-file
                        AT END MOVE 1 TO list-done
                    END-READ
                    IF list-done = 0
                            AND list-user-id NUMERIC THEN
                        ADD 1 TO customers-listed
                        IF list-amount = SPACES THEN
                            MOVE run-amount TO merge-amount
                        ELSE
                            MOVE FUNCTION TRIM(list-amount)
                                    TO merge-amount
                        END-IF
                        MOVE list-detail TO merge-detail
                        MOVE list-user-id TO obligor-id
                        PERFORM mail-one-obligor
                    END-IF
                END-PERFORM.
                CLOSE loan-list-file.
                DISPLAY "letters: " customers-listed " customer(s) on "
                        FUNCTION TRIM(loan-list-name).
                EXIT.

            *> a one-loan run: the borrower's letter, then one for
            *> each additional party to the note.
            mail-the-loan-parties.
                OPEN INPUT loan-master.
                IF loan-master-status NOT = "00" THEN
                    DISPLAY "letters: loanmast.dat not available "
                            "(status " loan-master-status ")"
                    EXIT PARAGRAPH
                END-IF.
                MOVE mail-loan TO loan-number.
                READ loan-master
                    INVALID KEY
                        DISPLAY "letters: loan " mail-loan
                                " is not on the loan master"
                        CLOSE loan-master
                        EXIT PARAGRAPH
                END-READ.
                MOVE mail-loan TO merge-loan.
                PERFORM resolve-loan-values.
                MOVE loan-borrower-id TO obligor-id.
                PERFORM mail-one-obligor.
                OPEN INPUT party-file.
                IF party-file-status = "00" THEN
                    MOVE mail-loan TO lp-loan-number
                    MOVE 0 TO lp-user-id
                    START party-file KEY >= lp-key
                        INVALID KEY MOVE 1 TO party-done
                        NOT INVALID KEY MOVE 0 TO party-done
                    END-START
                    PERFORM UNTIL party-done = 1
                        READ party-file NEXT RECORD
                            AT END MOVE 1 TO party-done
                        END-READ
                        IF party-done = 0
                                AND lp-loan-number NOT = mail-loan THEN
                            MOVE 1 TO party-done
                        END-IF
                        IF party-done = 0 THEN
                            MOVE lp-user-id TO obligor-id
                            PERFORM mail-one-obligor
                        END-IF
                    END-PERFORM
                    CLOSE party-file
                END-IF.
                CLOSE loan-master.
                EXIT.

            *> the schedule summary markers for the loan in hand;
            *> a dateless schedule leaves &MATURITY blank.
            resolve-loan-values.
                MOVE loan-balance TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO merge-balance.
                MOVE loan-payment TO edited-money.
                MOVE FUNCTION TRIM(edited-money) TO merge-payment.
                MOVE 0 TO remaining-payments.
                IF loan-term-months > loan-payments-made THEN
                    COMPUTE remaining-payments =
                            loan-term-months - loan-payments-made
                END-IF.
                MOVE remaining-payments TO merge-remain.
                MOVE SPACES TO merge-maturity.
                OPEN INPUT loan-schedule.
                IF loan-schedule-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE mail-loan TO sched-loan-number.
                MOVE loan-term-months TO sched-payment-num.
                READ loan-schedule
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF sched-due-date NOT = SPACES THEN
                            STRING sched-due-date(1:4) "-"
                                    sched-due-date(5:2) "-"
                                    sched-due-date(7:2)
                                INTO merge-maturity
                            END-STRING
                        END-IF
                END-READ.
                CLOSE loan-schedule.
                EXIT.

            mail-one-obligor.
                MOVE obligor-id TO user_id.
                READ customer-master
                    INVALID KEY
                        ADD 1 TO letters-skipped
                        DISPLAY "letters: user_id " obligor-id
                                " on loan " mail-loan
                                " skipped - not on the customer master"
                        EXIT PARAGRAPH
                END-READ.
                PERFORM merge-one-letter.
                EXIT.

            *> one customer, one letter: the record's fields become
            *> a form-feed marker line separates the letters on the
            *> print file.
            merge-one-letter.
                PERFORM choose-the-template.
                *> the hygiene sweep judged this address unmailable -
                *> hold the letter rather than pay postage on it.
                IF cust-mail-held THEN
                    DISPLAY "letters: user_id " user_id
                            " held - address on the correction "
                            "worklist"
                    MOVE "H" TO notice-outcome
                    PERFORM record-the-notice
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-opt-outs.
                    DISPLAY "letters: user_id " user_id
                            " suppressed - opt-out on file for "
                            "type " letter-type
                    MOVE "O" TO notice-outcome
                    PERFORM record-the-notice
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-legal-hold.
                IF loan-legally-held THEN
                    ADD 1 TO letters-legal
                    DISPLAY "letters: user_id " user_id
                            " held - loan under legal hold"
                    MOVE "L" TO notice-outcome
                    PERFORM record-the-notice
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-for-hold-note.
                    ADD 1 TO letters-held
                    DISPLAY "letters: user_id " user_id
                            " held - hold note on file"
                    MOVE "N" TO notice-outcome
                    PERFORM record-the-notice
                    EXIT PARAGRAPH
                END-IF.
                IF username = SPACES
                    ADD 1 TO letters-skipped
                    DISPLAY "letters: user_id " user_id
                            " skipped - missing field(s)"
                    MOVE "K" TO notice-outcome
                    PERFORM record-the-notice
                    EXIT PARAGRAPH
                END-IF.
                MOVE username TO merge-name.
                IF households-open = 1 THEN
                    PERFORM household-the-letter
                    IF letter-went-to-household THEN
                        ADD 1 TO letters-householded
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE cust-address TO merge-address.
                PERFORM VARYING template-idx FROM 1 BY 1
                        UNTIL template-idx > template-lines
                END-PERFORM.
                MOVE ALL "-" TO print-line.
                WRITE print-line.
                PERFORM index-the-piece.
                ADD 1 TO letters-produced.
                ADD 1 TO cache-produced(used-slot).
                IF used-slot NOT = language-slot THEN
                    ADD 1 TO cache-fallbacks(language-slot)
                END-IF.
                MOVE "S" TO notice-outcome.
                PERFORM record-the-notice.
                EXIT.

            *> the piece's row on the index: the template's lines and
            *> the separator, addressed to the customer in hand.
            index-the-piece.
                MOVE SPACES TO mail-piece-record.
                MOVE "L" TO mp-doc-type(1:1).
                MOVE letter-type TO mp-doc-type(2:1).
                MOVE user_id TO mp-user-id.
                MOVE mail-loan TO mp-loan-number.
                COMPUTE mp-line-count = template-lines + 1.
                WRITE mail-piece-record.
                EXIT.

            *> the customer's household, member by member: the ones
            *> the letter could go to are named on the piece, and the
            *> first of them receives it. The customer in hand is read
            *> back at the end so the master's walk carries on from
            *> them.
            household-the-letter.
                MOVE 0 TO letter-consolidated.
                MOVE user_id TO household-self.
                MOVE user_id TO hh-member-id.
                READ household-file KEY IS hh-member-id
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF hh-member-count < 2 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE hh-household-id TO current-household.
                MOVE 0 TO mailable-members.
                MOVE 0 TO piece-owner.
                MOVE SPACES TO household-names.
                MOVE current-household TO hh-household-id.
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
                    IF household-done = 0 THEN
                        PERFORM judge-one-member
                    END-IF
                END-PERFORM.
                MOVE household-self TO user_id.
                READ customer-master
                    INVALID KEY CONTINUE
                END-READ.
                MOVE 0 TO hold-note-found.
                MOVE 0 TO suppression-hit.
                IF mailable-members < 2 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF piece-owner NOT = household-self THEN
                    MOVE 1 TO letter-consolidated
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO merge-name.
                MOVE 1 TO names-pointer.
                PERFORM VARYING name-idx FROM 1 BY 1
                        UNTIL name-idx > mailable-members
                        OR name-idx > 12
                    IF name-idx > 1 THEN
                        IF name-idx = mailable-members THEN
                            STRING " & " DELIMITED BY SIZE
                                INTO merge-name
                                WITH POINTER names-pointer
                            END-STRING
                        ELSE
                            STRING ", " DELIMITED BY SIZE
                                INTO merge-name
                                WITH POINTER names-pointer
                            END-STRING
                        END-IF
                    END-IF
                    STRING FUNCTION TRIM(household-name(name-idx))
                            DELIMITED BY SIZE
                        INTO merge-name
                        WITH POINTER names-pointer
                    END-STRING
                END-PERFORM.
                EXIT.

            *> a member the piece can go to: active, mailable address,
            *> a name, and neither an opt-out nor a hold note.
            judge-one-member.
                MOVE hh-user-id TO user_id.
                READ customer-master
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                IF NOT cust-status-active OR cust-mail-held
                        OR username = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-opt-outs.
                IF customer-opted-out THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-for-hold-note.
                IF customer-is-disputed THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO mailable-members.
                IF mailable-members = 1 THEN
                    MOVE user_id TO piece-owner
                END-IF.
                IF mailable-members <= 12 THEN
                    MOVE username TO household-name(mailable-members)
                END-IF.
                EXIT.

            *> one row per customer per letter on a loan run, under
            *> the next free sequence for the customer.
            record-the-notice.
                IF history-is-open = 0 OR mail-loan = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO history-next-seq.
                MOVE user_id TO nh-user-id.
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
                            AND nh-user-id NOT = user_id THEN
                        MOVE 1 TO history-walk-done
                    END-IF
                    IF history-walk-done = 0 THEN
                        COMPUTE history-next-seq = nh-seq + 1
                    END-IF
                END-PERFORM.
                MOVE SPACES TO notice-history-record.
                MOVE user_id TO nh-user-id.
                MOVE history-next-seq TO nh-seq.
                MOVE cycle-date-stamp TO nh-cycle-date.
                MOVE FUNCTION CURRENT-DATE(1:14) TO nh-stamp.
                MOVE template-file-name TO nh-template.
                MOVE letter-type TO nh-letter-type.
                MOVE mail-loan TO nh-loan-number.
                MOVE merge-amount TO nh-amount.
                MOVE merge-detail TO nh-detail.
                MOVE notice-outcome TO nh-outcome.
                WRITE notice-history-record
                    INVALID KEY
                        DISPLAY "letters: notice history for user_id "
                                user_id " not recorded, status "
                                history-file-status
                END-WRITE.
                EXIT.

            *> a suppression in force - scope A (all mail) or this
                END-PERFORM.
                EXIT.

            *> only a dunning run asks. A loan run judges the loan
            *> being mailed; a customer-master run every loan the
            *> customer is borrower on, then every loan they are a
            *> party to.
            check-the-legal-hold.
                MOVE 0 TO legal-hold-hit.
                IF legal-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF mail-loan NOT = 0 THEN
                    MOVE mail-loan TO ll-loan-number
                    PERFORM test-one-legal-status
                    EXIT PARAGRAPH
                END-IF.
                IF loan-master-status = "00" THEN
                    MOVE user_id TO loan-borrower-id
                    MOVE 0 TO legal-walk-done
                    START loan-master KEY = loan-borrower-id
                        INVALID KEY MOVE 1 TO legal-walk-done
                    END-START
                    PERFORM UNTIL legal-walk-done = 1
                            OR loan-legally-held
                        READ loan-master NEXT RECORD
                            AT END MOVE 1 TO legal-walk-done
                        END-READ
                        IF legal-walk-done = 0
                                AND loan-borrower-id NOT = user_id THEN
                            MOVE 1 TO legal-walk-done
                        END-IF
                        IF legal-walk-done = 0 THEN
                            MOVE loan-number TO ll-loan-number
                            PERFORM test-one-legal-status
                        END-IF
                    END-PERFORM
                END-IF.
                IF party-file-status = "00"
                        AND NOT loan-legally-held THEN
                    MOVE user_id TO lp-user-id
                    MOVE 0 TO legal-walk-done
                    START party-file KEY = lp-user-id
                        INVALID KEY MOVE 1 TO legal-walk-done
                    END-START
                    PERFORM UNTIL legal-walk-done = 1
                            OR loan-legally-held
                        READ party-file NEXT RECORD
                            AT END MOVE 1 TO legal-walk-done
                        END-READ
                        IF legal-walk-done = 0
                                AND lp-user-id NOT = user_id THEN
                            MOVE 1 TO legal-walk-done
                        END-IF
                        IF legal-walk-done = 0 THEN
                            MOVE lp-loan-number TO ll-loan-number
                            PERFORM test-one-legal-status
                        END-IF
                    END-PERFORM
                END-IF.
                EXIT.

            test-one-legal-status.
                READ legal-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ll-hold-in-force THEN
                            MOVE 1 TO legal-hold-hit
                        END-IF
                END-READ.
                EXIT.

            *> any hold-type note under the customer stops their mail;
            *> general notes are background and do not.
            check-for-hold-note.
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 7 TO scan-idx
                        WHEN scan-idx <= 76
                                AND template-entry(template-idx)
                                        (scan-idx:5) = "&LOAN"
                            STRING FUNCTION TRIM(merge-loan)
                                    DELIMITED BY SIZE
                                INTO built-line
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 5 TO scan-idx
                        WHEN scan-idx <= 73
                                AND template-entry(template-idx)
                                        (scan-idx:8) = "&BALANCE"
                            STRING FUNCTION TRIM(merge-balance)
                                    DELIMITED BY SIZE
                                INTO built-line
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 8 TO scan-idx
                        WHEN scan-idx <= 73
                                AND template-entry(template-idx)
                                        (scan-idx:8) = "&PAYMENT"
                            STRING FUNCTION TRIM(merge-payment)
                                    DELIMITED BY SIZE
                                INTO built-line
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 8 TO scan-idx
                        WHEN scan-idx <= 74
                                AND template-entry(template-idx)
                                        (scan-idx:7) = "&REMAIN"
                            STRING FUNCTION TRIM(merge-remain)
                                    DELIMITED BY SIZE
                                INTO built-line
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 7 TO scan-idx
                        WHEN scan-idx <= 72
                                AND template-entry(template-idx)
                                        (scan-idx:9) = "&MATURITY"
                            STRING FUNCTION TRIM(merge-maturity)
                                    DELIMITED BY SIZE
                                INTO built-line
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 9 TO scan-idx
                        WHEN scan-idx <= 74
                                AND template-entry(template-idx)
                                        (scan-idx:7) = "&DETAIL"
                            STRING FUNCTION TRIM(merge-detail)
                                    DELIMITED BY SIZE
                                INTO built-line
                                WITH POINTER build-pointer
                            END-STRING
                            ADD 7 TO scan-idx
                        WHEN OTHER
                            MOVE template-entry(template-idx)
                                    (scan-idx:1)
