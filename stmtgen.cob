        *>    date - a row is "this period" when its sched-paid-date
        *>    falls in that month.
        *>
        *>    under the figures, the page lists the period's activity
        *>    off the loan transaction history, loantxn.dat - every
        *>    payment, reversal, fee, rate change and restructure
        *>    whose cycle business date falls in the period, in the
        *>    order it happened.
        *>
        *>    every additional party on loanparty.dat - co-borrower,
        *>    cosigner, guarantor (see prtymnt.cob) - is obligated on
        *>    the loan and gets the same page, addressed to them with
        *>    their role printed under the address. A party who cannot
        *>    be addressed is skipped and counted like a borrower.
        *>
        *>    a loan with an escrow account on escrow.dat (ESCROW, see
        *>    escrmnt.cob) gets an escrow block under the figures: the
        *>    escrow balance, the period's escrow deposits and
        *>    disbursements summed off the same ledger events, and the
        *>    monthly escrow amount - which the next payment quoted
        *>    above now includes, the way payentry expects it.
        *>
        *>    a principal-only payment (a CURT event, see loanpost.cob)
        *>    marks no row paid; the period's curtailments are summed
        *>    off the ledger by their received date, printed on their
        *>    own line, and counted into the opening balance.
        *>
        *>    the product on loanopt.dat (see loanadd.cob) shapes the
        *>    page too: a balloon loan prints its final row - the
        *>    balloon amount and its due date - under the next payment
        *>    every month, so the borrower is never surprised by it,
        *>    and an interest-only loan still inside its interest-only
        *>    months says when principal repayment starts.
        *>
        *>    a revolving line of credit (product L, revline.dat - see
        *>    linemnt.cob) gets a line statement instead of the
        *>    installment figures: the opening balance, the period's
        *>    draws, payments and interest charged summed off the
        *>    ledger's DRAW, LPAY and LINT events by the cycle date
        *>    they posted under, the fees owing, the closing balance,
        *>    the credit limit and the credit still available, and the
        *>    minimum payment linebill.cob last billed with its due
        *>    date - the line's oldest unpaid due row.
        *>
        *>    each copy prints in its addressee's language off
        *>    custopt.dat (see CUSTOPT.CPY): the headings and labels
        *>    come off <language>/stmtcap.tpl - es/stmtcap.tpl for
        *>    Spanish - one "TAG      text" line per caption, the tag
        *>    in columns 1-8 and the text from column 10; a caption
        *>    the file leaves out, or a language with no file yet,
        *>    prints in English. The run ends with the count of
        *>    statements printed in each language.
        *>
        *>    a customer enrolled for paperless delivery (co-delivery
        *>    E on custopt.dat, see CUSTOPT.CPY) gets no printed page:
        *>    their pages are gathered, whichever loans they come
        *>    from, into one document on stmt.edl, the e-delivery
        *>    file (EDELIVER) cataloged through gencatlg, and an
        *>    enrolled customer whose address is held or blank still
        *>    gets it. The run's paper and electronic counts go onto
        *>    dlvcount.dat (DLVCOUNT) for the morning report.
        *>
        *>    every page printed gets a row on stmt.pcs, the piece
        *>    index (MAILPCS) cataloged with stmt.prt, naming the
        *>    addressee and the page's print lines for mailprep.cob's
        *>    postal presort.
        *>
        *>    a loan whose borrower is missing from custmast.dat, or
        *>    whose borrower has no address, is skipped and counted the
        *>    way letters.cob skips a customer a letter would have a
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
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
                    SELECT escrow-file ASSIGN TO "escrow.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS esc-loan-number
                        FILE STATUS IS escrow-file-status.
                    SELECT option-file ASSIGN TO "loanopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lo-loan-number
                        FILE STATUS IS option-file-status.
                    SELECT line-file ASSIGN TO "revline.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rl-loan-number
                        FILE STATUS IS line-file-status.
                    *> the customer's language - see CUSTOPT.CPY.
                    SELECT preference-file ASSIGN TO "custopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS co-user-id
                        FILE STATUS IS preference-file-status.
                    SELECT caption-file
                        ASSIGN TO DYNAMIC caption-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS caption-file-status.
                    SELECT print-file ASSIGN TO "stmt.prt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT piece-file ASSIGN TO "stmt.pcs"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT edelivery-file ASSIGN TO "stmt.edl"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT edelivery-sorted ASSIGN TO "stmtedl.srt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT edelivery-work ASSIGN TO "stmtedl.tmp".
                    SELECT delivery-count-file ASSIGN TO "dlvcount.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS delivery-count-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY SCHEDREC.
                FD  customer-master.
                    COPY CUSTREC.
                FD  loan-txn-file.
                    COPY LOANTXN.
                FD  party-file.
                    COPY LOANPRTY.
                FD  escrow-file.
                    COPY ESCROW.
                FD  option-file.
                    COPY LOANOPT.
                FD  line-file.
                    COPY REVLINE.
                FD  preference-file.
                    COPY CUSTOPT.
                FD  caption-file.
                    01 caption-line.
                        02 caption-line-tag  PIC X(8).
                        02 FILLER            PIC X(1).
                        02 caption-line-text PIC X(40).
                FD  print-file.
                    01 print-line PIC X(120).
                FD  piece-file.
                    COPY MAILPCS.
                FD  edelivery-file.
                    COPY EDELIVER.
                FD  edelivery-sorted.
                    01 sorted-record.
                        02 srt-user-id   PIC 9(4).
                        02 srt-page      PIC 9(5).
                        02 srt-line      PIC 9(3).
                        02 srt-name      PIC X(50).
                        02 srt-email     PIC X(40).
                        02 srt-language  PIC X(2).
                        02 srt-text      PIC X(120).
                SD  edelivery-work.
                    01 sort-work-record.
                        02 sw-user-id    PIC 9(4).
                        02 sw-page       PIC 9(5).
                        02 sw-line       PIC 9(3).
                        02 sw-name       PIC X(50).
                        02 sw-email      PIC X(40).
                        02 sw-language   PIC X(2).
                        02 sw-text       PIC X(120).
                FD  delivery-count-file.
                    COPY DLVCOUNT.
            WORKING-STORAGE SECTION.
                01 loan-master-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 loan-txn-status      PIC X(02) VALUE "00".
                01 party-file-status    PIC X(02) VALUE "00".
                01 escrow-file-status   PIC X(02) VALUE "00".
                01 option-file-status   PIC X(02) VALUE "00".
                01 line-file-status     PIC X(02) VALUE "00".
                01 party-done       PIC 9 VALUE ZERO.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 schedule-done    PIC 9 VALUE ZERO.
                01 ledger-done      PIC 9 VALUE ZERO.
                01 activity-lines   PIC 9(3) VALUE ZEROS.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 statement-period PIC X(6) VALUE SPACES.
                01 period-payments  PIC 9(3) VALUE ZEROS.
                01 period-principal PIC 9(9)V99 VALUE ZEROS.
                01 period-interest  PIC 9(9)V99 VALUE ZEROS.
                01 period-curtailed PIC 9(9)V99 VALUE ZEROS.
                01 opening-balance  PIC 9(9)V99 VALUE ZEROS.
                01 next-due-date    PIC X(8) VALUE SPACES.
                01 next-due-amount  PIC 9(9)V99 VALUE ZEROS.
                01 next-due-found   PIC 9 VALUE ZERO.
                *> the loan's final row, unpaid - a balloon's balloon.
                01 final-due-date   PIC X(8) VALUE SPACES.
                01 final-due-amount PIC 9(9)V99 VALUE ZEROS.
                01 final-due-found  PIC 9 VALUE ZERO.
                01 next-due-row     PIC 999 VALUE ZEROS.
                *> the loan's escrow account, when it has one.
                01 escrow-found     PIC 9 VALUE ZERO.
                    88 loan-has-escrow VALUE 1.
                01 period-escrow-in  PIC 9(9)V99 VALUE ZEROS.
                01 period-escrow-out PIC 9(9)V99 VALUE ZEROS.
                01 display-signed   PIC -(8)9.99.
                *> a line of credit's period, off its ledger events.
                01 period-draws     PIC 9(9)V99 VALUE ZEROS.
                01 period-line-paid PIC 9(9)V99 VALUE ZEROS.
                01 period-line-applied PIC 9(9)V99 VALUE ZEROS.
                01 period-line-interest PIC 9(9)V99 VALUE ZEROS.
                01 line-limit       PIC 9(9)V99 VALUE ZEROS.
                01 line-available   PIC 9(9)V99 VALUE ZEROS.
                01 line-opening     PIC S9(9)V99 VALUE ZEROS.
                *> the borrower, off the customer master.
                01 borrower-found   PIC 9 VALUE ZERO.
                    88 borrower-was-found VALUE 1.
                01 borrower-name    PIC X(50) VALUE SPACES.
                01 borrower-address PIC X(60) VALUE SPACES.
                *> whose copy the page is - blank on the borrower's
                *> own, the party's role on each additional copy.
                01 addressee-id     PIC 9(4) VALUE ZEROS.
                01 addressee-role   PIC X(40) VALUE SPACES.
                01 party-copies     PIC 9(6) VALUE ZEROS.
                01 statements-made  PIC 9(6) VALUE ZEROS.
                01 loans-skipped    PIC 9(6) VALUE ZEROS.
                01 display-amount   PIC Z(8)9.99.
                01 print-text       PIC X(120) VALUE SPACES.
                01 page-lines       PIC 9(5) VALUE ZEROS.
                *> how the addressee in hand takes their statement -
                *> see choose-the-captions - and the e-delivery
                *> documents built off the sorted pages.
                01 addressee-delivery PIC X(1) VALUE "P".
                    88 addressee-electronic VALUE "E".
                01 addressee-email  PIC X(40) VALUE SPACES.
                01 electronic-page  PIC 9(5) VALUE ZEROS.
                01 statements-paper PIC 9(6) VALUE ZEROS.
                01 statements-electronic PIC 9(6) VALUE ZEROS.
                01 current-user-id  PIC 9(4) VALUE ZEROS.
                01 current-page     PIC 9(5) VALUE ZEROS.
                01 document-pages   PIC 9(3) VALUE ZEROS.
                01 document-lines   PIC 9(5) VALUE ZEROS.
                01 edelivery-documents PIC 9(6) VALUE ZEROS.
                01 edelivery-lines  PIC 9(9) VALUE ZEROS.
                01 delivery-count-status PIC X(02) VALUE "00".
                01 delete-status    PIC 9(9) COMP VALUE ZERO.
                *> the e-delivery file's generation catalog - see
                *> gencatlg.cob.
                01 generation-base  PIC X(20) VALUE "stmt.edl".
                01 generation-count PIC 9(9) VALUE ZEROS.
                *> the page's headings and labels in the addressee's
                *> language - see choose-the-captions. The English
                *> set, and the tag each caption goes by on a
                *> translation file:
                01 english-captions.
                    02 FILLER PIC X(40)
                            VALUE "LOAN STATEMENT - PERIOD".
                    02 FILLER PIC X(40)
                            VALUE "LOAN".
                    02 FILLER PIC X(40)
                            VALUE "OPENING BALANCE ....:".
                    02 FILLER PIC X(40)
                            VALUE "PRINCIPAL RECEIVED .:".
                    02 FILLER PIC X(40)
                            VALUE "PAYMENT(S)".
                    02 FILLER PIC X(40)
                            VALUE "PRINCIPAL-ONLY .....:".
                    02 FILLER PIC X(40)
                            VALUE "INTEREST RECEIVED ..:".
                    02 FILLER PIC X(40)
                            VALUE "FEES OWING .........:".
                    02 FILLER PIC X(40)
                            VALUE "CLOSING BALANCE ....:".
                    02 FILLER PIC X(40)
                            VALUE "NEXT PAYMENT ......:".
                    02 FILLER PIC X(40)
                            VALUE "DUE".
                    02 FILLER PIC X(40)
                            VALUE "NO FURTHER PAYMENTS SCHEDULED".
                    02 FILLER PIC X(40)
                            VALUE "BALLOON PAYMENT ....:".
                    02 FILLER PIC X(40)
                            VALUE "(THE NEXT PAYMENT IS THE BALLOON)".
                    02 FILLER PIC X(40)
                            VALUE "INTEREST ONLY THROUGH PAYMENT".
                    02 FILLER PIC X(40)
                            VALUE "- PRINCIPAL REPAYMENT FOLLOWS".
                    02 FILLER PIC X(40)
                            VALUE "ESCROW BALANCE .....:".
                    02 FILLER PIC X(40)
                            VALUE "(ACCOUNT CLOSED)".
                    02 FILLER PIC X(40)
                            VALUE "ESCROW DEPOSITS ....:".
                    02 FILLER PIC X(40)
                            VALUE "ESCROW DISBURSED ...:".
                    02 FILLER PIC X(40)
                            VALUE "MONTHLY ESCROW .....:".
                    02 FILLER PIC X(40)
                            VALUE "(INCLUDED IN THE NEXT PAYMENT)".
                    02 FILLER PIC X(40)
                            VALUE "ACTIVITY THIS PERIOD:".
                    02 FILLER PIC X(40)
                            VALUE "NO ACTIVITY RECORDED".
                    02 FILLER PIC X(40)
                            VALUE "CO-BORROWER ON THIS LOAN".
                    02 FILLER PIC X(40)
                            VALUE "COSIGNER ON THIS LOAN".
                    02 FILLER PIC X(40)
                            VALUE "GUARANTOR OF THIS LOAN".
                    02 FILLER PIC X(40)
                            VALUE "LINE OF CREDIT STATEMENT - PERIOD".
                    02 FILLER PIC X(40)
                            VALUE "DRAWS ..............:".
                    02 FILLER PIC X(40)
                            VALUE "PAYMENTS RECEIVED ..:".
                    02 FILLER PIC X(40)
                            VALUE "INTEREST CHARGED ...:".
                    02 FILLER PIC X(40)
                            VALUE "CREDIT LIMIT .......:".
                    02 FILLER PIC X(40)
                            VALUE "AVAILABLE CREDIT ...:".
                    02 FILLER PIC X(40)
                            VALUE "MINIMUM PAYMENT ....:".
                    02 FILLER PIC X(40)
                            VALUE "NO PAYMENT DUE".
                01 caption-tag-list.
                    02 FILLER PIC X(8) VALUE "HEADING".
                    02 FILLER PIC X(8) VALUE "LOAN".
                    02 FILLER PIC X(8) VALUE "OPENING".
                    02 FILLER PIC X(8) VALUE "PRINRCVD".
                    02 FILLER PIC X(8) VALUE "PAYMENTS".
                    02 FILLER PIC X(8) VALUE "PRINONLY".
                    02 FILLER PIC X(8) VALUE "INTRCVD".
                    02 FILLER PIC X(8) VALUE "FEES".
                    02 FILLER PIC X(8) VALUE "CLOSING".
                    02 FILLER PIC X(8) VALUE "NEXTPAY".
                    02 FILLER PIC X(8) VALUE "DUE".
                    02 FILLER PIC X(8) VALUE "NOMORE".
                    02 FILLER PIC X(8) VALUE "BALLOON".
                    02 FILLER PIC X(8) VALUE "BALNEXT".
                    02 FILLER PIC X(8) VALUE "IOTHRU".
                    02 FILLER PIC X(8) VALUE "IOAFTER".
                    02 FILLER PIC X(8) VALUE "ESCBAL".
                    02 FILLER PIC X(8) VALUE "ESCCLOSE".
                    02 FILLER PIC X(8) VALUE "ESCDEP".
                    02 FILLER PIC X(8) VALUE "ESCDISB".
                    02 FILLER PIC X(8) VALUE "ESCMONTH".
                    02 FILLER PIC X(8) VALUE "ESCINCL".
                    02 FILLER PIC X(8) VALUE "ACTIVITY".
                    02 FILLER PIC X(8) VALUE "NOACTVTY".
                    02 FILLER PIC X(8) VALUE "COBORROW".
                    02 FILLER PIC X(8) VALUE "COSIGNER".
                    02 FILLER PIC X(8) VALUE "GUARANTR".
                    02 FILLER PIC X(8) VALUE "LOCHEAD".
                    02 FILLER PIC X(8) VALUE "DRAWS".
                    02 FILLER PIC X(8) VALUE "LOCPAYS".
                    02 FILLER PIC X(8) VALUE "LOCINT".
                    02 FILLER PIC X(8) VALUE "LIMIT".
                    02 FILLER PIC X(8) VALUE "AVAIL".
                    02 FILLER PIC X(8) VALUE "MINPAY".
                    02 FILLER PIC X(8) VALUE "NODUE".
                01 caption-tag-table REDEFINES caption-tag-list.
                    02 caption-tag PIC X(8) OCCURS 35 TIMES.
                01 statement-captions.
                    02 cap-heading         PIC X(40).
                    02 cap-loan            PIC X(40).
                    02 cap-opening         PIC X(40).
                    02 cap-principal       PIC X(40).
                    02 cap-payments        PIC X(40).
                    02 cap-principal-only  PIC X(40).
                    02 cap-interest        PIC X(40).
                    02 cap-fees            PIC X(40).
                    02 cap-closing         PIC X(40).
                    02 cap-next-payment    PIC X(40).
                    02 cap-due             PIC X(40).
                    02 cap-no-more         PIC X(40).
                    02 cap-balloon         PIC X(40).
                    02 cap-balloon-next    PIC X(40).
                    02 cap-io-through      PIC X(40).
                    02 cap-io-after        PIC X(40).
                    02 cap-escrow-balance  PIC X(40).
                    02 cap-escrow-closed   PIC X(40).
                    02 cap-escrow-in       PIC X(40).
                    02 cap-escrow-out      PIC X(40).
                    02 cap-escrow-monthly  PIC X(40).
                    02 cap-escrow-included PIC X(40).
                    02 cap-activity        PIC X(40).
                    02 cap-no-activity     PIC X(40).
                    02 cap-co-borrower     PIC X(40).
                    02 cap-cosigner        PIC X(40).
                    02 cap-guarantor       PIC X(40).
                    02 cap-line-heading    PIC X(40).
                    02 cap-line-draws      PIC X(40).
                    02 cap-line-payments   PIC X(40).
                    02 cap-line-interest   PIC X(40).
                    02 cap-line-limit      PIC X(40).
                    02 cap-line-available  PIC X(40).
                    02 cap-line-minimum    PIC X(40).
                    02 cap-line-no-due     PIC X(40).
                01 caption-array REDEFINES statement-captions.
                    02 caption-entry PIC X(40) OCCURS 35 TIMES.
                01 caption-idx      PIC 9(2) VALUE ZEROS.
                01 caption-done     PIC 9 VALUE ZERO.
                01 caption-file-name PIC X(60) VALUE SPACES.
                01 caption-file-status PIC X(02) VALUE "00".
                01 preference-file-status PIC X(02) VALUE "00".
                01 preferences-open PIC 9 VALUE ZERO.
                *> the keyed files, set when each OPEN works - a read
                *> that misses leaves its status at 23 with the file
                *> still open.
                01 schedule-open    PIC 9 VALUE ZERO.
                01 customers-open   PIC 9 VALUE ZERO.
                01 ledger-open      PIC 9 VALUE ZERO.
                01 parties-open     PIC 9 VALUE ZERO.
                01 escrows-open     PIC 9 VALUE ZERO.
                01 options-open     PIC 9 VALUE ZERO.
                01 lines-open       PIC 9 VALUE ZERO.
                01 addressee-language PIC X(02) VALUE "EN".
                *> each language's caption set, read the first time an
                *> addressee needs it; set 1 is English.
                01 caption-sets     PIC 9(2) VALUE ZEROS.
                01 caption-slot     PIC 9(2) VALUE ZEROS.
                01 used-set         PIC 9(2) VALUE ZEROS.
                01 caption-cache.
                    02 caption-set OCCURS 8 TIMES.
                        03 set-code          PIC X(2).
                        03 set-translated    PIC 9.
                        03 set-produced      PIC 9(6).
                        03 set-fallbacks     PIC 9(6).
                        03 set-captions      PIC X(1400).
                01 line-label       PIC X(40) VALUE SPACES.
                01 line-pointer     PIC 9(3) VALUE ZEROS.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20)
                        VALUE "stmt.prt".
                01 piece-report-name PIC X(20)
                        VALUE "stmt.pcs".
                01 banner-job-name  PIC X(20) VALUE "STMTGEN".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            END-IF.
            OPEN INPUT loan-schedule.
            OPEN INPUT customer-master.
            OPEN INPUT loan-txn-file.
            OPEN INPUT party-file.
            OPEN INPUT escrow-file.
            OPEN INPUT option-file.
            OPEN INPUT line-file.
            OPEN INPUT preference-file.
            IF preference-file-status = "00" THEN
                MOVE 1 TO preferences-open
            END-IF.
            IF loan-schedule-status = "00" THEN
                MOVE 1 TO schedule-open
            END-IF.
            IF master-file-status = "00" THEN
                MOVE 1 TO customers-open
            END-IF.
            IF loan-txn-status = "00" THEN
                MOVE 1 TO ledger-open
            END-IF.
            IF party-file-status = "00" THEN
                MOVE 1 TO parties-open
            END-IF.
            IF escrow-file-status = "00" THEN
                MOVE 1 TO escrows-open
            END-IF.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-open
            END-IF.
            IF line-file-status = "00" THEN
                MOVE 1 TO lines-open
            END-IF.
            MOVE 1 TO caption-sets.
            MOVE "EN" TO set-code(1).
            MOVE 1 TO set-translated(1).
            MOVE 0 TO set-produced(1).
            MOVE 0 TO set-fallbacks(1).
            MOVE english-captions TO set-captions(1).
            MOVE english-captions TO statement-captions.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            END-IF.
            MOVE cycle-date-stamp(1:6) TO statement-period.
            OPEN OUTPUT print-file.
            OPEN OUTPUT piece-file.
            SORT edelivery-work
                ON ASCENDING KEY sw-user-id, sw-page, sw-line
                INPUT PROCEDURE IS make-the-statements
                GIVING edelivery-sorted.
            CLOSE print-file.
            CLOSE piece-file.
            CALL "rptstore" USING repo-report-name.
            CALL "rptstore" USING piece-report-name.
            PERFORM write-the-edelivery.
            PERFORM count-the-deliveries.
            IF escrows-open = 1 THEN
                CLOSE escrow-file
            END-IF.
            IF options-open = 1 THEN
                CLOSE option-file
            END-IF.
            IF lines-open = 1 THEN
                CLOSE line-file
            END-IF.
            IF preferences-open = 1 THEN
                CLOSE preference-file
            END-IF.
            IF parties-open = 1 THEN
                CLOSE party-file
            END-IF.
            IF ledger-open = 1 THEN
                CLOSE loan-txn-file
            END-IF.
            IF customers-open = 1 THEN
                CLOSE customer-master
            END-IF.
            IF schedule-open = 1 THEN
                CLOSE loan-schedule
            END-IF.
            CLOSE loan-master.
            DISPLAY "stmtgen: " statements-made " statement(s) "
                    "produced (" party-copies " to additional "
                    "parties), " loans-skipped " skipped "
                    "for missing borrower fields".
            DISPLAY "stmtgen: " statements-paper " on paper, "
                    statements-electronic " electronic page(s) in "
                    edelivery-documents " e-delivery document(s)".
            PERFORM VARYING caption-slot FROM 1 BY 1
                    UNTIL caption-slot > caption-sets
                IF set-produced(caption-slot) > 0 THEN
                    DISPLAY "stmtgen: " set-code(caption-slot) " "
                            set-produced(caption-slot)
                            " statement(s) printed"
                END-IF
                IF set-fallbacks(caption-slot) > 0 THEN
                    DISPLAY "stmtgen: " set-code(caption-slot) " "
                            set-fallbacks(caption-slot)
                            " printed in English - no translation"
                END-IF
            END-PERFORM.
            MOVE statements-made TO banner-rec-count.
            IF loans-skipped > 0 THEN
                MOVE 4 TO RETURN-CODE
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> feeds the sort: every active loan's pages, printed
            *> straight onto stmt.prt for a paper addressee and
            *> released to the sort for a paperless one.
            make-the-statements.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ loan-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND loan-is-active THEN
                        PERFORM make-one-statement
                    END-IF
                END-PERFORM.
                EXIT.

            make-one-statement.
                PERFORM fetch-the-borrower.
                IF NOT borrower-was-found
                        OR borrower-name = SPACES
                        OR (borrower-address = SPACES
                            AND NOT addressee-electronic) THEN
                    ADD 1 TO loans-skipped
                    DISPLAY "stmtgen: loan " loan-number
                            " skipped - borrower " loan-borrower-id
                    EXIT PARAGRAPH
                END-IF.
                PERFORM sum-the-period.
                PERFORM sum-the-curtailments.
                PERFORM fetch-the-product.
                PERFORM fetch-the-escrow.
                IF loan-has-escrow AND esc-is-active
                        AND next-due-found = 1 THEN
                    ADD esc-monthly-amount TO next-due-amount
                END-IF.
                COMPUTE opening-balance = loan-balance
                        + period-principal + period-curtailed.
                IF lo-line-of-credit THEN
                    PERFORM sum-the-line
                END-IF.
                MOVE SPACES TO addressee-role.
                PERFORM print-the-page.
                ADD 1 TO statements-made.
                PERFORM mail-the-parties.
                EXIT.

            *> the same page again for every additional party to the
            *> loan, straight down the party file's primary key.
            mail-the-parties.
                IF parties-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO lp-loan-number.
                MOVE 0 TO lp-user-id.
                START party-file KEY >= lp-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO party-done.
                PERFORM UNTIL party-done = 1
                    READ party-file NEXT RECORD
                        AT END MOVE 1 TO party-done
                    END-READ
                    IF party-done = 0
                            AND lp-loan-number NOT = loan-number THEN
                        MOVE 1 TO party-done
                    END-IF
                    IF party-done = 0 THEN
                        PERFORM mail-one-party
                    END-IF
                END-PERFORM.
                EXIT.

            mail-one-party.
                MOVE lp-user-id TO addressee-id.
                PERFORM read-the-addressee.
                IF NOT borrower-was-found
                        OR borrower-name = SPACES
                        OR (borrower-address = SPACES
                            AND NOT addressee-electronic) THEN
                    ADD 1 TO loans-skipped
                    DISPLAY "stmtgen: loan " loan-number
                            " party copy skipped - customer "
                            lp-user-id " missing or unaddressable"
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN lp-is-co-borrower
                        MOVE cap-co-borrower TO addressee-role
                    WHEN lp-is-cosigner
                        MOVE cap-cosigner TO addressee-role
                    WHEN OTHER
                        MOVE cap-guarantor TO addressee-role
                END-EVALUATE.
                PERFORM print-the-page.
                ADD 1 TO statements-made.
                ADD 1 TO party-copies.
                EXIT.

            *> the repayment shape; no record on file is the fully
            *> amortizing default.
            fetch-the-product.
                MOVE SPACES TO loan-option-record.
                IF options-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO lo-loan-number.
                READ option-file
                    INVALID KEY
                        MOVE SPACES TO loan-option-record
                END-READ.
                EXIT.

            *> a line's period off its ledger events - the draws, the
            *> payments received and the interest billed - and its
            *> opening balance worked back from the closing one: the
            *> draws and interest put on, the payments' interest and
            *> principal taken off.
            sum-the-line.
                MOVE 0 TO period-draws.
                MOVE 0 TO period-line-paid.
                MOVE 0 TO period-line-applied.
                MOVE 0 TO period-line-interest.
                MOVE loan-principal TO line-limit.
                IF lines-open = 1 THEN
                    MOVE loan-number TO rl-loan-number
                    READ line-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE rl-credit-limit TO line-limit
                    END-READ
                END-IF.
                IF loan-balance < line-limit THEN
                    COMPUTE line-available = line-limit - loan-balance
                ELSE
                    MOVE 0 TO line-available
                END-IF.
                IF ledger-open = 1 THEN
                    MOVE loan-number TO txn-loan-number
                    MOVE 0 TO txn-seq
                    MOVE 0 TO ledger-done
                    START loan-txn-file KEY >= txn-key
                        INVALID KEY MOVE 1 TO ledger-done
                    END-START
                    PERFORM UNTIL ledger-done = 1
                        READ loan-txn-file NEXT RECORD
                            AT END MOVE 1 TO ledger-done
                        END-READ
                        IF ledger-done = 0
                                AND txn-loan-number
                                        NOT = loan-number THEN
                            MOVE 1 TO ledger-done
                        END-IF
                        IF ledger-done = 0
                                AND txn-cycle-date(1:6)
                                        = statement-period THEN
                            EVALUATE TRUE
                                WHEN txn-is-line-draw
                                    ADD txn-amount TO period-draws
                                WHEN txn-is-line-interest
                                    ADD txn-amount
                                            TO period-line-interest
                                WHEN txn-is-line-payment
                                    ADD txn-amount TO period-line-paid
                                    ADD txn-principal
                                            TO period-line-applied
                                    ADD txn-interest
                                            TO period-line-applied
                                WHEN OTHER
                                    CONTINUE
                            END-EVALUATE
                        END-IF
                    END-PERFORM
                END-IF.
                COMPUTE line-opening = loan-balance - period-draws
                        - period-line-interest + period-line-applied.
                IF line-opening < 0 THEN
                    MOVE 0 TO line-opening
                END-IF.
                MOVE line-opening TO opening-balance.
                EXIT.

            *> the escrow account and the period's escrow movements;
            *> a backed-out deposit nets against the deposits.
            *> principal-only payments received in the period - they
            *> pay no schedule row, so only the ledger knows them.
            sum-the-curtailments.
                MOVE 0 TO period-curtailed.
                IF ledger-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO txn-loan-number.
                MOVE 0 TO txn-seq.
                MOVE 0 TO ledger-done.
                START loan-txn-file KEY >= txn-key
                    INVALID KEY MOVE 1 TO ledger-done
                END-START.
                PERFORM UNTIL ledger-done = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO ledger-done
                    END-READ
                    IF ledger-done = 0
                            AND txn-loan-number NOT = loan-number THEN
                        MOVE 1 TO ledger-done
                    END-IF
                    IF ledger-done = 0 AND txn-is-curtailment
                            AND txn-effective-date(1:6)
                                    = statement-period THEN
                        ADD txn-amount TO period-curtailed
                    END-IF
                END-PERFORM.
                EXIT.

            fetch-the-escrow.
                MOVE 0 TO escrow-found.
                MOVE 0 TO period-escrow-in.
                MOVE 0 TO period-escrow-out.
                IF escrows-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO esc-loan-number.
                READ escrow-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE 1 TO escrow-found.
                IF ledger-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO txn-loan-number.
                MOVE 0 TO txn-seq.
                MOVE 0 TO ledger-done.
                START loan-txn-file KEY >= txn-key
                    INVALID KEY MOVE 1 TO ledger-done
                END-START.
                PERFORM UNTIL ledger-done = 1
                    READ loan-txn-file NEXT RECORD
                        AT END MOVE 1 TO ledger-done
                    END-READ
                    IF ledger-done = 0
                            AND txn-loan-number NOT = loan-number THEN
                        MOVE 1 TO ledger-done
                    END-IF
                    IF ledger-done = 0
                            AND txn-cycle-date(1:6)
                                    = statement-period THEN
                        EVALUATE TRUE
                            WHEN txn-is-escrow-deposit
                                ADD txn-amount TO period-escrow-in
                            WHEN txn-is-escrow-backout
                                IF period-escrow-in >= txn-amount THEN
                                    SUBTRACT txn-amount
                                            FROM period-escrow-in
                                ELSE
                                    MOVE 0 TO period-escrow-in
                                END-IF
                            WHEN txn-is-escrow-payment
                                ADD txn-amount TO period-escrow-out
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM.
                EXIT.

            fetch-the-borrower.
                MOVE loan-borrower-id TO addressee-id.
                PERFORM read-the-addressee.
                EXIT.

            read-the-addressee.
                MOVE 0 TO borrower-found.
                MOVE SPACES TO borrower-name.
                MOVE SPACES TO borrower-address.
                IF customers-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE addressee-id TO user_id.
                READ customer-master
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                            MOVE cust-address TO borrower-address
                        END-IF
                END-READ.
                PERFORM choose-the-captions.
                EXIT.

            *> one keyed walk down the loan's schedule rows: the
                MOVE 0 TO next-due-found.
                MOVE SPACES TO next-due-date.
                MOVE 0 TO next-due-amount.
                MOVE 0 TO next-due-row.
                MOVE 0 TO final-due-found.
                MOVE SPACES TO final-due-date.
                MOVE 0 TO final-due-amount.
                IF schedule-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO sched-loan-number.
                            IF next-due-found = 0 THEN
                                MOVE 1 TO next-due-found
                                MOVE sched-due-date TO next-due-date
                                MOVE sched-payment-num TO next-due-row
                                COMPUTE next-due-amount =
                                        sched-principal-amt
                                        + sched-interest-amt
                            END-IF
                            IF sched-payment-num = loan-term-months
                                    THEN
                                MOVE 1 TO final-due-found
                                MOVE sched-due-date TO final-due-date
                                COMPUTE final-due-amount =
                                        sched-principal-amt
                                        + sched-interest-amt
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the page in the addressee's language: every heading and
            *> label comes off the caption set read-the-addressee
            *> chose. A label is followed by its figure at column 25,
            *> or one space past a translation too long to fit.
            print-the-page.
                MOVE 0 TO page-lines.
                IF addressee-electronic THEN
                    ADD 1 TO electronic-page
                END-IF.
                MOVE SPACES TO print-text.
                IF lo-line-of-credit THEN
                    MOVE cap-line-heading TO line-label
                ELSE
                    MOVE cap-heading TO line-label
                END-IF.
                STRING FUNCTION TRIM(line-label) " "
                        statement-period(1:4) "-"
                        statement-period(5:2) "  "
                        FUNCTION TRIM(cap-loan) " " loan-number
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE FUNCTION TRIM(borrower-name) TO print-text.
                PERFORM print-one-line.
                MOVE FUNCTION TRIM(borrower-address) TO print-text.
                PERFORM print-one-line.
                IF addressee-role NOT = SPACES THEN
                    MOVE SPACES TO print-text
                    STRING "(" FUNCTION TRIM(addressee-role) ")"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                IF lo-line-of-credit THEN
                    PERFORM print-the-line-figures
                ELSE
                    PERFORM print-the-figures
                END-IF.
                IF loan-has-escrow THEN
                    PERFORM print-the-escrow
                END-IF.
                PERFORM print-the-activity.
                MOVE ALL "-" TO print-text.
                PERFORM print-one-line.
                IF addressee-electronic THEN
                    ADD 1 TO statements-electronic
                ELSE
                    ADD 1 TO statements-paper
                    MOVE SPACES TO mail-piece-record
                    MOVE "ST" TO mp-doc-type
                    MOVE addressee-id TO mp-user-id
                    MOVE loan-number TO mp-loan-number
                    MOVE page-lines TO mp-line-count
                    WRITE mail-piece-record
                END-IF.
                ADD 1 TO set-produced(used-set).
                IF used-set NOT = caption-slot THEN
                    ADD 1 TO set-fallbacks(caption-slot)
                END-IF.
                EXIT.

            *> an installment loan's figures: what the period's paid
            *> rows brought in, and the next payment the schedule
            *> asks.
            print-the-figures.
                MOVE cap-opening TO line-label.
                MOVE opening-balance TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-principal TO line-label.
                PERFORM start-labelled-line.
                MOVE period-principal TO display-amount.
                STRING display-amount "  (" period-payments " "
                        FUNCTION TRIM(cap-payments) ")"
                    DELIMITED BY SIZE INTO print-text
                    WITH POINTER line-pointer
                END-STRING.
                PERFORM print-one-line.
                IF period-curtailed > 0 THEN
                    MOVE cap-principal-only TO line-label
                    MOVE period-curtailed TO display-amount
                    PERFORM print-one-amount
                END-IF.
                MOVE cap-interest TO line-label.
                MOVE period-interest TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-fees TO line-label.
                MOVE loan-fees-due TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-closing TO line-label.
                MOVE loan-balance TO display-amount.
                PERFORM print-one-amount.
                IF next-due-found = 1 THEN
                    MOVE cap-next-payment TO line-label
                    PERFORM start-labelled-line
                    MOVE next-due-amount TO display-amount
                    STRING display-amount " "
                            FUNCTION TRIM(cap-due) " " next-due-date
                        DELIMITED BY SIZE INTO print-text
                        WITH POINTER line-pointer
                    END-STRING
                ELSE
                    MOVE SPACES TO print-text
                    STRING "  " FUNCTION TRIM(cap-no-more)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                PERFORM print-the-product.
                EXIT.

            *> a line of credit's figures: the period's draws,
            *> payments and interest, where the line stands against
            *> its limit, and the minimum payment billed.
            print-the-line-figures.
                MOVE cap-opening TO line-label.
                MOVE opening-balance TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-line-draws TO line-label.
                MOVE period-draws TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-line-payments TO line-label.
                MOVE period-line-paid TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-line-interest TO line-label.
                MOVE period-line-interest TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-fees TO line-label.
                MOVE loan-fees-due TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-closing TO line-label.
                MOVE loan-balance TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-line-limit TO line-label.
                MOVE line-limit TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-line-available TO line-label.
                MOVE line-available TO display-amount.
                PERFORM print-one-amount.
                IF next-due-found = 1 THEN
                    MOVE cap-line-minimum TO line-label
                    PERFORM start-labelled-line
                    MOVE next-due-amount TO display-amount
                    STRING display-amount " "
                            FUNCTION TRIM(cap-due) " " next-due-date
                        DELIMITED BY SIZE INTO print-text
                        WITH POINTER line-pointer
                    END-STRING
                ELSE
                    MOVE SPACES TO print-text
                    STRING "  " FUNCTION TRIM(cap-line-no-due)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                EXIT.

            *> the balloon still to come, or the month principal
            *> repayment starts on an interest-only loan.
            print-the-product.
                EVALUATE TRUE
                    WHEN lo-balloon AND final-due-found = 1
                        MOVE cap-balloon TO line-label
                        PERFORM start-labelled-line
                        MOVE final-due-amount TO display-amount
                        STRING display-amount " "
                                FUNCTION TRIM(cap-due) " "
                                final-due-date
                            DELIMITED BY SIZE INTO print-text
                            WITH POINTER line-pointer
                        END-STRING
                        PERFORM print-one-line
                        IF next-due-row = loan-term-months THEN
                            MOVE SPACES TO print-text
                            STRING "  " FUNCTION TRIM(cap-balloon-next)
                                DELIMITED BY SIZE INTO print-text
                            END-STRING
                            PERFORM print-one-line
                        END-IF
                    WHEN lo-interest-only AND next-due-found = 1
                            AND next-due-row <= lo-io-months
                        MOVE SPACES TO print-text
                        STRING "  " FUNCTION TRIM(cap-io-through) " "
                                lo-io-months " "
                                FUNCTION TRIM(cap-io-after)
                                DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            print-the-escrow.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE cap-escrow-balance TO line-label.
                PERFORM start-labelled-line.
                MOVE esc-balance TO display-signed.
                STRING display-signed DELIMITED BY SIZE
                    INTO print-text WITH POINTER line-pointer
                END-STRING.
                IF esc-is-closed THEN
                    STRING "  " FUNCTION TRIM(cap-escrow-closed)
                        DELIMITED BY SIZE INTO print-text
                        WITH POINTER line-pointer
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                IF esc-is-closed THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE cap-escrow-in TO line-label.
                MOVE period-escrow-in TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-escrow-out TO line-label.
                MOVE period-escrow-out TO display-amount.
                PERFORM print-one-amount.
                MOVE cap-escrow-monthly TO line-label.
                PERFORM start-labelled-line.
                MOVE esc-monthly-amount TO display-amount.
                STRING display-amount "  "
                        FUNCTION TRIM(cap-escrow-included)
                    DELIMITED BY SIZE INTO print-text
                    WITH POINTER line-pointer
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the period's events off the loan's transaction history,
            *> selected on the cycle business date they posted under.
            print-the-activity.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "  " FUNCTION TRIM(cap-activity)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE 0 TO activity-lines.
                IF ledger-open = 1 THEN
                    MOVE loan-number TO txn-loan-number
                    MOVE 0 TO txn-seq
                    MOVE 0 TO ledger-done
                    START loan-txn-file KEY >= txn-key
                        INVALID KEY MOVE 1 TO ledger-done
                    END-START
                    PERFORM UNTIL ledger-done = 1
                        READ loan-txn-file NEXT RECORD
                            AT END MOVE 1 TO ledger-done
                        END-READ
                        IF ledger-done = 0
                                AND txn-loan-number
                                        NOT = loan-number THEN
                            MOVE 1 TO ledger-done
                        END-IF
                        IF ledger-done = 0
                                AND txn-cycle-date(1:6)
                                        = statement-period THEN
                            PERFORM print-one-activity
                        END-IF
                    END-PERFORM
                END-IF.
                IF activity-lines = 0 THEN
                    MOVE SPACES TO print-text
                    STRING "    " FUNCTION TRIM(cap-no-activity)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            print-one-activity.
                ADD 1 TO activity-lines.
                MOVE txn-amount TO display-amount.
                MOVE SPACES TO print-text.
                STRING "    " DELIMITED BY SIZE
                        txn-effective-date DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        txn-event DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        display-amount DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        txn-memo DELIMITED BY SIZE
                    INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> "  <label> " with line-pointer left where the figure
            *> goes.
            start-labelled-line.
                MOVE SPACES TO print-text.
                MOVE 3 TO line-pointer.
                STRING FUNCTION TRIM(line-label) DELIMITED BY SIZE
                    INTO print-text WITH POINTER line-pointer
                END-STRING.
                ADD 1 TO line-pointer.
                IF line-pointer < 25 THEN
                    MOVE 25 TO line-pointer
                END-IF.
                EXIT.

            print-one-amount.
                PERFORM start-labelled-line.
                STRING display-amount DELIMITED BY SIZE
                    INTO print-text WITH POINTER line-pointer
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the addressee's language picks the caption set; a set
            *> not yet read comes off <language>/stmtcap.tpl, one
            *> "TAG      text" line per caption, any caption the file
            *> leaves out staying English. No file at all, or a full
            *> table, prints the page in English.
            *> The same preference record says whether the addressee
            *> is enrolled for paperless delivery - enrolled with no
            *> email on file is paper.
            choose-the-captions.
                MOVE "EN" TO addressee-language.
                MOVE "P" TO addressee-delivery.
                MOVE SPACES TO addressee-email.
                IF preferences-open = 1 THEN
                    MOVE addressee-id TO co-user-id
                    READ preference-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF NOT co-language-english THEN
                                MOVE co-language TO addressee-language
                            END-IF
                            IF co-delivery-electronic
                                    AND co-email NOT = SPACES THEN
                                MOVE "E" TO addressee-delivery
                                MOVE co-email TO addressee-email
                            END-IF
                    END-READ
                END-IF.
                MOVE 0 TO caption-slot.
                PERFORM VARYING used-set FROM 1 BY 1
                        UNTIL used-set > caption-sets
                    IF set-code(used-set) = addressee-language THEN
                        MOVE used-set TO caption-slot
                    END-IF
                END-PERFORM.
                IF caption-slot = 0 THEN
                    PERFORM read-one-caption-set
                END-IF.
                IF set-translated(caption-slot) = 1 THEN
                    MOVE caption-slot TO used-set
                ELSE
                    MOVE 1 TO used-set
                END-IF.
                MOVE set-captions(used-set) TO statement-captions.
                EXIT.

            read-one-caption-set.
                IF caption-sets >= 8 THEN
                    MOVE 1 TO caption-slot
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO caption-sets.
                MOVE caption-sets TO caption-slot.
                MOVE addressee-language TO set-code(caption-slot).
                MOVE 0 TO set-produced(caption-slot).
                MOVE 0 TO set-fallbacks(caption-slot).
                MOVE 0 TO set-translated(caption-slot).
                MOVE english-captions TO statement-captions.
                MOVE SPACES TO caption-file-name.
                STRING FUNCTION LOWER-CASE(addressee-language)
                        "/stmtcap.tpl"
                    DELIMITED BY SIZE INTO caption-file-name
                END-STRING.
                OPEN INPUT caption-file.
                IF caption-file-status = "00" THEN
                    MOVE 1 TO set-translated(caption-slot)
                    MOVE 0 TO caption-done
                    PERFORM UNTIL caption-done = 1
                        READ caption-file
                            AT END MOVE 1 TO caption-done
                        END-READ
                        IF caption-done = 0
                                AND caption-line-text NOT = SPACES THEN
                            PERFORM take-one-caption
                        END-IF
                    END-PERFORM
                    CLOSE caption-file
                ELSE
                    DISPLAY "stmtgen: no "
                            FUNCTION TRIM(caption-file-name) " - "
                            addressee-language
                            " statements print in English"
                END-IF.
                MOVE statement-captions TO set-captions(caption-slot).
                EXIT.

            take-one-caption.
                PERFORM VARYING caption-idx FROM 1 BY 1
                        UNTIL caption-idx > 35
                    IF caption-line-tag = caption-tag(caption-idx) THEN
                        MOVE caption-line-text
                                TO caption-entry(caption-idx)
                    END-IF
                END-PERFORM.
                EXIT.

            print-one-line.
                ADD 1 TO page-lines.
                IF addressee-electronic THEN
                    MOVE addressee-id TO sw-user-id
                    MOVE electronic-page TO sw-page
                    MOVE page-lines TO sw-line
                    MOVE borrower-name TO sw-name
                    MOVE addressee-email TO sw-email
                    MOVE set-code(used-set) TO sw-language
                    MOVE print-text TO sw-text
                    RELEASE sort-work-record
                ELSE
                    MOVE print-text TO print-line
                    WRITE print-line
                END-IF.
                EXIT.

            *> the paperless customers' pages, sorted together by
            *> customer: one D record opens each customer's document,
            *> one E record closes it with its page and line counts.
            write-the-edelivery.
                OPEN OUTPUT edelivery-file.
                MOVE 0 TO current-user-id.
                MOVE 0 TO edelivery-documents.
                MOVE 0 TO edelivery-lines.
                OPEN INPUT edelivery-sorted.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ edelivery-sorted
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF srt-user-id NOT = current-user-id THEN
                            PERFORM close-the-document
                            PERFORM open-a-document
                        END-IF
                        IF srt-page NOT = current-page THEN
                            MOVE srt-page TO current-page
                            ADD 1 TO document-pages
                        END-IF
                        MOVE SPACES TO edelivery-line
                        MOVE "L" TO el-type
                        MOVE document-pages TO el-page
                        MOVE srt-text TO el-text
                        WRITE edelivery-line
                        ADD 1 TO document-lines
                        ADD 1 TO edelivery-lines
                    END-IF
                END-PERFORM.
                PERFORM close-the-document.
                CLOSE edelivery-sorted.
                CALL "CBL_DELETE_FILE" USING "stmtedl.srt"
                        RETURNING delete-status.
                MOVE SPACES TO edelivery-trailer.
                MOVE "T" TO et-type.
                MOVE edelivery-documents TO et-documents.
                MOVE edelivery-lines TO et-lines.
                WRITE edelivery-trailer.
                CLOSE edelivery-file.
                COMPUTE generation-count = edelivery-lines
                        + edelivery-documents * 2 + 1.
                CALL "gencatlg" USING generation-base,
                        generation-count.
                EXIT.

            open-a-document.
                MOVE srt-user-id TO current-user-id.
                MOVE 0 TO current-page.
                MOVE 0 TO document-pages.
                MOVE 0 TO document-lines.
                MOVE SPACES TO edelivery-document.
                MOVE "D" TO ed-type.
                MOVE srt-user-id TO ed-user-id.
                MOVE srt-name TO ed-name.
                MOVE srt-email TO ed-email.
                MOVE "ST" TO ed-doc-type.
                MOVE statement-period TO ed-period.
                MOVE srt-language TO ed-language.
                WRITE edelivery-document.
                ADD 1 TO edelivery-documents.
                EXIT.

            close-the-document.
                IF current-user-id = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO edelivery-end.
                MOVE "E" TO ee-type.
                MOVE current-user-id TO ee-user-id.
                MOVE document-pages TO ee-pages.
                MOVE document-lines TO ee-lines.
                WRITE edelivery-end.
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
                MOVE "STMTGEN" TO dc-job.
                MOVE "ST" TO dc-doc-type.
                MOVE statements-paper TO dc-paper.
                MOVE statements-electronic TO dc-electronic.
                MOVE 0 TO dc-reverted.
                WRITE delivery-count-record.
                CLOSE delivery-count-file.
                EXIT.

        END PROGRAM stmtgen.
