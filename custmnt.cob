        *>         is on file) or G (general); see NOTEREC.CPY
        *>      X  leave the program
        *>
        *>    the detail panel also keys the language the customer's
        *>    mail goes out in, kept on the custopt.dat side file (see
        *>    CUSTOPT.CPY) rather than the master record; blank is
        *>    English, and a change is journaled under the tag LANG.
        *>    The same side file carries the paperless enrollment the
        *>    panel keys below it: delivery P paper or E electronic,
        *>    the email the documents go to, and the consent behind
        *>    it - the date it was given (the day it is keyed, left
        *>    blank) and where: WEB, PHON, BRCH or MAIL. E needs a
        *>    well-formed email and a consent source; going back to
        *>    P leaves the email and consent on the record. Changes
        *>    are journaled under DLVR, EMAL and CNST.
        *>
        *>    an added customer, and one whose name or address is
        *>    changed, is screened against the sanctions watch list
        *>    through sancscrn.cob; a possible match goes to the
        *>    compliance queue (sancrev.cob) and the panel says so -
        *>    the customer takes no loan and is paid nothing until
        *>    compliance clears it.
        *>
        *>    every add, change and inactivation is queued through
        *>    chgwrite.cob to custchg.dat, the outbound change file
        *>    custpub.cob applies to Postgres; the maintenance marker
        *>    settles once it has.
        *>
        *>    a customer brought up for a change or for the notes is
        *>    logged through viewlog.cob as a look, whatever happens
        *>    after.
        *>
        *>    called with a user_id - the way custfind.cob hands a
        *>    name-search selection across - the program goes straight
        *>    into the change flow for that customer and returns when
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS notes-file-status.
                    *> the correspondence preferences - see CUSTOPT.
                    SELECT option-file ASSIGN TO "custopt.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS co-user-id
                        FILE STATUS IS option-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  customer-master.
                    COPY CUSTREC.
                FD  notes-file.
                    COPY NOTEREC.
                FD  option-file.
                    COPY CUSTOPT.
            WORKING-STORAGE SECTION.
                01 master-file-status   PIC X(02) VALUE "00".
                01 clerk-done           PIC 9 VALUE ZERO.
                01 entry-address        PIC X(60) VALUE SPACES.
                01 entry-status         PIC X(01) VALUE "A".
                01 entry-branch         PIC X(03) VALUE SPACES.
                01 entry-language       PIC X(02) VALUE "EN".
                01 entry-delivery       PIC X(01) VALUE "P".
                01 entry-email          PIC X(40) VALUE SPACES.
                01 entry-consent-date   PIC X(08) VALUE SPACES.
                01 entry-consent-source PIC X(04) VALUE SPACES.
                01 panel-message        PIC X(60) VALUE SPACES.
                *> shared validinput scratch fields, the same shape
                *> files.cob uses for its line_tx checks.
                01 before-address       PIC X(60) VALUE SPACES.
                01 before-status        PIC X(01) VALUE SPACES.
                01 before-branch        PIC X(03) VALUE SPACES.
                01 before-language      PIC X(02) VALUE SPACES.
                01 before-delivery      PIC X(01) VALUE SPACES.
                01 before-email         PIC X(40) VALUE SPACES.
                01 before-consent-date  PIC X(08) VALUE SPACES.
                01 before-consent-source PIC X(04) VALUE SPACES.
                *> the languages the mail jobs know - see CUSTOPT.CPY.
                01 language-list        PIC X(16)
                        VALUE "ENESFRPTVIZHHTKO".
                01 language-table REDEFINES language-list.
                    02 language-code PIC X(2) OCCURS 8 TIMES.
                01 language-idx  PIC 9(2) VALUE ZEROS.
                01 language-good PIC 9 VALUE ZERO.
                    88 language-is-known VALUE 1.
                *> the consent sources a paperless enrollment can
                *> come through.
                01 source-list          PIC X(16)
                        VALUE "WEB PHONBRCHMAIL".
                01 source-table REDEFINES source-list.
                    02 source-code PIC X(4) OCCURS 4 TIMES.
                01 source-idx    PIC 9 VALUE ZERO.
                01 delivery-good PIC 9 VALUE ZERO.
                    88 delivery-is-good VALUE 1.
                01 delivery-complaint PIC X(60) VALUE SPACES.
                *> the email judged a character at a time.
                01 email-idx     PIC 9(2) VALUE ZEROS.
                01 email-length  PIC 9(2) VALUE ZEROS.
                01 email-at      PIC 9(2) VALUE ZEROS.
                01 email-ats     PIC 9(2) VALUE ZEROS.
                01 email-dot     PIC 9(2) VALUE ZEROS.
                01 email-blanks  PIC 9(2) VALUE ZEROS.
                01 option-file-status   PIC X(02) VALUE "00".
                01 options-are-open     PIC 9 VALUE ZERO.
                *> the branch table, loaded once - see brnchtab.cob.
                01 branch-count PIC 9(2) VALUE ZEROS.
                01 branch-table.
                01 lock-holder      PIC X(20) VALUE "CUSTMNT".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                *> the sanctions screen - see sancscrn.cob.
                01 screen-mode      PIC X(1) VALUE "S".
                01 screen-source    PIC X(10) VALUE "CUSTMNT".
                01 screen-score     PIC 9(3) VALUE ZEROS.
                01 screen-outcome   PIC X(1) VALUE SPACES.
                    88 screen-found-a-hit VALUE "N" "H".
                01 screen-message   PIC X(60) VALUE SPACES.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "CUSTMNT".
                01 banner-job-name  PIC X(20) VALUE "CUSTMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                    02 LINE 7 COLUMN 19 PIC X(01) USING entry-status.
                    02 LINE 8 COLUMN 5  VALUE "BRANCH ....:".
                    02 LINE 8 COLUMN 18 PIC X(03) USING entry-branch.
                    02 LINE 9 COLUMN 5  VALUE "LANGUAGE ..:".
                    02 LINE 9 COLUMN 18 PIC X(02) USING entry-language.
                    02 LINE 9 COLUMN 22
                        VALUE "(EN ES FR PT VI ZH HT KO)".
                    02 LINE 10 COLUMN 5 VALUE "DELIVERY ..:".
                    02 LINE 10 COLUMN 18 PIC X(01) USING entry-delivery.
                    02 LINE 10 COLUMN 22
                        VALUE "(P=PAPER E=ELECTRONIC)".
                    02 LINE 11 COLUMN 5 VALUE "EMAIL .....:".
                    02 LINE 11 COLUMN 18 PIC X(40) USING entry-email.
                    02 LINE 12 COLUMN 5 VALUE "CONSENT ...:".
                    02 LINE 12 COLUMN 18
                        PIC X(08) USING entry-consent-date.
                    02 LINE 12 COLUMN 28 VALUE "SOURCE:".
                    02 LINE 12 COLUMN 36
                        PIC X(04) USING entry-consent-source.
                    02 LINE 12 COLUMN 42
                        VALUE "(WEB PHON BRCH MAIL)".
                    02 LINE 14 COLUMN 5 PIC X(60) FROM panel-message.
                *> notes panel: a fresh note for the keyed customer;
                *> blank text leaves without writing.
                01 notes-panel.
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O option-file.
            IF option-file-status = "35" THEN
                OPEN OUTPUT option-file
                CLOSE option-file
                OPEN I-O option-file
            END-IF.
            IF option-file-status = "00" THEN
                MOVE 1 TO options-are-open
            END-IF.
            IF NUMBER-OF-CALL-PARAMETERS >= 1
                    AND cm-user-id NOT = 0 THEN
                MOVE cm-user-id TO entry-user-id
                MOVE 0 TO clerk-done
                PERFORM process-one-action UNTIL clerk-is-done
            END-IF.
            IF options-are-open = 1 THEN
                CLOSE option-file
            END-IF.
            CLOSE customer-master.
            CALL "lockmgr" USING lock-resource, "X", "R",
                    lock-holder, lock-outcome.
                    MOVE SPACES TO entry-address
                    MOVE "A" TO entry-status
                    MOVE branch-code(1) TO entry-branch
                    MOVE "EN" TO entry-language
                    MOVE SPACES TO before-language
                    MOVE "P" TO entry-delivery
                    MOVE SPACES TO entry-email
                    MOVE SPACES TO entry-consent-date
                    MOVE SPACES TO entry-consent-source
                    MOVE "P" TO before-delivery
                    MOVE SPACES TO before-email
                    MOVE SPACES TO before-consent-date
                    MOVE SPACES TO before-consent-source
                    MOVE SPACES TO before-username
                    MOVE SPACES TO before-address
                    MOVE SPACES TO before-status
                            NOT INVALID KEY
                                ADD 1 TO changes-applied
                                PERFORM journal-field-changes
                                CALL "chgwrite" USING journal-program,
                                        "A", customer-record
                                MOVE "customer added"
                                        TO panel-message
                                PERFORM save-the-preferences
                                PERFORM screen-for-sanctions
                        END-WRITE
                    END-IF
                END-IF.
                    MOVE "user id not on file - use A to add it"
                            TO panel-message
                ELSE
                    CALL "viewlog" USING view-program, user_id
                    MOVE username     TO before-username
                    MOVE cust-address TO before-address
                    MOVE cust-status  TO before-status
                    ELSE
                        MOVE cust-branch TO entry-branch
                    END-IF
                    PERFORM read-the-preferences
                    MOVE before-language TO entry-language
                    MOVE before-delivery TO entry-delivery
                    MOVE before-email TO entry-email
                    MOVE before-consent-date TO entry-consent-date
                    MOVE before-consent-source TO entry-consent-source
                    PERFORM accept-validated-detail
                    IF entry-was-good THEN
                        PERFORM build-master-record
                            NOT INVALID KEY
                                ADD 1 TO changes-applied
                                PERFORM journal-field-changes
                                CALL "chgwrite" USING journal-program,
                                        "C", customer-record
                                MOVE "customer changed"
                                        TO panel-message
                                PERFORM save-the-preferences
                                IF entry-username NOT = before-username
                                        OR entry-address
                                            NOT = before-address
                                    PERFORM screen-for-sanctions
                                END-IF
                        END-REWRITE
                    END-IF
                END-IF.
                EXIT.

            *> the record just written, against the watch list; a hit
            *> rides on the panel message.
            screen-for-sanctions.
                CALL "sancscrn" USING screen-mode, user_id, username,
                        cust-address, screen-source, screen-score,
                        screen-outcome.
                IF screen-found-a-hit THEN
                    MOVE SPACES TO screen-message
                    STRING FUNCTION TRIM(panel-message)
                            " - SANCTIONS REVIEW, loans blocked"
                        DELIMITED BY SIZE INTO screen-message
                    END-STRING
                    MOVE screen-message TO panel-message
                END-IF.
                EXIT.

            *> (I)nactivate: flips cust-status-inactive on the record as
            *> it stands - no detail panel, nothing else touched except
            *> the cust-updated stamp.
                            NOT INVALID KEY
                                ADD 1 TO changes-applied
                                PERFORM journal-status-change
                                CALL "chgwrite" USING journal-program,
                                        "I", customer-record
                                MOVE "customer inactivated"
                                        TO panel-message
                        END-REWRITE
                    MOVE "user id not on file" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                CALL "viewlog" USING view-program, user_id.
                PERFORM open-notes-file.
                IF notes-file-status NOT = "00" THEN
                    MOVE "custnote.dat not available"
                    MOVE 0 TO entry-is-good
                    MOVE "branch is not on the branch table"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-language.
                IF NOT language-is-known THEN
                    MOVE 0 TO entry-is-good
                    MOVE "language must be EN ES FR PT VI ZH HT or KO"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-delivery.
                IF NOT delivery-is-good THEN
                    MOVE 0 TO entry-is-good
                    MOVE delivery-complaint TO panel-message
                END-IF.
                EXIT.

            *> blank delivery is paper. Electronic delivery needs an
            *> email to send to and the consent behind it; a consent
            *> date left blank is today's, and none can be in the
            *> future.
            check-the-delivery.
                MOVE 0 TO delivery-good.
                MOVE FUNCTION UPPER-CASE(entry-delivery)
                        TO entry-delivery.
                MOVE FUNCTION UPPER-CASE(entry-consent-source)
                        TO entry-consent-source.
                IF entry-delivery = SPACES THEN
                    MOVE "P" TO entry-delivery
                END-IF.
                IF entry-delivery NOT = "P"
                        AND entry-delivery NOT = "E" THEN
                    MOVE "delivery must be P (paper) or E (electronic)"
                            TO delivery-complaint
                    EXIT PARAGRAPH
                END-IF.
                IF entry-email NOT = SPACES THEN
                    PERFORM check-the-email
                    IF email-ats NOT = 1 OR email-at < 2
                            OR email-dot = 0
                            OR email-dot >= email-length
                            OR email-blanks > 0 THEN
                        MOVE "email must read name@domain.tld"
                                TO delivery-complaint
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF entry-delivery = "P" THEN
                    MOVE 1 TO delivery-good
                    EXIT PARAGRAPH
                END-IF.
                IF entry-email = SPACES THEN
                    MOVE "electronic delivery needs an email"
                            TO delivery-complaint
                    EXIT PARAGRAPH
                END-IF.
                IF entry-consent-date = SPACES THEN
                    MOVE maint-date TO entry-consent-date
                END-IF.
                IF entry-consent-date NOT NUMERIC
                        OR entry-consent-date > maint-date THEN
                    MOVE "consent date must be YYYYMMDD, not future"
                            TO delivery-complaint
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(entry-consent-date)) NOT = 0
                        THEN
                    MOVE "consent date is not a calendar date"
                            TO delivery-complaint
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING source-idx FROM 1 BY 1
                        UNTIL source-idx > 4
                    IF entry-consent-source = source-code(source-idx)
                            THEN
                        MOVE 1 TO delivery-good
                    END-IF
                END-PERFORM.
                IF NOT delivery-is-good THEN
                    MOVE "consent source must be WEB PHON BRCH or MAIL"
                            TO delivery-complaint
                END-IF.
                EXIT.

            *> one @ with something before it, a dot somewhere after
            *> it but not last, and no blank inside.
            check-the-email.
                MOVE 0 TO email-ats.
                MOVE 0 TO email-at.
                MOVE 0 TO email-dot.
                MOVE 0 TO email-blanks.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(entry-email))
                        TO email-length.
                MOVE FUNCTION TRIM(entry-email) TO entry-email.
                PERFORM VARYING email-idx FROM 1 BY 1
                        UNTIL email-idx > email-length
                    EVALUATE entry-email(email-idx:1)
                        WHEN "@"
                            ADD 1 TO email-ats
                            MOVE email-idx TO email-at
                        WHEN "."
                            IF email-at > 0
                                    AND email-idx > email-at + 1 THEN
                                MOVE email-idx TO email-dot
                            END-IF
                        WHEN SPACE
                            ADD 1 TO email-blanks
                    END-EVALUATE
                END-PERFORM.
                EXIT.

            *> blank is English; anything else must be a language the
            *> mail jobs know.
            check-the-language.
                MOVE 0 TO language-good.
                MOVE FUNCTION UPPER-CASE(entry-language)
                        TO entry-language.
                IF entry-language = SPACES THEN
                    MOVE "EN" TO entry-language
                END-IF.
                PERFORM VARYING language-idx FROM 1 BY 1
                        UNTIL language-idx > 8
                    IF entry-language = language-code(language-idx)
                            THEN
                        MOVE 1 TO language-good
                    END-IF
                END-PERFORM.
                EXIT.

            *> the customer's preferences as custopt.dat has them -
            *> English on paper when there is no record, or no file.
            read-the-preferences.
                MOVE "EN" TO before-language.
                MOVE "P" TO before-delivery.
                MOVE SPACES TO before-email.
                MOVE SPACES TO before-consent-date.
                MOVE SPACES TO before-consent-source.
                IF options-are-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-user-id TO co-user-id.
                READ option-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF NOT co-language-english THEN
                            MOVE co-language TO before-language
                        END-IF
                        IF co-delivery-electronic THEN
                            MOVE "E" TO before-delivery
                        END-IF
                        MOVE co-email TO before-email
                        MOVE co-consent-date TO before-consent-date
                        MOVE co-consent-source
                                TO before-consent-source
                END-READ.
                EXIT.

            *> preferences that changed hands go onto the side file,
            *> the record created the first time one is keyed.
            save-the-preferences.
                IF options-are-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF entry-language = before-language
                        AND entry-delivery = before-delivery
                        AND entry-email = before-email
                        AND entry-consent-date = before-consent-date
                        AND entry-consent-source
                                = before-consent-source THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-user-id TO co-user-id.
                READ option-file
                    INVALID KEY
                        MOVE SPACES TO customer-option-record
                        MOVE entry-user-id TO co-user-id
                        PERFORM move-the-preferences
                        WRITE customer-option-record
                            INVALID KEY
                                MOVE "preferences not saved"
                                        TO panel-message
                        END-WRITE
                    NOT INVALID KEY
                        PERFORM move-the-preferences
                        REWRITE customer-option-record
                            INVALID KEY
                                MOVE "preferences not saved"
                                        TO panel-message
                        END-REWRITE
                END-READ.
                EXIT.

            move-the-preferences.
                MOVE entry-language TO co-language.
                MOVE entry-delivery TO co-delivery.
                MOVE entry-email TO co-email.
                MOVE entry-consent-date TO co-consent-date.
                MOVE entry-consent-source TO co-consent-source.
                MOVE signed-operator TO co-updated-by.
                MOVE maint-date TO co-updated.
                EXIT.

            *> the keyed branch must be on the branch.ctl table; a
            *> blank one falls to the default (first) branch rather
            *> than failing a clerk who has never heard of branches.
                    MOVE entry-branch TO journal-after(1:3)
                    PERFORM write-one-journal-row
                END-IF.
                IF entry-language NOT = before-language THEN
                    MOVE "LANG" TO journal-key(6:4)
                    MOVE SPACES TO journal-before
                    MOVE before-language TO journal-before(1:2)
                    MOVE SPACES TO journal-after
                    MOVE entry-language TO journal-after(1:2)
                    PERFORM write-one-journal-row
                END-IF.
                IF entry-delivery NOT = before-delivery THEN
                    MOVE "DLVR" TO journal-key(6:4)
                    MOVE SPACES TO journal-before
                    MOVE before-delivery TO journal-before(1:1)
                    MOVE SPACES TO journal-after
                    MOVE entry-delivery TO journal-after(1:1)
                    PERFORM write-one-journal-row
                END-IF.
                IF entry-email NOT = before-email THEN
                    MOVE "EMAL" TO journal-key(6:4)
                    MOVE before-email TO journal-before
                    MOVE entry-email TO journal-after
                    PERFORM write-one-journal-row
                END-IF.
                IF entry-consent-date NOT = before-consent-date
                        OR entry-consent-source
                            NOT = before-consent-source THEN
                    MOVE "CNST" TO journal-key(6:4)
                    MOVE SPACES TO journal-before
                    IF before-consent-date NOT = SPACES THEN
                        STRING before-consent-date " "
                                before-consent-source
                            DELIMITED BY SIZE INTO journal-before
                        END-STRING
                    END-IF
                    MOVE SPACES TO journal-after
                    STRING entry-consent-date " " entry-consent-source
                        DELIMITED BY SIZE INTO journal-after
                    END-STRING
                    PERFORM write-one-journal-row
                END-IF.
                EXIT.

            journal-status-change.
