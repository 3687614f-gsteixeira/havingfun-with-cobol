        *> **********************************************************************
        *> collatmnt - collateral register maintenance, the screen over
        *> collat.dat (COLLATRL). A secured loan's collateral - the
        *> vehicle, the property, the equipment - and the insurance the
        *> borrower must keep on it lived only in the paper file. The
        *> clerk keys a loan-number and, for that loan:
        *>
        *>      A  add an item of collateral (the next sequence number)
        *>      C  change an item - a new appraisal, a renewed policy
        *>      D  drop an item (released, sold, replaced)
        *>      V  view every item pledged to the loan
        *>      X  leave the program
        *>
        *>    the clerk signs on through opersec; adding, changing and
        *>    dropping need the maintenance or supervisor role and are
        *>    journaled through jrnwrite, viewing does not. A changed
        *>    coverage expiry clears the insurance notice memory, so
        *>    inssweep.cob judges the renewed policy afresh.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. collatmnt.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT collateral-file ASSIGN TO "collat.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collateral-file-status.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
        DATA DIVISION.
            FILE SECTION.
                FD  collateral-file.
                    COPY COLLATRL.
                FD  loan-master.
                    COPY LOANREC.
            WORKING-STORAGE SECTION.
                01 collateral-file-status PIC X(02) VALUE "00".
                01 loan-master-status PIC X(02) VALUE "00".
                01 clerk-done       PIC 9 VALUE ZERO.
                    88 clerk-is-done VALUE 1.
                01 walk-done        PIC 9 VALUE ZERO.
                01 rows-shown       PIC 9(3) VALUE ZEROS.
                01 next-seq         PIC 9(3) VALUE ZEROS.
                01 entry-action     PIC X(1) VALUE SPACES.
                01 entry-loan       PIC 9(6) VALUE ZEROS.
                01 entry-seq        PIC 9(3) VALUE ZEROS.
                01 entry-type       PIC X(1) VALUE SPACES.
                01 entry-description PIC X(40) VALUE SPACES.
                01 entry-ident      PIC X(20) VALUE SPACES.
                01 entry-value      PIC 9(9)V99 VALUE ZEROS.
                01 entry-appraised  PIC X(8) VALUE SPACES.
                01 entry-lien       PIC 9(1) VALUE 1.
                01 entry-insurer    PIC X(30) VALUE SPACES.
                01 entry-policy     PIC X(20) VALUE SPACES.
                01 entry-expiry     PIC X(8) VALUE SPACES.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 today-date       PIC X(8) VALUE SPACES.
                01 display-value    PIC Z(8)9.99.
                01 item-found       PIC 9 VALUE ZERO.
                    88 item-on-file VALUE 1.
                01 changes-applied  PIC 9(6) VALUE ZEROS.
                *> the signed-on operator - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-can-maintain VALUE "M" "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "COLLATMNT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "COLLATMNT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 key-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5
                        VALUE "COLLATERAL REGISTER MAINTENANCE".
                    02 LINE 4 COLUMN 5  VALUE "LOAN NUMBER:".
                    02 LINE 4 COLUMN 18 PIC 9(6) USING entry-loan.
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (A=ADD C=CHANGE D=DROP V=VIEW".
                    02 LINE 7 COLUMN 5
                        VALUE "        X=EXIT):".
                    02 LINE 7 COLUMN 22 PIC X(1) USING entry-action.
                    02 LINE 8 COLUMN 5  PIC X(60) FROM panel-message.
                01 seq-panel.
                    02 LINE 10 COLUMN 5
                        VALUE "ITEM SEQUENCE .....................:".
                    02 LINE 10 COLUMN 42 PIC 9(3) USING entry-seq.
                01 detail-panel.
                    02 LINE 11 COLUMN 5
                        VALUE "TYPE (V=VEHICLE R=PROPERTY E=EQUIP O):".
                    02 LINE 11 COLUMN 44 PIC X(1) USING entry-type.
                    02 LINE 12 COLUMN 5
                        VALUE "DESCRIPTION:".
                    02 LINE 12 COLUMN 18
                        PIC X(40) USING entry-description.
                    02 LINE 13 COLUMN 5
                        VALUE "VIN / PARCEL / SERIAL ..............:".
                    02 LINE 13 COLUMN 42 PIC X(20) USING entry-ident.
                    02 LINE 14 COLUMN 5
                        VALUE "APPRAISED VALUE ...................:".
                    02 LINE 14 COLUMN 42
                        PIC 9(9)V99 USING entry-value.
                    02 LINE 15 COLUMN 5
                        VALUE "APPRAISAL DATE (YYYYMMDD) .........:".
                    02 LINE 15 COLUMN 42 PIC X(8) USING entry-appraised.
                    02 LINE 16 COLUMN 5
                        VALUE "LIEN POSITION .....................:".
                    02 LINE 16 COLUMN 42 PIC 9(1) USING entry-lien.
                    02 LINE 17 COLUMN 5
                        VALUE "INSURER ...........................:".
                    02 LINE 17 COLUMN 42 PIC X(30) USING entry-insurer.
                    02 LINE 18 COLUMN 5
                        VALUE "POLICY NUMBER .....................:".
                    02 LINE 18 COLUMN 42 PIC X(20) USING entry-policy.
                    02 LINE 19 COLUMN 5
                        VALUE "COVERAGE EXPIRY (YYYYMMDD) ........:".
                    02 LINE 19 COLUMN 42 PIC X(8) USING entry-expiry.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O collateral-file.
            IF collateral-file-status = "35" THEN
                OPEN OUTPUT collateral-file
                CLOSE collateral-file
                OPEN I-O collateral-file
            END-IF.
            OPEN INPUT loan-master.
            IF collateral-file-status NOT = "00"
                    OR loan-master-status NOT = "00" THEN
                DISPLAY "collatmnt: collat.dat/loanmast.dat "
                        "not available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO clerk-done.
            PERFORM process-one-action UNTIL clerk-is-done.
            CLOSE loan-master.
            CLOSE collateral-file.
            MOVE changes-applied TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            process-one-action.
                MOVE SPACES TO entry-action.
                ACCEPT key-panel.
                MOVE SPACES TO panel-message.
                IF FUNCTION UPPER-CASE(entry-action) = "X" THEN
                    MOVE 1 TO clerk-done
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-loan TO loan-number.
                READ loan-master
                    INVALID KEY
                        MOVE "loan not on the loan master"
                                TO panel-message
                        EXIT PARAGRAPH
                END-READ.
                EVALUATE FUNCTION UPPER-CASE(entry-action)
                    WHEN "A" PERFORM add-item
                    WHEN "C" PERFORM change-item
                    WHEN "D" PERFORM drop-item
                    WHEN "V" PERFORM view-items
                    WHEN OTHER
                        MOVE "unrecognized action - use A, C, D, V or X"
                                TO panel-message
                END-EVALUATE.
                EXIT.

            add-item.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required to add collateral"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find-next-seq.
                MOVE SPACES TO entry-type entry-description
                        entry-ident entry-appraised entry-insurer
                        entry-policy entry-expiry.
                MOVE 0 TO entry-value.
                MOVE 1 TO entry-lien.
                ACCEPT detail-panel.
                PERFORM edit-the-entry.
                IF panel-message NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO collateral-record.
                MOVE entry-loan TO coll-loan-number.
                MOVE next-seq TO coll-seq.
                MOVE next-seq TO entry-seq.
                PERFORM move-entry-to-item.
                WRITE collateral-record
                    INVALID KEY
                        MOVE "item already on file - nothing added"
                                TO panel-message
                        EXIT PARAGRAPH
                END-WRITE.
                MOVE "NEW ITEM" TO journal-before.
                PERFORM describe-the-item.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE SPACES TO panel-message.
                STRING "collateral item " coll-seq " added"
                    DELIMITED BY SIZE INTO panel-message
                END-STRING.
                EXIT.

            change-item.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required to change an item"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entry-seq.
                ACCEPT seq-panel.
                PERFORM read-the-item.
                IF NOT item-on-file THEN
                    MOVE "no such item on the loan" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE coll-type TO entry-type.
                MOVE coll-description TO entry-description.
                MOVE coll-ident TO entry-ident.
                MOVE coll-appraised-value TO entry-value.
                MOVE coll-appraised-date TO entry-appraised.
                MOVE coll-lien-position TO entry-lien.
                MOVE coll-insurer TO entry-insurer.
                MOVE coll-policy-number TO entry-policy.
                MOVE coll-coverage-expiry TO entry-expiry.
                ACCEPT detail-panel.
                PERFORM edit-the-entry.
                IF panel-message NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-the-item.
                MOVE journal-after TO journal-before.
                *> a renewed or corrected policy is a new expiry to
                *> judge - forget the notices mailed for the old one.
                IF entry-expiry NOT = coll-coverage-expiry THEN
                    MOVE SPACES TO coll-notice-kind
                    MOVE SPACES TO coll-notice-date
                END-IF.
                PERFORM move-entry-to-item.
                REWRITE collateral-record.
                PERFORM describe-the-item.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE "collateral item changed" TO panel-message.
                EXIT.

            drop-item.
                IF NOT role-can-maintain THEN
                    MOVE "maintenance role required to drop collateral"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO entry-seq.
                ACCEPT seq-panel.
                PERFORM read-the-item.
                IF NOT item-on-file THEN
                    MOVE "no such item on the loan" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM describe-the-item.
                MOVE journal-after TO journal-before.
                DELETE collateral-file.
                MOVE "ITEM DROPPED" TO journal-after.
                PERFORM journal-the-change.
                ADD 1 TO changes-applied.
                MOVE "collateral item dropped" TO panel-message.
                EXIT.

            view-items.
                DISPLAY " ".
                DISPLAY "COLLATERAL PLEDGED TO LOAN " entry-loan
                        " (BORROWER " loan-borrower-id "):".
                MOVE 0 TO rows-shown.
                MOVE entry-loan TO coll-loan-number.
                MOVE 0 TO coll-seq.
                START collateral-file KEY >= coll-key
                    INVALID KEY
                        DISPLAY "  (no collateral on file)"
                        MOVE "collateral shown" TO panel-message
                        EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ collateral-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND coll-loan-number NOT = entry-loan THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        ADD 1 TO rows-shown
                        MOVE coll-appraised-value TO display-value
                        DISPLAY "  " coll-seq " [" coll-type "] "
                                FUNCTION TRIM(coll-description)
                                " - " FUNCTION TRIM(coll-ident)
                        DISPLAY "      appraised "
                                FUNCTION TRIM(display-value)
                                " on " coll-appraised-date
                                ", lien " coll-lien-position
                        DISPLAY "      insured by "
                                FUNCTION TRIM(coll-insurer)
                                " policy "
                                FUNCTION TRIM(coll-policy-number)
                                " to " coll-coverage-expiry
                    END-IF
                END-PERFORM.
                IF rows-shown = 0 THEN
                    DISPLAY "  (no collateral on file)"
                END-IF.
                MOVE "collateral shown" TO panel-message.
                EXIT.

            *> the type must be one we report on, and the dates must
            *> be real dates or blank - the sweep compares them.
            edit-the-entry.
                MOVE SPACES TO panel-message.
                MOVE FUNCTION UPPER-CASE(entry-type) TO entry-type.
                IF entry-type NOT = "V" AND entry-type NOT = "R"
                        AND entry-type NOT = "E"
                        AND entry-type NOT = "O" THEN
                    MOVE "type must be V, R, E or O - nothing saved"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-description = SPACES THEN
                    MOVE "a description is required - nothing saved"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF entry-appraised NOT = SPACES THEN
                    IF entry-appraised NOT NUMERIC
                            OR FUNCTION TEST-DATE-YYYYMMDD(
                                FUNCTION NUMVAL(entry-appraised))
                                NOT = 0 THEN
                        MOVE "appraisal date is not a valid date"
                                TO panel-message
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF entry-expiry NOT = SPACES THEN
                    IF entry-expiry NOT NUMERIC
                            OR FUNCTION TEST-DATE-YYYYMMDD(
                                FUNCTION NUMVAL(entry-expiry))
                                NOT = 0 THEN
                        MOVE "coverage expiry is not a valid date"
                                TO panel-message
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                IF entry-lien = 0 THEN
                    MOVE 1 TO entry-lien
                END-IF.
                EXIT.

            move-entry-to-item.
                MOVE entry-type TO coll-type.
                MOVE entry-description TO coll-description.
                MOVE entry-ident TO coll-ident.
                MOVE entry-value TO coll-appraised-value.
                MOVE entry-appraised TO coll-appraised-date.
                MOVE entry-lien TO coll-lien-position.
                MOVE entry-insurer TO coll-insurer.
                MOVE entry-policy TO coll-policy-number.
                MOVE entry-expiry TO coll-coverage-expiry.
                MOVE today-date TO coll-updated.
                MOVE signed-operator TO coll-updated-by.
                EXIT.

            *> one line for the journal: enough to see what changed.
            describe-the-item.
                MOVE SPACES TO journal-after.
                STRING coll-type " " coll-ident " "
                        coll-appraised-value " EXP "
                        coll-coverage-expiry
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                EXIT.

            *> the loan's highest sequence plus one.
            find-next-seq.
                MOVE 1 TO next-seq.
                MOVE entry-loan TO coll-loan-number.
                MOVE 0 TO coll-seq.
                START collateral-file KEY >= coll-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ collateral-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND coll-loan-number NOT = entry-loan THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 AND coll-seq >= next-seq THEN
                        COMPUTE next-seq = coll-seq + 1
                    END-IF
                END-PERFORM.
                EXIT.

            read-the-item.
                MOVE 1 TO item-found.
                MOVE entry-loan TO coll-loan-number.
                MOVE entry-seq TO coll-seq.
                READ collateral-file
                    INVALID KEY MOVE 0 TO item-found
                END-READ.
                EXIT.

            journal-the-change.
                MOVE SPACES TO journal-key.
                MOVE entry-loan TO journal-key(1:6).
                MOVE entry-seq TO journal-key(7:3).
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

        END PROGRAM collatmnt.
