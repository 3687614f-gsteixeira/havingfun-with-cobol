        *> **********************************************************************
        *> filebrws - the operator file browser. When support needed to
        *> look at a row of loansched.dat, collect.dat, cashsusp.dat or
        *> custnote.dat the choice was a hex editor or a throwaway
        *> program. This screen opens any file registered for browsing
        *> read-only, positions by key or by record number, and shows
        *> the record field by field through its named layout on
        *> layouts.def (loadlayout.cob for the layout and the field
        *> names, fwextract.cob to cut the fields out).
        *>
        *>    actions on the panel:
        *>      O  open the file named on the panel, at its first
        *>         record
        *>      N  next record         P  previous record
        *>      R  go to the record number keyed
        *>      K  go to the key keyed - an indexed file's first
        *>         record at or past it (a leading part of the key
        *>         will do), a sequential file's first record whose
        *>         key starts with it
        *>      S  search forward from the record shown for the
        *>         first record whose named field holds the value
        *>         keyed (a numeric field compares by value, so
        *>         leading zeros need not be keyed; amounts are shown
        *>         and searched as stored, without the decimal point)
        *>      X  leave the program
        *>
        *>    a record number is the record's place in the file - key
        *>    order for an indexed file, file order for a sequential
        *>    one. Going back re-reads from the top: these files are
        *>    read, never updated, and nothing is held open between
        *>    files.
        *>
        *>    browse.ctl registers the files, one per line:
        *>      bc-name        X(12)  the name the operator keys
        *>      bc-file        X(30)  the file on disk
        *>      bc-org         X(1)   I indexed, S line sequential
        *>      bc-layout      X(12)  the layout name on layouts.def
        *>      bc-key-start   9(4)   where the key sits in the record
        *>      bc-key-length  9(3)   and how long it is
        *>    no browse.ctl registers LOANSCHED, COLLECT, CASHSUSP and
        *>    CUSTNOTE. A sequential file needs no more than its line;
        *>    an indexed file's key is fixed in the program that reads
        *>    it, so an indexed file is browsable once it has its FD
        *>    here as well (loansched.dat, collect.dat and
        *>    custnote.dat do).
        *>
        *>    the operator signs on through opersec - any role may
        *>    browse - and every record shown is a row on the
        *>    read-access log (viewlog.cob) naming the file, record
        *>    number and key.
        *>
        *>    cobc -x -o filebrws filebrws.cob opersec.cob loadlayout.cob
        *>            fwextract.cob viewlog.cob jobbanner.cob
        *>            cyclectl.cob chainhsh.cob
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. filebrws.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT browse-control ASSIGN TO "browse.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS browse-control-status.
                    SELECT flat-file ASSIGN TO DYNAMIC flat-file-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS browse-file-status.
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS browse-file-status.
                    SELECT collections-file ASSIGN TO "collect.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS browse-file-status.
                    SELECT note-file ASSIGN TO "custnote.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS note-key
                        FILE STATUS IS browse-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  browse-control.
                    01 browse-control-record.
                        02 bc-name       PIC X(12).
                        02 bc-file       PIC X(30).
                        02 bc-org        PIC X(1).
                        02 bc-layout     PIC X(12).
                        02 bc-key-start  PIC 9(4).
                        02 bc-key-length PIC 9(3).
                FD  flat-file.
                    01 flat-record PIC X(500).
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  collections-file.
                    COPY COLLREC.
                FD  note-file.
                    COPY NOTEREC.
            WORKING-STORAGE SECTION.
                01 browse-control-status PIC X(02) VALUE "00".
                01 browse-file-status    PIC X(02) VALUE "00".
                01 flat-file-name   PIC X(30) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                *> the files registered for browsing.
                01 registry-table.
                    02 registry-entry OCCURS 30 TIMES.
                        03 rt-name       PIC X(12).
                        03 rt-file       PIC X(30).
                        03 rt-org        PIC X(1).
                        03 rt-layout     PIC X(12).
                        03 rt-key-start  PIC 9(4).
                        03 rt-key-length PIC 9(3).
                01 registry-count   PIC 9(2) VALUE ZEROS.
                01 registry-idx     PIC 9(2) VALUE ZEROS.
                *> the file being browsed.
                01 browse-idx       PIC 9(2) VALUE ZEROS.
                *> which FD reads it: F the sequential one, L, C or N
                *> the indexed ones.
                01 browse-reader    PIC X(1) VALUE SPACES.
                01 file-is-open     PIC 9 VALUE ZERO.
                01 file-at-end      PIC 9 VALUE ZERO.
                *> where the file stands, and the record on the panel.
                01 file-recno       PIC 9(9) VALUE ZEROS.
                01 file-record      PIC X(500) VALUE SPACES.
                01 shown-recno      PIC 9(9) VALUE ZEROS.
                01 shown-record     PIC X(500) VALUE SPACES.
                01 wanted-recno     PIC 9(9) VALUE ZEROS.
                01 record-found     PIC 9 VALUE ZERO.
                01 records-shown    PIC 9(9) VALUE ZEROS.
                *> the file's layout - see loadlayout.cob/fwextract.cob.
                01 fx-field-count   PIC 9(4) VALUE ZEROS.
                01 fx-layout.
                    02 fx-layout-entry OCCURS 1 TO 50 TIMES
                            DEPENDING ON fx-field-count.
                        03 fx-start   PIC 9(4).
                        03 fx-length  PIC 9(4).
                01 fx-output.
                    02 fx-value OCCURS 1 TO 50 TIMES
                            DEPENDING ON fx-field-count PIC X(100).
                01 layout-names.
                    02 layout-name-entry OCCURS 50 TIMES.
                        03 ln-field-name PIC X(12).
                        03 ln-field-type PIC X(1).
                01 layout-outcome   PIC 9 VALUE ZERO.
                    88 layout-was-loaded VALUE 1.
                01 field-idx        PIC 9(4) VALUE ZEROS.
                01 search-idx       PIC 9(4) VALUE ZEROS.
                01 search-text      PIC X(100) VALUE SPACES.
                01 value-length     PIC 9(3) VALUE ZEROS.
                01 shown-number     PIC Z(8)9.
                *> the panel.
                01 clerk-done       PIC 9 VALUE ZERO.
                    88 clerk-is-done VALUE 1.
                01 entry-file       PIC X(12) VALUE SPACES.
                01 entry-action     PIC X(1) VALUE SPACES.
                01 entry-recno      PIC 9(9) VALUE ZEROS.
                01 entry-value      PIC X(40) VALUE SPACES.
                01 entry-search      PIC X(12) VALUE SPACES.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 position-text    PIC X(60) VALUE SPACES.
                *> the signed-on operator - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "FILEBRWS".
                01 view-user-id     PIC 9(4) VALUE ZEROS.
                01 view-subject     PIC X(40) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "FILEBRWS".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            SCREEN SECTION.
                01 key-panel.
                    02 BLANK SCREEN.
                    02 LINE 2 COLUMN 5  VALUE "FILE BROWSER".
                    02 LINE 3 COLUMN 5  PIC X(60) FROM position-text.
                    02 LINE 5 COLUMN 5  VALUE "FILE .............:".
                    02 LINE 5 COLUMN 25 PIC X(12) USING entry-file.
                    02 LINE 6 COLUMN 5
                        VALUE "ACTION (O=OPEN N=NEXT P=PREV R=RECORD".
                    02 LINE 7 COLUMN 5
                        VALUE "        K=KEY S=SEARCH X=EXIT) ...:".
                    02 LINE 7 COLUMN 41 PIC X(1) USING entry-action.
                    02 LINE 8 COLUMN 5  VALUE "RECORD NUMBER ....:".
                    02 LINE 8 COLUMN 25 PIC 9(9) USING entry-recno.
                    02 LINE 9 COLUMN 5  VALUE "KEY / VALUE ......:".
                    02 LINE 9 COLUMN 25 PIC X(40) USING entry-value.
                    02 LINE 10 COLUMN 5 VALUE "SEARCH FIELD .....:".
                    02 LINE 10 COLUMN 25 PIC X(12) USING entry-search.
                    02 LINE 12 COLUMN 5 PIC X(60) FROM panel-message.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                DISPLAY "filebrws: sign-on refused - nothing shown"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM load-the-registry.
            MOVE 0 TO clerk-done.
            PERFORM process-one-action UNTIL clerk-is-done.
            PERFORM close-the-file.
            MOVE records-shown TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            process-one-action.
                MOVE SPACES TO entry-action.
                ACCEPT key-panel.
                MOVE SPACES TO panel-message.
                MOVE FUNCTION UPPER-CASE(entry-action) TO entry-action.
                IF entry-action = "X" THEN
                    MOVE 1 TO clerk-done
                    EXIT PARAGRAPH
                END-IF.
                IF entry-action = "O" THEN
                    PERFORM open-the-browse
                    EXIT PARAGRAPH
                END-IF.
                IF browse-idx = 0 THEN
                    MOVE "open a file first (O)" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE entry-action
                    WHEN "N" PERFORM show-next-record
                    WHEN "P" PERFORM show-previous-record
                    WHEN "R" PERFORM show-keyed-record-number
                    WHEN "K" PERFORM show-keyed-key
                    WHEN "S" PERFORM search-the-field
                    WHEN OTHER
                        MOVE "unrecognized action - O N P R K S or X"
                                TO panel-message
                END-EVALUATE.
                EXIT.

            *> ---------------------------------------------- opening
            open-the-browse.
                PERFORM close-the-file.
                MOVE 0 TO browse-idx.
                MOVE SPACES TO position-text.
                PERFORM VARYING registry-idx FROM 1 BY 1
                        UNTIL registry-idx > registry-count
                    IF rt-name(registry-idx)
                            = FUNCTION UPPER-CASE(entry-file) THEN
                        MOVE registry-idx TO browse-idx
                    END-IF
                END-PERFORM.
                IF browse-idx = 0 THEN
                    MOVE "that file is not registered for browsing"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE "F" TO browse-reader.
                IF rt-org(browse-idx) = "I" THEN
                    EVALUATE rt-file(browse-idx)
                        WHEN "loansched.dat" MOVE "L" TO browse-reader
                        WHEN "collect.dat"   MOVE "C" TO browse-reader
                        WHEN "custnote.dat"  MOVE "N" TO browse-reader
                        WHEN OTHER
                            MOVE "no indexed definition for that file"
                                    TO panel-message
                            MOVE 0 TO browse-idx
                            EXIT PARAGRAPH
                    END-EVALUATE
                END-IF.
                CALL "loadlayout" USING rt-layout(browse-idx),
                        fx-field-count, fx-layout, layout-outcome,
                        layout-names.
                IF NOT layout-was-loaded THEN
                    MOVE SPACES TO panel-message
                    STRING "no " FUNCTION TRIM(rt-layout(browse-idx))
                            " layout on layouts.def"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                    MOVE 0 TO browse-idx
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO shown-recno.
                MOVE 1 TO wanted-recno.
                PERFORM go-to-record.
                IF file-is-open = 1 AND record-found = 0 THEN
                    MOVE "the file is empty" TO panel-message
                END-IF.
                EXIT.

            *> -------------------------------------------- positioning
            show-next-record.
                IF shown-recno = 0 THEN
                    MOVE "the file is empty" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE wanted-recno = shown-recno + 1.
                PERFORM go-to-record.
                IF record-found = 0 THEN
                    MOVE "last record - nothing after it"
                            TO panel-message
                END-IF.
                EXIT.

            show-previous-record.
                IF shown-recno <= 1 THEN
                    MOVE "first record - nothing before it"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE wanted-recno = shown-recno - 1.
                PERFORM go-to-record.
                EXIT.

            show-keyed-record-number.
                IF entry-recno = 0 THEN
                    MOVE "key a record number" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry-recno TO wanted-recno.
                PERFORM go-to-record.
                IF record-found = 0 THEN
                    MOVE "the file has fewer records than that"
                            TO panel-message
                END-IF.
                EXIT.

            *> reads the file to record wanted-recno - on from where
            *> it stands when that is forward, from the top when not.
            *> A record not there leaves the panel where it was.
            go-to-record.
                MOVE 0 TO record-found.
                IF file-is-open = 0 OR file-at-end = 1
                        OR wanted-recno <= file-recno THEN
                    PERFORM reopen-the-file
                    IF file-is-open = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                PERFORM read-one-record
                    UNTIL file-at-end = 1 OR file-recno = wanted-recno.
                IF file-at-end = 0 THEN
                    MOVE 1 TO record-found
                    PERFORM show-the-record
                END-IF.
                EXIT.

            show-keyed-key.
                IF entry-value = SPACES THEN
                    MOVE "key the key value" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION LENGTH(FUNCTION TRIM(entry-value
                        TRAILING)) TO value-length.
                IF value-length > rt-key-length(browse-idx) THEN
                    MOVE rt-key-length(browse-idx) TO value-length
                END-IF.
                PERFORM reopen-the-file.
                IF file-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO record-found.
                PERFORM UNTIL file-at-end = 1 OR record-found = 1
                    PERFORM read-one-record
                    IF file-at-end = 0 THEN
                        PERFORM judge-the-key
                    END-IF
                END-PERFORM.
                IF record-found = 1 THEN
                    PERFORM show-the-record
                ELSE
                    MOVE "no record at or past that key"
                            TO panel-message
                    MOVE shown-recno TO wanted-recno
                    IF wanted-recno > 0 THEN
                        PERFORM go-to-record
                    END-IF
                END-IF.
                EXIT.

            judge-the-key.
                IF rt-org(browse-idx) = "I" THEN
                    IF file-record(rt-key-start(browse-idx):
                            rt-key-length(browse-idx))
                            >= entry-value(1:rt-key-length(browse-idx))
                            THEN
                        MOVE 1 TO record-found
                    END-IF
                ELSE
                    IF file-record(rt-key-start(browse-idx):
                            value-length)
                            = entry-value(1:value-length) THEN
                        MOVE 1 TO record-found
                    END-IF
                END-IF.
                EXIT.

            *> forward from the record shown, for the first record
            *> whose named field holds the value keyed.
            search-the-field.
                MOVE 0 TO search-idx.
                PERFORM VARYING field-idx FROM 1 BY 1
                        UNTIL field-idx > fx-field-count
                    IF ln-field-name(field-idx)
                            = FUNCTION LOWER-CASE(entry-search) THEN
                        MOVE field-idx TO search-idx
                    END-IF
                END-PERFORM.
                IF search-idx = 0 THEN
                    MOVE "no such field in the file's layout"
                            TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF shown-recno = 0 THEN
                    MOVE "the file is empty" TO panel-message
                    EXIT PARAGRAPH
                END-IF.
                IF file-recno NOT = shown-recno THEN
                    MOVE shown-recno TO wanted-recno
                    PERFORM reopen-the-file
                    PERFORM read-one-record
                        UNTIL file-at-end = 1
                            OR file-recno = wanted-recno
                END-IF.
                MOVE 0 TO record-found.
                PERFORM UNTIL file-at-end = 1 OR record-found = 1
                    PERFORM read-one-record
                    IF file-at-end = 0 THEN
                        PERFORM judge-the-field
                    END-IF
                END-PERFORM.
                IF record-found = 1 THEN
                    PERFORM show-the-record
                ELSE
                    MOVE SPACES TO panel-message
                    STRING "no record after this one has "
                            FUNCTION TRIM(ln-field-name(search-idx))
                            " = " FUNCTION TRIM(entry-value)
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                    MOVE shown-recno TO wanted-recno
                    PERFORM go-to-record
                END-IF.
                EXIT.

            judge-the-field.
                MOVE SPACES TO search-text.
                MOVE file-record(fx-start(search-idx):
                        fx-length(search-idx)) TO search-text.
                IF ln-field-type(search-idx) = "N"
                        AND FUNCTION TEST-NUMVAL(entry-value) = 0
                        AND FUNCTION TEST-NUMVAL(search-text) = 0 THEN
                    IF FUNCTION NUMVAL(search-text)
                            = FUNCTION NUMVAL(entry-value) THEN
                        MOVE 1 TO record-found
                    END-IF
                ELSE
                    IF FUNCTION TRIM(search-text)
                            = FUNCTION TRIM(entry-value) THEN
                        MOVE 1 TO record-found
                    END-IF
                END-IF.
                EXIT.

            *> -------------------------------------------- the display
            *> the record field by field, and its row on the
            *> read-access log.
            show-the-record.
                MOVE file-recno TO shown-recno.
                MOVE file-record TO shown-record.
                ADD 1 TO records-shown.
                MOVE shown-recno TO shown-number.
                MOVE SPACES TO position-text.
                STRING FUNCTION TRIM(rt-name(browse-idx)) " ("
                        FUNCTION TRIM(rt-file(browse-idx))
                        ")  RECORD " FUNCTION TRIM(shown-number)
                    DELIMITED BY SIZE INTO position-text
                END-STRING.
                CALL "fwextract" USING shown-record, fx-field-count,
                        fx-layout, fx-output.
                DISPLAY " ".
                DISPLAY FUNCTION TRIM(position-text).
                PERFORM VARYING field-idx FROM 1 BY 1
                        UNTIL field-idx > fx-field-count
                    DISPLAY "  " ln-field-name(field-idx) " "
                            FUNCTION TRIM(fx-value(field-idx) TRAILING)
                END-PERFORM.
                MOVE SPACES TO view-subject.
                STRING FUNCTION TRIM(rt-name(browse-idx)) " #"
                        FUNCTION TRIM(shown-number) " "
                        shown-record(rt-key-start(browse-idx):
                            rt-key-length(browse-idx))
                    DELIMITED BY SIZE INTO view-subject
                END-STRING.
                CALL "viewlog" USING view-program, view-user-id,
                        view-subject.
                EXIT.

            *> ------------------------------------------- file access
            reopen-the-file.
                PERFORM close-the-file.
                MOVE 0 TO file-recno.
                MOVE 0 TO file-at-end.
                EVALUATE browse-reader
                    WHEN "L" OPEN INPUT loan-schedule
                    WHEN "C" OPEN INPUT collections-file
                    WHEN "N" OPEN INPUT note-file
                    WHEN OTHER
                        MOVE rt-file(browse-idx) TO flat-file-name
                        OPEN INPUT flat-file
                END-EVALUATE.
                IF browse-file-status NOT = "00" THEN
                    MOVE SPACES TO panel-message
                    STRING FUNCTION TRIM(rt-file(browse-idx))
                            " not available (status "
                            browse-file-status ")"
                        DELIMITED BY SIZE INTO panel-message
                    END-STRING
                    MOVE 1 TO file-at-end
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO file-is-open.
                EXIT.

            read-one-record.
                MOVE SPACES TO file-record.
                EVALUATE browse-reader
                    WHEN "L"
                        READ loan-schedule NEXT RECORD
                            AT END MOVE 1 TO file-at-end
                        END-READ
                        MOVE schedule-record TO file-record
                    WHEN "C"
                        READ collections-file NEXT RECORD
                            AT END MOVE 1 TO file-at-end
                        END-READ
                        MOVE collection-record TO file-record
                    WHEN "N"
                        READ note-file NEXT RECORD
                            AT END MOVE 1 TO file-at-end
                        END-READ
                        MOVE note-record TO file-record
                    WHEN OTHER
                        READ flat-file
                            AT END MOVE 1 TO file-at-end
                        END-READ
                        MOVE flat-record TO file-record
                END-EVALUATE.
                IF file-at-end = 0 THEN
                    ADD 1 TO file-recno
                END-IF.
                EXIT.

            close-the-file.
                IF file-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE browse-reader
                    WHEN "L" CLOSE loan-schedule
                    WHEN "C" CLOSE collections-file
                    WHEN "N" CLOSE note-file
                    WHEN OTHER CLOSE flat-file
                END-EVALUATE.
                MOVE 0 TO file-is-open.
                EXIT.

            *> ----------------------------------------- the registry
            load-the-registry.
                MOVE 0 TO registry-count.
                OPEN INPUT browse-control.
                IF browse-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ browse-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND bc-name NOT = SPACES
                                AND registry-count < 30 THEN
                            PERFORM hold-one-registry-line
                        END-IF
                    END-PERFORM
                    CLOSE browse-control
                END-IF.
                IF registry-count = 0 THEN
                    PERFORM load-the-default-registry
                END-IF.
                EXIT.

            hold-one-registry-line.
                ADD 1 TO registry-count.
                MOVE FUNCTION UPPER-CASE(bc-name)
                    TO rt-name(registry-count).
                MOVE bc-file TO rt-file(registry-count).
                MOVE FUNCTION UPPER-CASE(bc-org)
                    TO rt-org(registry-count).
                MOVE bc-layout TO rt-layout(registry-count).
                MOVE 1 TO rt-key-start(registry-count).
                MOVE 1 TO rt-key-length(registry-count).
                IF bc-key-start NUMERIC AND bc-key-start > 0 THEN
                    MOVE bc-key-start TO rt-key-start(registry-count)
                END-IF.
                IF bc-key-length NUMERIC AND bc-key-length > 0 THEN
                    MOVE bc-key-length
                        TO rt-key-length(registry-count)
                END-IF.
                EXIT.

            load-the-default-registry.
                MOVE 4 TO registry-count.
                MOVE "LOANSCHED"     TO rt-name(1).
                MOVE "loansched.dat" TO rt-file(1).
                MOVE "I"             TO rt-org(1).
                MOVE 9               TO rt-key-length(1).
                MOVE "COLLECT"       TO rt-name(2).
                MOVE "collect.dat"   TO rt-file(2).
                MOVE "I"             TO rt-org(2).
                MOVE 9               TO rt-key-length(2).
                MOVE "CASHSUSP"      TO rt-name(3).
                MOVE "cashsusp.dat"  TO rt-file(3).
                MOVE "S"             TO rt-org(3).
                MOVE 6               TO rt-key-length(3).
                MOVE "CUSTNOTE"      TO rt-name(4).
                MOVE "custnote.dat"  TO rt-file(4).
                MOVE "I"             TO rt-org(4).
                MOVE 18              TO rt-key-length(4).
                PERFORM VARYING registry-idx FROM 1 BY 1
                        UNTIL registry-idx > 4
                    MOVE rt-name(registry-idx)
                        TO rt-layout(registry-idx)
                    MOVE 1 TO rt-key-start(registry-idx)
                END-PERFORM.
                EXIT.

        END PROGRAM filebrws.
