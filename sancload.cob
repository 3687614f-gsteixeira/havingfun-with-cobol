        *> **********************************************************************
        *> sancload - loads the published sanctions list into the watch
        *> list every screening reads. Nobody screened a customer against
        *> the government list before; the list now arrives as the
        *> government publishes it - three CSV files - and this job folds
        *> it into watchlst.dat (WATCHLST), one row per name a listed
        *> party goes by, for sancscrn.cob to match against.
        *>
        *>    usage: sancload [list-file]      (default sdn.csv)
        *>
        *>    the published files, CSV, read through csvread.cob:
        *>      sdn.csv  one row per listed party: entry number, name,
        *>               party type, sanctions program, ...
        *>      alt.csv  its aliases: entry number, alias number,
        *>               alias type, alias name, ...
        *>      add.csv  its addresses: entry number, address number,
        *>               street, city/state/postal code, country, ...
        *>    alt.csv and add.csv are always read by those names, and
        *>    either may be missing - the party then has no aliases, or
        *>    no address to strengthen a match with. A field reading
        *>    "-0-" is the list's empty value.
        *>
        *>    the three are brought together on the entry number
        *>    through a sort, so each name row carries its party's
        *>    program and first address (city and country - the part
        *>    of a listed address that still means something years on).
        *>
        *>    watchlst.dat is cataloged through gencatlg, so a bad list
        *>    can be backed out with genmaint; watchlst.ctl records
        *>    when it was loaded, from what, how many names, and a
        *>    checksum of the folded contents - sancnite.cob rescreens
        *>    the whole customer master only when the checksum moves.
        *>
        *>    RETURN-CODE: 0 loaded, 4 more names than sancscrn holds
        *>    (the excess is not screened), 8 no list file.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. sancload.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT party-file
                        ASSIGN TO DYNAMIC list-path-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS party-file-status.
                    SELECT alias-file ASSIGN TO "alt.csv"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS alias-file-status.
                    SELECT address-file ASSIGN TO "add.csv"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS address-file-status.
                    SELECT list-sorted ASSIGN TO "sancload.srt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT list-sort-work ASSIGN TO "sancload.tmp".
                    SELECT watch-file ASSIGN TO "watchlst.dat"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT control-file ASSIGN TO "watchlst.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  party-file.
                    01 party-line   PIC X(500).
                FD  alias-file.
                    01 alias-line   PIC X(500).
                FD  address-file.
                    01 address-line PIC X(500).
                FD  list-sorted.
                    01 sorted-record.
                        02 srt-entry        PIC 9(8).
                        02 srt-order        PIC X(1).
                        02 srt-name         PIC X(60).
                        02 srt-program      PIC X(12).
                        02 srt-address      PIC X(40).
                SD  list-sort-work.
                    *> the order byte puts a party's address first,
                    *> then its primary name, then its aliases.
                    01 sort-work-record.
                        02 sw-entry         PIC 9(8).
                        02 sw-order         PIC X(1).
                        02 sw-name          PIC X(60).
                        02 sw-program       PIC X(12).
                        02 sw-address       PIC X(40).
                FD  watch-file.
                    COPY WATCHLST.
                FD  control-file.
                    01 control-record.
                        02 wc-loaded        PIC X(14).
                        02 wc-source        PIC X(40).
                        02 wc-names         PIC 9(6).
                        02 wc-checksum      PIC 9(15).
            WORKING-STORAGE SECTION.
                01 party-file-status    PIC X(02) VALUE "00".
                01 alias-file-status    PIC X(02) VALUE "00".
                01 address-file-status  PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 cmd-line-args    PIC X(100) VALUE SPACES.
                01 list-path-name   PIC X(100) VALUE "sdn.csv".
                *> the parsed line - see csvread.cob.
                01 csv-line         PIC X(500) VALUE SPACES.
                01 csv-field-count  PIC 9(4) VALUE ZEROS.
                01 csv-fields.
                    02 csv-field OCCURS 20 TIMES PIC X(100).
                *> the folding: upper case, anything but a letter or
                *> a digit to a blank, runs of blanks to one.
                01 fold-in          PIC X(100) VALUE SPACES.
                01 fold-out         PIC X(100) VALUE SPACES.
                01 fold-idx         PIC 9(3) VALUE ZEROS.
                01 fold-pointer     PIC 9(3) VALUE ZEROS.
                01 fold-char        PIC X(1) VALUE SPACE.
                01 fold-last-blank  PIC 9 VALUE ZERO.
                01 place-text       PIC X(100) VALUE SPACES.
                *> the party in hand on the sorted walk.
                01 current-entry    PIC 9(8) VALUE ZEROS.
                01 current-program  PIC X(12) VALUE SPACES.
                01 current-address  PIC X(40) VALUE SPACES.
                01 checksum-idx     PIC 9(3) VALUE ZEROS.
                01 list-checksum    PIC 9(15) VALUE ZEROS.
                *> the most names sancscrn.cob holds in its table.
                01 screen-capacity  PIC 9(6) VALUE 20000.
                01 parties-read     PIC 9(6) VALUE ZEROS.
                01 aliases-read     PIC 9(6) VALUE ZEROS.
                01 addresses-read   PIC 9(6) VALUE ZEROS.
                01 names-written    PIC 9(6) VALUE ZEROS.
                01 delete-status    PIC 9(9) COMP VALUE ZERO.
                *> the watch list's generation catalog - see
                *> gencatlg.cob.
                01 generation-base  PIC X(20) VALUE "watchlst.dat".
                01 generation-count PIC 9(9) VALUE ZEROS.
                01 banner-job-name  PIC X(20) VALUE "SANCLOAD".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-line-args FROM COMMAND-LINE.
            IF cmd-line-args NOT = SPACES THEN
                MOVE FUNCTION TRIM(cmd-line-args) TO list-path-name
            END-IF.
            OPEN INPUT party-file.
            IF party-file-status NOT = "00" THEN
                DISPLAY "sancload: no list file "
                        FUNCTION TRIM(list-path-name)
                        " - the watch list is left as it was"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            SORT list-sort-work
                ON ASCENDING KEY sw-entry, sw-order
                INPUT PROCEDURE IS release-the-list
                GIVING list-sorted.
            CLOSE party-file.
            OPEN OUTPUT watch-file.
            MOVE 0 TO current-entry.
            OPEN INPUT list-sorted.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ list-sorted
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    PERFORM write-one-name
                END-IF
            END-PERFORM.
            CLOSE list-sorted.
            CALL "CBL_DELETE_FILE" USING "sancload.srt"
                    RETURNING delete-status.
            CLOSE watch-file.
            MOVE names-written TO generation-count.
            CALL "gencatlg" USING generation-base, generation-count.
            OPEN OUTPUT control-file.
            MOVE SPACES TO control-record.
            MOVE FUNCTION CURRENT-DATE(1:14) TO wc-loaded.
            MOVE list-path-name TO wc-source.
            MOVE names-written TO wc-names.
            MOVE list-checksum TO wc-checksum.
            WRITE control-record.
            CLOSE control-file.
            DISPLAY "sancload: " parties-read " listed part(ies), "
                    aliases-read " alias(es), " addresses-read
                    " address(es) - " names-written " name(s) on "
                    "watchlst.dat, checksum " list-checksum.
            MOVE names-written TO banner-rec-count.
            IF names-written > screen-capacity THEN
                DISPLAY "sancload: more names than the " screen-capacity
                        " sancscrn holds - the excess is not screened"
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> feeds the sort: every address, primary name and alias,
            *> folded, keyed on its party.
            release-the-list.
                OPEN INPUT address-file.
                IF address-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ address-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            MOVE address-line TO csv-line
                            PERFORM release-one-address
                        END-IF
                    END-PERFORM
                    CLOSE address-file
                ELSE
                    DISPLAY "sancload: no add.csv - names matched "
                            "without addresses"
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ party-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE party-line TO csv-line
                        PERFORM release-one-party
                    END-IF
                END-PERFORM.
                OPEN INPUT alias-file.
                IF alias-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ alias-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            MOVE alias-line TO csv-line
                            PERFORM release-one-alias
                        END-IF
                    END-PERFORM
                    CLOSE alias-file
                ELSE
                    DISPLAY "sancload: no alt.csv - primary names only"
                END-IF.
                EXIT.

            *> a header line, or anything without an entry number in
            *> front, is passed over.
            release-one-party.
                CALL "csvread" USING csv-line, csv-field-count,
                        csv-fields.
                PERFORM clear-empty-fields.
                IF FUNCTION TRIM(csv-field(1)) NOT NUMERIC
                        OR csv-field(2) = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO sort-work-record.
                MOVE FUNCTION NUMVAL(csv-field(1)) TO sw-entry.
                MOVE "2" TO sw-order.
                MOVE csv-field(2) TO fold-in.
                PERFORM fold-the-text.
                MOVE fold-out(1:60) TO sw-name.
                MOVE csv-field(4) TO fold-in.
                PERFORM fold-the-text.
                MOVE fold-out(1:12) TO sw-program.
                RELEASE sort-work-record.
                ADD 1 TO parties-read.
                EXIT.

            release-one-alias.
                CALL "csvread" USING csv-line, csv-field-count,
                        csv-fields.
                PERFORM clear-empty-fields.
                IF FUNCTION TRIM(csv-field(1)) NOT NUMERIC
                        OR csv-field(4) = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO sort-work-record.
                MOVE FUNCTION NUMVAL(csv-field(1)) TO sw-entry.
                MOVE "3" TO sw-order.
                MOVE csv-field(4) TO fold-in.
                PERFORM fold-the-text.
                MOVE fold-out(1:60) TO sw-name.
                RELEASE sort-work-record.
                ADD 1 TO aliases-read.
                EXIT.

            *> city and country only: the street is rarely what a
            *> customer's address has in common with a listing.
            release-one-address.
                CALL "csvread" USING csv-line, csv-field-count,
                        csv-fields.
                PERFORM clear-empty-fields.
                IF FUNCTION TRIM(csv-field(1)) NOT NUMERIC
                        OR (csv-field(4) = SPACES
                            AND csv-field(5) = SPACES) THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO sort-work-record.
                MOVE FUNCTION NUMVAL(csv-field(1)) TO sw-entry.
                MOVE "1" TO sw-order.
                MOVE SPACES TO place-text.
                STRING FUNCTION TRIM(csv-field(4)) " "
                        FUNCTION TRIM(csv-field(5))
                    DELIMITED BY SIZE INTO place-text
                END-STRING.
                MOVE place-text TO fold-in.
                PERFORM fold-the-text.
                MOVE fold-out(1:40) TO sw-address.
                RELEASE sort-work-record.
                ADD 1 TO addresses-read.
                EXIT.

            clear-empty-fields.
                PERFORM VARYING fold-idx FROM 1 BY 1
                        UNTIL fold-idx > 20
                    IF FUNCTION TRIM(csv-field(fold-idx)) = "-0-" THEN
                        MOVE SPACES TO csv-field(fold-idx)
                    END-IF
                END-PERFORM.
                EXIT.

            *> the sorted walk: a party's first address and its
            *> program ride along onto each of its names.
            write-one-name.
                IF srt-entry NOT = current-entry THEN
                    MOVE srt-entry TO current-entry
                    MOVE SPACES TO current-program
                    MOVE SPACES TO current-address
                END-IF.
                EVALUATE srt-order
                    WHEN "1"
                        IF current-address = SPACES THEN
                            MOVE srt-address TO current-address
                        END-IF
                        EXIT PARAGRAPH
                    WHEN "2"
                        MOVE srt-program TO current-program
                END-EVALUATE.
                MOVE SPACES TO watch-list-record.
                MOVE srt-entry TO wl-entry.
                IF srt-order = "2" THEN
                    SET wl-is-primary TO TRUE
                ELSE
                    SET wl-is-alias TO TRUE
                END-IF.
                MOVE srt-name TO wl-name.
                MOVE current-program TO wl-program.
                MOVE current-address TO wl-address.
                WRITE watch-list-record.
                ADD 1 TO names-written.
                PERFORM add-to-checksum.
                EXIT.

            *> every character of the row, weighted by its place, so a
            *> changed name moves the sum even when its letters do not.
            add-to-checksum.
                ADD wl-entry TO list-checksum.
                PERFORM VARYING checksum-idx FROM 1 BY 1
                        UNTIL checksum-idx > 121
                    COMPUTE list-checksum = list-checksum
                            + FUNCTION ORD(watch-list-record(
                                    checksum-idx:1)) * checksum-idx
                END-PERFORM.
                EXIT.

            fold-the-text.
                MOVE SPACES TO fold-out.
                MOVE FUNCTION UPPER-CASE(fold-in) TO fold-in.
                MOVE 0 TO fold-pointer.
                MOVE 1 TO fold-last-blank.
                PERFORM VARYING fold-idx FROM 1 BY 1
                        UNTIL fold-idx > 100
                    MOVE fold-in(fold-idx:1) TO fold-char
                    IF (fold-char >= "A" AND fold-char <= "Z")
                            OR (fold-char >= "0" AND fold-char <= "9")
                        ADD 1 TO fold-pointer
                        MOVE fold-char TO fold-out(fold-pointer:1)
                        MOVE 0 TO fold-last-blank
                    ELSE
                        IF fold-last-blank = 0 THEN
                            ADD 1 TO fold-pointer
                            MOVE 1 TO fold-last-blank
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

        END PROGRAM sancload.
