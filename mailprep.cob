        *> **********************************************************************
        *> mailprep - the night's mail presort and print-vendor
        *> handoff. letters.prt, stmt.prt and the tax statements went
        *> to our own printer in customer-number order and every piece
        *> paid full first-class postage. This job takes the night's
        *> print files as the report repository captured them, sorts
        *> the pieces on the addressee's postal code and carrier route,
        *> groups them into trays behind tray break pages, and writes
        *> the whole presorted stream to the print vendor's file.
        *>
        *>    usage: mailprep [tray-size]
        *>      tray-size  the most pieces one tray holds, 250 when
        *>                 not given (1 to 999).
        *>
        *>    the print files taken are every capture on rptcat.dat
        *>    (see rptstore.cob) of letters.prt, stmt.prt and
        *>    taxstmt.prt for the cycle's business date - so each of
        *>    the night's letters runs is taken, not only the last one
        *>    to overwrite letters.prt - each walked piece by piece
        *>    with its piece index (MAILPCS, the .pcs captured beside
        *>    it under the same sequence). A capture whose index is
        *>    missing, or does not account for every print line, is
        *>    not handed off: it is listed on the manifest and stays
        *>    with the in-house printer.
        *>
        *>    the sort key: the 5-digit ZIP - the last word of the
        *>    addressee's cust-address that reads 99999, 99999-9999 or
        *>    999999999 - then the carrier route, then the ZIP+4, then
        *>    the customer, so one customer's pieces lie together.
        *>    Carrier routes come off carrier.ctl, one per line:
        *>      cols  1-5   ZIP
        *>      cols  7-10  lowest ZIP+4 add-on on the route
        *>      cols 12-15  highest ZIP+4 add-on on the route
        *>      cols 17-20  route, C001 style
        *>    a line with the add-on range blank takes the whole ZIP;
        *>    the first line that fits wins. No control file, or no
        *>    line for the ZIP, and the piece sorts in its ZIP unrouted.
        *>    A piece whose addressee has no ZIP on file sorts last, in
        *>    residual trays mailed at the full rate.
        *>
        *>    a tray holds one 3-digit ZIP area, and breaks early when
        *>    it reaches tray-size pieces. Pages are the piece's print
        *>    lines in 60-line pages.
        *>
        *>    the vendor file, mailvend.dat, one record per line,
        *>    cataloged through gencatlg:
        *>      "H" job X(8) cycle-date X(8) created X(14) tray-size
        *>          9(4) lines-per-page 9(3)
        *>      "B" tray 9(4) ZIP area X(3) first piece 9(6) - the
        *>          tray break page, its printed lines following
        *>      "P" piece 9(6) tray 9(4) document type X(2) pages 9(3)
        *>          insert codes X(6) postal sort key X(13) (ZIP,
        *>          ZIP+4, route) user_id 9(4) loan 9(6) print file
        *>          X(12) - its printed lines following
        *>      "L" one print line X(120)
        *>      "T" trays 9(4) pieces 9(7) pages 9(7) print lines 9(9)
        *>    document types are MAILPCS's; the inserts stuffed with
        *>    each: BR business reply envelope with a marketing
        *>    letter, RE remittance envelope with a dunning letter or
        *>    a loan statement, nothing with the rest.
        *>
        *>    every piece handed off also goes on the piece register,
        *>    mailreg.dat (MAILREG), under the piece id printed on the
        *>    envelope - the cycle date and the "P" record's piece
        *>    number - with the address it was mailed to, so returned
        *>    mail can be traced to its customer (see retmail.cob).
        *>
        *>    the mail-piece manifest, mailmfst.rpt - every print file
        *>    taken or refused, every piece in tray order with its
        *>    addressee and postal key, the tray subtotals and the
        *>    trailer's totals - is cataloged in the report repository
        *>    through rptstore.cob, so what was mailed on any cycle
        *>    can be proved from rptprint.
        *>
        *>    run order: after the night's last mail job - the notice
        *>    runs, stmtgen at month end, taxstmt in January.
        *>
        *>    RETURN-CODE: 0 clean, 4 a print file was refused or a
        *>    piece went out without a ZIP, 8 custmast.dat would not
        *>    open, 16 a bad tray size.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. mailprep.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT catalog-file ASSIGN TO "rptcat.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS catalog-file-status.
                    SELECT print-copy
                        ASSIGN TO DYNAMIC print-copy-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS print-copy-status.
                    SELECT piece-index
                        ASSIGN TO DYNAMIC piece-index-name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS piece-index-status.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT route-control ASSIGN TO "carrier.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS route-control-status.
                    SELECT piece-sorted ASSIGN TO "mailprep.srt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT piece-sort-work ASSIGN TO "mailprep.tmp".
                    SELECT register-file ASSIGN TO "mailreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS mr-piece-id
                        FILE STATUS IS register-file-status.
                    SELECT vendor-file ASSIGN TO "mailvend.dat"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT manifest-file ASSIGN TO "mailmfst.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  catalog-file.
                    01 catalog-record.
                        02 cat-name        PIC X(20).
                        02 cat-cycle-date  PIC X(8).
                        02 cat-sequence    PIC 9(3).
                        02 cat-stored-name PIC X(40).
                        02 cat-line-count  PIC 9(7).
                FD  print-copy.
                    01 print-copy-line PIC X(120).
                FD  piece-index.
                    COPY MAILPCS.
                FD  customer-master.
                    COPY CUSTREC.
                FD  route-control.
                    01 route-control-line.
                        02 control-zip      PIC X(5).
                        02 FILLER           PIC X(1).
                        02 control-low      PIC X(4).
                        02 FILLER           PIC X(1).
                        02 control-high     PIC X(4).
                        02 FILLER           PIC X(1).
                        02 control-route    PIC X(4).
                FD  piece-sorted.
                    01 sorted-record.
                        02 srt-zip          PIC X(5).
                        02 srt-route        PIC X(4).
                        02 srt-zip-plus     PIC X(4).
                        02 srt-user-id      PIC 9(4).
                        02 srt-piece        PIC 9(6).
                        02 srt-line         PIC 9(5).
                        02 srt-doc-type     PIC X(2).
                        02 srt-loan-number  PIC 9(6).
                        02 srt-pages        PIC 9(3).
                        02 srt-inserts      PIC X(6).
                        02 srt-source       PIC X(12).
                        02 srt-text         PIC X(120).
                SD  piece-sort-work.
                    01 sort-work-record.
                        02 sw-zip           PIC X(5).
                        02 sw-route         PIC X(4).
                        02 sw-zip-plus      PIC X(4).
                        02 sw-user-id       PIC 9(4).
                        02 sw-piece         PIC 9(6).
                        02 sw-line          PIC 9(5).
                        02 sw-doc-type      PIC X(2).
                        02 sw-loan-number   PIC 9(6).
                        02 sw-pages         PIC 9(3).
                        02 sw-inserts       PIC X(6).
                        02 sw-source        PIC X(12).
                        02 sw-text          PIC X(120).
                FD  register-file.
                    COPY MAILREG.
                FD  vendor-file.
                    01 vendor-header.
                        02 vh-type          PIC X(1).
                        02 vh-job           PIC X(8).
                        02 vh-cycle-date    PIC X(8).
                        02 vh-created       PIC X(14).
                        02 vh-tray-size     PIC 9(4).
                        02 vh-page-lines    PIC 9(3).
                    01 vendor-tray.
                        02 vb-type          PIC X(1).
                        02 vb-tray          PIC 9(4).
                        02 vb-zip-area      PIC X(3).
                        02 vb-first-piece   PIC 9(6).
                    01 vendor-piece.
                        02 vp-type          PIC X(1).
                        02 vp-piece         PIC 9(6).
                        02 vp-tray          PIC 9(4).
                        02 vp-doc-type      PIC X(2).
                        02 vp-pages         PIC 9(3).
                        02 vp-inserts       PIC X(6).
                        02 vp-sort-key.
                            03 vp-zip       PIC X(5).
                            03 vp-zip-plus  PIC X(4).
                            03 vp-route     PIC X(4).
                        02 vp-user-id       PIC 9(4).
                        02 vp-loan-number   PIC 9(6).
                        02 vp-source        PIC X(12).
                    01 vendor-text.
                        02 vl-type          PIC X(1).
                        02 vl-text          PIC X(120).
                    01 vendor-trailer.
                        02 vt-type          PIC X(1).
                        02 vt-trays         PIC 9(4).
                        02 vt-pieces        PIC 9(7).
                        02 vt-pages         PIC 9(7).
                        02 vt-lines         PIC 9(9).
                FD  manifest-file.
                    01 manifest-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 catalog-file-status  PIC X(02) VALUE "00".
                01 print-copy-status    PIC X(02) VALUE "00".
                01 piece-index-status   PIC X(02) VALUE "00".
                01 master-file-status   PIC X(02) VALUE "00".
                01 route-control-status PIC X(02) VALUE "00".
                01 register-file-status PIC X(02) VALUE "00".
                01 register-is-open PIC 9 VALUE ZERO.
                01 print-copy-name  PIC X(40) VALUE SPACES.
                01 piece-index-name PIC X(40) VALUE SPACES.
                01 index-report-name PIC X(20) VALUE SPACES.
                01 cmd-full-line    PIC X(100) VALUE SPACES.
                01 arg-tray-size    PIC X(10) VALUE SPACES.
                01 tray-size        PIC 9(4) VALUE 250.
                01 page-lines       PIC 9(3) VALUE 60.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 catalog-done     PIC 9 VALUE ZERO.
                01 index-done       PIC 9 VALUE ZERO.
                01 control-done     PIC 9 VALUE ZERO.
                *> the carrier routes, loaded once.
                01 route-table.
                    02 route-entry OCCURS 500 TIMES.
                        03 route-zip        PIC X(5).
                        03 route-low        PIC X(4).
                        03 route-high       PIC X(4).
                        03 route-code       PIC X(4).
                01 route-count      PIC 9(3) VALUE ZEROS.
                01 route-idx        PIC 9(3) VALUE ZEROS.
                *> the inserts that go in the envelope with each kind
                *> of document.
                01 insert-rules.
                    02 FILLER PIC X(8) VALUE "LMBR    ".
                    02 FILLER PIC X(8) VALUE "LDRE    ".
                    02 FILLER PIC X(8) VALUE "LS      ".
                    02 FILLER PIC X(8) VALUE "STRE    ".
                    02 FILLER PIC X(8) VALUE "TX      ".
                01 FILLER REDEFINES insert-rules.
                    02 insert-rule OCCURS 5 TIMES.
                        03 insert-doc-type  PIC X(2).
                        03 insert-codes     PIC X(6).
                01 insert-idx       PIC 9 VALUE ZERO.
                *> the addressee's postal code, read back a word at a
                *> time from the end of the address.
                01 address-words.
                    02 address-word PIC X(20) OCCURS 15 TIMES.
                01 word-index       PIC 9(2) VALUE ZEROS.
                01 postal-found     PIC 9 VALUE ZERO.
                01 postal-zip       PIC X(5) VALUE SPACES.
                01 postal-zip-plus  PIC X(4) VALUE SPACES.
                01 postal-route     PIC X(4) VALUE SPACES.
                *> the print file and the piece in hand.
                01 source-name      PIC X(12) VALUE SPACES.
                01 index-pieces     PIC 9(6) VALUE ZEROS.
                01 index-lines      PIC 9(7) VALUE ZEROS.
                01 piece-number     PIC 9(6) VALUE ZEROS.
                01 piece-line       PIC 9(5) VALUE ZEROS.
                01 piece-pages      PIC 9(3) VALUE ZEROS.
                01 copy-short       PIC 9 VALUE ZERO.
                *> the sorted walk: the piece and tray being written.
                01 current-piece    PIC 9(6) VALUE ZEROS.
                01 tray-number      PIC 9(4) VALUE ZEROS.
                01 tray-zip-area    PIC X(3) VALUE SPACES.
                01 piece-zip-area   PIC X(3) VALUE SPACES.
                01 tray-pieces      PIC 9(6) VALUE ZEROS.
                01 tray-pages       PIC 9(7) VALUE ZEROS.
                *> the night's tallies.
                01 files-taken      PIC 9(4) VALUE ZEROS.
                01 files-refused    PIC 9(4) VALUE ZEROS.
                01 pieces-mailed    PIC 9(7) VALUE ZEROS.
                01 pages-mailed     PIC 9(7) VALUE ZEROS.
                01 lines-mailed     PIC 9(9) VALUE ZEROS.
                01 pieces-residual  PIC 9(7) VALUE ZEROS.
                01 pieces-routed    PIC 9(7) VALUE ZEROS.
                01 vendor-records   PIC 9(9) VALUE ZEROS.
                01 delete-status    PIC 9(9) COMP VALUE ZERO.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the vendor file's generation catalog - see
                *> gencatlg.cob.
                01 generation-base  PIC X(20) VALUE "mailvend.dat".
                01 generation-count PIC 9(9) VALUE ZEROS.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "mailmfst.rpt".
                01 banner-job-name  PIC X(20) VALUE "MAILPREP".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            UNSTRING cmd-full-line DELIMITED BY SPACE
                    INTO arg-tray-size
            END-UNSTRING.
            IF arg-tray-size NOT = SPACES THEN
                IF FUNCTION TRIM(arg-tray-size) NOT NUMERIC
                        OR FUNCTION NUMVAL(arg-tray-size) < 1
                        OR FUNCTION NUMVAL(arg-tray-size) > 999 THEN
                    DISPLAY "usage: mailprep [tray-size]  (1 to 999)"
                    MOVE 16 TO RETURN-CODE
                    MOVE 16 TO banner-retcode
                    CALL "jobbanner" USING banner-job-name, "E",
                            banner-rec-count, banner-retcode
                    GOBACK
                END-IF
                MOVE FUNCTION NUMVAL(arg-tray-size) TO tray-size
            END-IF.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN INPUT customer-master.
            IF master-file-status NOT = "00" THEN
                DISPLAY "mailprep: custmast.dat not available "
                        "(status " master-file-status ")"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM load-carrier-routes.
            OPEN OUTPUT manifest-file.
            MOVE SPACES TO print-text.
            STRING "MAIL-PIECE MANIFEST - CYCLE " cycle-date-stamp
                    "  TRAY SIZE " tray-size
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "PRINT FILES TAKEN" TO print-text.
            PERFORM print-one-line.
            SORT piece-sort-work
                ON ASCENDING KEY sw-zip, sw-route, sw-zip-plus,
                        sw-user-id, sw-piece, sw-line
                INPUT PROCEDURE IS release-the-night
                GIVING piece-sorted.
            IF files-taken = 0 AND files-refused = 0 THEN
                MOVE "  no print files captured for the cycle"
                        TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE "PIECES IN TRAY ORDER" TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "  piece  tray doc user   loan   zip        route "
                    "pages inserts print file"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM list-one-line.
            OPEN OUTPUT vendor-file.
            MOVE SPACES TO vendor-header.
            MOVE "H" TO vh-type.
            MOVE "MAILPREP" TO vh-job.
            MOVE cycle-date-stamp TO vh-cycle-date.
            MOVE FUNCTION CURRENT-DATE(1:14) TO vh-created.
            MOVE tray-size TO vh-tray-size.
            MOVE page-lines TO vh-page-lines.
            WRITE vendor-header.
            ADD 1 TO vendor-records.
            MOVE 0 TO current-piece.
            MOVE 0 TO tray-number.
            MOVE 0 TO tray-pieces.
            OPEN I-O register-file.
            IF register-file-status = "35" THEN
                OPEN OUTPUT register-file
                CLOSE register-file
                OPEN I-O register-file
            END-IF.
            IF register-file-status = "00" THEN
                MOVE 1 TO register-is-open
            ELSE
                DISPLAY "mailprep: mailreg.dat not available (status "
                        register-file-status ") - pieces not registered"
            END-IF.
            OPEN INPUT piece-sorted.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ piece-sorted
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    IF srt-piece NOT = current-piece THEN
                        PERFORM start-one-piece
                    END-IF
                    MOVE SPACES TO vendor-text
                    MOVE "L" TO vl-type
                    MOVE srt-text TO vl-text
                    WRITE vendor-text
                    ADD 1 TO vendor-records
                    ADD 1 TO lines-mailed
                END-IF
            END-PERFORM.
            CLOSE piece-sorted.
            CALL "CBL_DELETE_FILE" USING "mailprep.srt"
                    RETURNING delete-status.
            IF register-is-open = 1 THEN
                CLOSE register-file
            END-IF.
            CLOSE customer-master.
            PERFORM close-the-tray.
            MOVE SPACES TO vendor-trailer.
            MOVE "T" TO vt-type.
            MOVE tray-number TO vt-trays.
            MOVE pieces-mailed TO vt-pieces.
            MOVE pages-mailed TO vt-pages.
            MOVE lines-mailed TO vt-lines.
            WRITE vendor-trailer.
            ADD 1 TO vendor-records.
            CLOSE vendor-file.
            MOVE vendor-records TO generation-count.
            CALL "gencatlg" USING generation-base, generation-count.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " pieces-mailed " piece(s), "
                    pages-mailed " page(s) in " tray-number
                    " tray(s) - " files-taken " print file(s) taken, "
                    files-refused " refused"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "        " pieces-routed " piece(s) on a carrier "
                    "route, " pieces-residual " without a ZIP "
                    "(residual, full rate)"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE manifest-file.
            CALL "rptstore" USING repo-report-name.
            MOVE pieces-mailed TO banner-rec-count.
            IF files-refused > 0 OR pieces-residual > 0 THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            load-carrier-routes.
                MOVE 0 TO route-count.
                OPEN INPUT route-control.
                IF route-control-status NOT = "00" THEN
                    DISPLAY "mailprep: carrier.ctl not on hand - "
                            "pieces sorted on ZIP alone"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO control-done.
                PERFORM UNTIL control-done = 1
                        OR route-count >= 500
                    READ route-control
                        AT END MOVE 1 TO control-done
                        NOT AT END
                            IF control-zip NUMERIC THEN
                                ADD 1 TO route-count
                                MOVE control-zip
                                        TO route-zip(route-count)
                                MOVE control-low
                                        TO route-low(route-count)
                                MOVE control-high
                                        TO route-high(route-count)
                                MOVE FUNCTION UPPER-CASE(
                                        control-route)
                                        TO route-code(route-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE route-control.
                EXIT.

            *> feeds the sort: every capture of the night's print
            *> files on the repository catalog, one print line at a
            *> time, keyed on its piece's postal sort key.
            release-the-night.
                OPEN INPUT catalog-file.
                IF catalog-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO catalog-done.
                PERFORM UNTIL catalog-done = 1
                    READ catalog-file
                        AT END MOVE 1 TO catalog-done
                    END-READ
                    IF catalog-done = 0
                            AND cat-cycle-date = cycle-date-stamp
                            AND cat-line-count > 0
                            AND (cat-name = "letters.prt"
                                OR cat-name = "stmt.prt"
                                OR cat-name = "taxstmt.prt") THEN
                        PERFORM release-one-print-file
                    END-IF
                END-PERFORM.
                CLOSE catalog-file.
                EXIT.

            *> one captured print file and the index captured beside
            *> it; the index must account for every print line before
            *> a piece of the file is handed off.
            release-one-print-file.
                MOVE cat-name TO source-name.
                MOVE cat-stored-name TO print-copy-name.
                MOVE SPACES TO index-report-name.
                STRING cat-name DELIMITED BY ".prt"
                        ".pcs" DELIMITED BY SIZE
                    INTO index-report-name
                END-STRING.
                MOVE SPACES TO piece-index-name.
                STRING "rpt." DELIMITED BY SIZE
                        FUNCTION TRIM(index-report-name)
                            DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        cat-cycle-date DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        cat-sequence DELIMITED BY SIZE
                    INTO piece-index-name
                END-STRING.
                MOVE 0 TO index-pieces.
                MOVE 0 TO index-lines.
                OPEN INPUT piece-index.
                IF piece-index-status NOT = "00" THEN
                    ADD 1 TO files-refused
                    MOVE SPACES TO print-text
                    STRING "  " cat-stored-name " REFUSED - no "
                            "piece index"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO index-done.
                PERFORM UNTIL index-done = 1
                    READ piece-index
                        AT END MOVE 1 TO index-done
                        NOT AT END
                            ADD 1 TO index-pieces
                            ADD mp-line-count TO index-lines
                    END-READ
                END-PERFORM.
                CLOSE piece-index.
                IF index-lines NOT = cat-line-count THEN
                    ADD 1 TO files-refused
                    MOVE SPACES TO print-text
                    STRING "  " cat-stored-name " REFUSED - index "
                            "counts " index-lines " of "
                            cat-line-count " line(s)"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT print-copy.
                IF print-copy-status NOT = "00" THEN
                    ADD 1 TO files-refused
                    MOVE SPACES TO print-text
                    STRING "  " cat-stored-name " REFUSED - capture "
                            "not on hand (status " print-copy-status
                            ")"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO files-taken.
                MOVE SPACES TO print-text.
                STRING "  " cat-stored-name " " index-pieces
                        " piece(s) " index-lines " line(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                OPEN INPUT piece-index.
                MOVE 0 TO copy-short.
                MOVE 0 TO index-done.
                PERFORM UNTIL index-done = 1
                    READ piece-index
                        AT END MOVE 1 TO index-done
                        NOT AT END PERFORM release-one-piece
                    END-READ
                END-PERFORM.
                CLOSE piece-index.
                CLOSE print-copy.
                EXIT.

            *> one piece: its addressee's postal key, pages and
            *> inserts, then its print lines.
            release-one-piece.
                ADD 1 TO piece-number.
                MOVE SPACES TO cust-address.
                MOVE mp-user-id TO user_id.
                READ customer-master
                    INVALID KEY MOVE SPACES TO cust-address
                END-READ.
                PERFORM find-the-postal-code.
                PERFORM find-the-route.
                COMPUTE piece-pages =
                        (mp-line-count + page-lines - 1) / page-lines.
                IF piece-pages = 0 THEN
                    MOVE 1 TO piece-pages
                END-IF.
                MOVE SPACES TO sort-work-record.
                MOVE SPACES TO sw-inserts.
                PERFORM VARYING insert-idx FROM 1 BY 1
                        UNTIL insert-idx > 5
                    IF insert-doc-type(insert-idx) = mp-doc-type THEN
                        MOVE insert-codes(insert-idx) TO sw-inserts
                    END-IF
                END-PERFORM.
                IF postal-found = 1 THEN
                    MOVE postal-zip TO sw-zip
                ELSE
                    MOVE "ZZZZZ" TO sw-zip
                END-IF.
                MOVE postal-route TO sw-route.
                MOVE postal-zip-plus TO sw-zip-plus.
                MOVE mp-user-id TO sw-user-id.
                MOVE piece-number TO sw-piece.
                MOVE mp-doc-type TO sw-doc-type.
                MOVE mp-loan-number TO sw-loan-number.
                MOVE piece-pages TO sw-pages.
                MOVE source-name TO sw-source.
                PERFORM VARYING piece-line FROM 1 BY 1
                        UNTIL piece-line > mp-line-count
                    MOVE SPACES TO print-copy-line
                    IF copy-short = 0 THEN
                        READ print-copy
                            AT END MOVE 1 TO copy-short
                        END-READ
                    END-IF
                    MOVE piece-line TO sw-line
                    MOVE print-copy-line TO sw-text
                    RELEASE sort-work-record
                END-PERFORM.
                EXIT.

            *> the last word of the address that reads as a ZIP, a
            *> ZIP+4 or the nine digits run together.
            find-the-postal-code.
                MOVE 0 TO postal-found.
                MOVE SPACES TO postal-zip.
                MOVE SPACES TO postal-zip-plus.
                MOVE SPACES TO address-words.
                UNSTRING cust-address DELIMITED BY ALL SPACE OR ","
                        INTO address-word(1) address-word(2)
                             address-word(3) address-word(4)
                             address-word(5) address-word(6)
                             address-word(7) address-word(8)
                             address-word(9) address-word(10)
                             address-word(11) address-word(12)
                             address-word(13) address-word(14)
                             address-word(15)
                END-UNSTRING.
                PERFORM VARYING word-index FROM 15 BY -1
                        UNTIL word-index < 1 OR postal-found = 1
                    EVALUATE TRUE
                        WHEN address-word(word-index)(1:5) NUMERIC
                                AND address-word(word-index)(6:)
                                    = SPACES
                            MOVE 1 TO postal-found
                            MOVE address-word(word-index)(1:5)
                                    TO postal-zip
                        WHEN address-word(word-index)(1:5) NUMERIC
                                AND address-word(word-index)(6:1)
                                    = "-"
                                AND address-word(word-index)(7:4)
                                    NUMERIC
                                AND address-word(word-index)(11:)
                                    = SPACES
                            MOVE 1 TO postal-found
                            MOVE address-word(word-index)(1:5)
                                    TO postal-zip
                            MOVE address-word(word-index)(7:4)
                                    TO postal-zip-plus
                        WHEN address-word(word-index)(1:9) NUMERIC
                                AND address-word(word-index)(10:)
                                    = SPACES
                            MOVE 1 TO postal-found
                            MOVE address-word(word-index)(1:5)
                                    TO postal-zip
                            MOVE address-word(word-index)(6:4)
                                    TO postal-zip-plus
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-PERFORM.
                EXIT.

            find-the-route.
                MOVE SPACES TO postal-route.
                IF postal-found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING route-idx FROM 1 BY 1
                        UNTIL route-idx > route-count
                            OR postal-route NOT = SPACES
                    IF route-zip(route-idx) = postal-zip THEN
                        IF route-low(route-idx) = SPACES
                                OR (postal-zip-plus NOT = SPACES
                                    AND postal-zip-plus
                                        >= route-low(route-idx)
                                    AND postal-zip-plus
                                        <= route-high(route-idx))
                                THEN
                            MOVE route-code(route-idx)
                                    TO postal-route
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> a new piece off the sorted walk: a new tray when the
            *> ZIP area changes or the tray is full, then the piece's
            *> record and its manifest line.
            start-one-piece.
                MOVE srt-piece TO current-piece.
                IF srt-zip = "ZZZZZ" THEN
                    MOVE "RES" TO piece-zip-area
                ELSE
                    MOVE srt-zip(1:3) TO piece-zip-area
                END-IF.
                IF tray-number = 0
                        OR piece-zip-area NOT = tray-zip-area
                        OR tray-pieces >= tray-size THEN
                    PERFORM close-the-tray
                    PERFORM open-a-tray
                END-IF.
                ADD 1 TO tray-pieces.
                ADD srt-pages TO tray-pages.
                ADD 1 TO pieces-mailed.
                ADD srt-pages TO pages-mailed.
                IF srt-zip = "ZZZZZ" THEN
                    ADD 1 TO pieces-residual
                END-IF.
                IF srt-route NOT = SPACES THEN
                    ADD 1 TO pieces-routed
                END-IF.
                MOVE SPACES TO vendor-piece.
                MOVE "P" TO vp-type.
                MOVE pieces-mailed TO vp-piece.
                MOVE tray-number TO vp-tray.
                MOVE srt-doc-type TO vp-doc-type.
                MOVE srt-pages TO vp-pages.
                MOVE srt-inserts TO vp-inserts.
                IF srt-zip NOT = "ZZZZZ" THEN
                    MOVE srt-zip TO vp-zip
                END-IF.
                MOVE srt-zip-plus TO vp-zip-plus.
                MOVE srt-route TO vp-route.
                MOVE srt-user-id TO vp-user-id.
                MOVE srt-loan-number TO vp-loan-number.
                MOVE srt-source TO vp-source.
                WRITE vendor-piece.
                ADD 1 TO vendor-records.
                PERFORM register-the-piece.
                MOVE SPACES TO print-text.
                STRING "  " vp-piece " " vp-tray " " vp-doc-type
                        "  " vp-user-id " " vp-loan-number " "
                        vp-zip "-" vp-zip-plus " " vp-route "  "
                        vp-pages "   " vp-inserts "  " vp-source
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM list-one-line.
                EXIT.

            *> the piece id the return scanner reads back - see
            *> MAILREG. The address is the addressee's as it stood
            *> when the piece was sorted.
            register-the-piece.
                IF register-is-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO mail-register-record.
                MOVE cycle-date-stamp TO mr-cycle-date.
                MOVE vp-piece TO mr-piece.
                MOVE srt-user-id TO mr-user-id.
                MOVE srt-loan-number TO mr-loan-number.
                MOVE srt-doc-type TO mr-doc-type.
                MOVE srt-user-id TO user_id.
                READ customer-master
                    INVALID KEY MOVE SPACES TO cust-address
                END-READ.
                MOVE cust-address TO mr-address.
                WRITE mail-register-record
                    INVALID KEY
                        REWRITE mail-register-record
                END-WRITE.
                EXIT.

            *> the tray break page: its record, then the lines the
            *> vendor prints on it.
            open-a-tray.
                ADD 1 TO tray-number.
                MOVE piece-zip-area TO tray-zip-area.
                MOVE 0 TO tray-pieces.
                MOVE 0 TO tray-pages.
                MOVE SPACES TO vendor-tray.
                MOVE "B" TO vb-type.
                MOVE tray-number TO vb-tray.
                MOVE tray-zip-area TO vb-zip-area.
                COMPUTE vb-first-piece = pieces-mailed + 1.
                WRITE vendor-tray.
                ADD 1 TO vendor-records.
                MOVE SPACES TO vendor-text.
                MOVE "L" TO vl-type.
                STRING "*** TRAY " tray-number " ***  CYCLE "
                        cycle-date-stamp
                    DELIMITED BY SIZE INTO vl-text
                END-STRING.
                WRITE vendor-text.
                MOVE SPACES TO vendor-text.
                MOVE "L" TO vl-type.
                IF tray-zip-area = "RES" THEN
                    MOVE "RESIDUAL - NO ZIP ON FILE - FULL RATE"
                            TO vl-text
                ELSE
                    STRING "ZIP AREA " tray-zip-area "XX"
                        DELIMITED BY SIZE INTO vl-text
                    END-STRING
                END-IF.
                WRITE vendor-text.
                MOVE SPACES TO vendor-text.
                MOVE "L" TO vl-type.
                STRING "FIRST PIECE " vb-first-piece
                    DELIMITED BY SIZE INTO vl-text
                END-STRING.
                WRITE vendor-text.
                MOVE SPACES TO vendor-text.
                MOVE "L" TO vl-type.
                MOVE ALL "-" TO vl-text.
                WRITE vendor-text.
                ADD 4 TO vendor-records.
                EXIT.

            close-the-tray.
                IF tray-number = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO print-text.
                STRING "    tray " tray-number " zip area "
                        tray-zip-area ": " tray-pieces " piece(s), "
                        tray-pages " page(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM list-one-line.
                EXIT.

            print-one-line.
                DISPLAY "mailprep: " FUNCTION TRIM(print-text).
                MOVE print-text TO manifest-line.
                WRITE manifest-line.
                EXIT.

            *> a manifest line kept off the console - the per-piece
            *> listing runs to the night's whole mail.
            list-one-line.
                MOVE print-text TO manifest-line.
                WRITE manifest-line.
                EXIT.

        END PROGRAM mailprep.
