        *> **********************************************************************
        *> inbreg - the inbound-file registry. The jobs that take a
        *> partner's file in - payremit, bankrecon, csvload, custbat,
        *> ackproc - used to trust whatever lay at their input path,
        *> and a remittance file the partner sent twice went into
        *> payments.trn twice; cashproof caught it the next morning.
        *> Each of them now asks here before it opens its file. The
        *> file is fingerprinted - name, bytes on disk, lines, the
        *> header sequence or date, a checksum of the content - and
        *> held against everything the feed has taken in before on
        *> inbound.dat (INBOUND): the same content, or the same
        *> header, is refused; a header that does not follow on from
        *> the last one taken in is let through but flagged. The job
        *> reports back at the end whether it took the file in or
        *> rejected it. inbound.cob lists the registry and releases
        *> a file resent on purpose.
        *>
        *>    callable, like loanarcq:
        *>      CALL "inbreg" USING ib-action, ib-feed, ib-path,
        *>                          ib-count, ib-outcome.
        *>        ib-action  "C" check the file before the job
        *>                       opens it, and register it
        *>                   "P" the job processed the file it
        *>                       checked last
        *>                   "F" the job rejected it - never taken in,
        *>                       so the same file may come again
        *>        ib-feed    X(10) the job's name, PAYREMIT etc.
        *>        ib-path    X(100) the file, C only
        *>        ib-count   9(9) the records the job took, P and F
        *>        ib-outcome 9 out, C only: 0 go ahead, 4 go ahead
        *>                   but the sequence has a gap, 8 refused -
        *>                   already taken in, or no registry.
        *>                   A file that is not there comes back 0
        *>                   unregistered; the job's own open says so.
        *>
        *>    inbound.ctl names the header each feed carries, one
        *>    feed a line: feed X(10), a space, the kind X(1) - N a
        *>    running file sequence number, D a business date - a
        *>    space, the record type the header sits on X(1) (a
        *>    space for the first line), a space, the start 9(3), a
        *>    space, the length 9(2). Missing, PAYREMIT's cycle date
        *>    off the "H" row is the one header known; a feed with no
        *>    header is held on its content alone.
        *>
        *>    a dated header follows on when it is the next weekday
        *>    after the last one taken in; a numbered one when it is
        *>    the last plus one.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. inbreg.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT presented-file
                        ASSIGN TO DYNAMIC presented-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS presented-file-status.
                    SELECT registry-file ASSIGN TO "inbound.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ir-key
                        FILE STATUS IS registry-file-status.
                    SELECT header-control ASSIGN TO "inbound.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS header-control-status.
        DATA DIVISION.
            FILE SECTION.
                FD  presented-file.
                    01 presented-line PIC X(1024).
                FD  registry-file.
                    COPY INBOUND.
                FD  header-control.
                    01 header-control-record.
                        02 hc-feed         PIC X(10).
                        02 FILLER          PIC X(1).
                        02 hc-kind         PIC X(1).
                        02 FILLER          PIC X(1).
                        02 hc-row-type     PIC X(1).
                        02 FILLER          PIC X(1).
                        02 hc-start        PIC 9(3).
                        02 FILLER          PIC X(1).
                        02 hc-length       PIC 9(2).
            WORKING-STORAGE SECTION.
                01 presented-file-status PIC X(02) VALUE "00".
                01 registry-file-status  PIC X(02) VALUE "00".
                01 header-control-status PIC X(02) VALUE "00".
                01 presented-path   PIC X(100) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 scan-done        PIC 9 VALUE ZERO.
                01 table-loaded     PIC 9 VALUE ZERO.
                *> the headers off inbound.ctl, read once.
                01 header-table.
                    02 ht-entry OCCURS 20 TIMES.
                        03 ht-feed       PIC X(10).
                        03 ht-kind       PIC X(1).
                        03 ht-row-type   PIC X(1).
                        03 ht-start      PIC 9(3).
                        03 ht-length     PIC 9(2).
                01 header-count     PIC 9(2) VALUE ZEROS.
                01 header-idx       PIC 9(2) VALUE ZEROS.
                01 feed-header      PIC 9(2) VALUE ZEROS.
                *> the file in hand, fingerprinted.
                01 file-info.
                    02 fi-size  PIC 9(18) COMP.
                    02 fi-rest  PIC X(8).
                01 check-status     USAGE BINARY-LONG VALUE ZERO.
                01 print-size       PIC 9(12) VALUE ZEROS.
                01 print-records    PIC 9(9) VALUE ZEROS.
                01 print-header     PIC X(20) VALUE SPACES.
                01 hash-a           PIC 9(9) VALUE ZEROS.
                01 hash-b           PIC 9(9) VALUE ZEROS.
                01 print-hash       PIC X(18) VALUE SPACES.
                01 line-length      PIC 9(4) VALUE ZEROS.
                01 char-idx         PIC 9(4) VALUE ZEROS.
                *> what the feed has taken in before.
                01 match-arrival    PIC X(16) VALUE SPACES.
                01 match-reason     PIC X(20) VALUE SPACES.
                01 release-key      PIC X(26) VALUE SPACES.
                01 release-by       PIC X(10) VALUE SPACES.
                01 last-header      PIC X(20) VALUE SPACES.
                01 gap-note         PIC X(40) VALUE SPACES.
                01 header-num       PIC 9(18) VALUE ZEROS.
                01 last-num         PIC 9(18) VALUE ZEROS.
                01 expected-num     PIC 9(18) VALUE ZEROS.
                01 expected-day     PIC 9(8) VALUE ZEROS.
                01 walk-integer     PIC 9(9) VALUE ZEROS.
                01 weekday-remainder PIC 9 VALUE ZERO.
                *> the row the last check wrote, for the P or F call.
                01 held-key         PIC X(26) VALUE SPACES.
            LINKAGE SECTION.
                01 ib-action       PIC X(1).
                01 ib-feed         PIC X(10).
                01 ib-path         PIC X(100).
                01 ib-count        PIC 9(9).
                01 ib-outcome      PIC 9.
        *> *********************************************************************
        PROCEDURE DIVISION USING ib-action, ib-feed, ib-path,
                ib-count, ib-outcome.
            EVALUATE ib-action
                WHEN "C"
                    PERFORM check-the-file
                WHEN "P"
                    PERFORM record-the-outcome
                WHEN "F"
                    PERFORM record-the-outcome
            END-EVALUATE.
            GOBACK.

            check-the-file.
                MOVE 0 TO ib-outcome.
                MOVE SPACES TO held-key.
                IF table-loaded = 0 THEN
                    PERFORM load-the-headers
                    MOVE 1 TO table-loaded
                END-IF.
                MOVE 0 TO feed-header.
                PERFORM VARYING header-idx FROM 1 BY 1
                        UNTIL header-idx > header-count
                    IF ht-feed(header-idx) = ib-feed THEN
                        MOVE header-idx TO feed-header
                    END-IF
                END-PERFORM.
                MOVE ib-path TO presented-path.
                PERFORM fingerprint-the-file.
                IF presented-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O registry-file.
                IF registry-file-status = "35" THEN
                    OPEN OUTPUT registry-file
                    CLOSE registry-file
                    OPEN I-O registry-file
                END-IF.
                IF registry-file-status NOT = "00" THEN
                    DISPLAY "inbreg: inbound.dat not available "
                            "(status " registry-file-status ") - "
                            FUNCTION TRIM(presented-path)
                            " not taken in"
                    MOVE 8 TO ib-outcome
                    EXIT PARAGRAPH
                END-IF.
                PERFORM scan-the-feed.
                MOVE SPACES TO inbound-record.
                MOVE ib-feed TO ir-feed.
                MOVE FUNCTION CURRENT-DATE(1:16) TO ir-arrival.
                MOVE presented-path TO ir-file-name.
                MOVE print-size TO ir-size.
                MOVE print-records TO ir-records.
                MOVE print-header TO ir-header.
                MOVE print-hash TO ir-hash.
                MOVE 0 TO ir-job-count.
                IF match-arrival NOT = SPACES
                        AND release-key = SPACES THEN
                    MOVE "D" TO ir-status
                    MOVE match-arrival TO ir-match-of
                    MOVE match-reason TO ir-gap-note
                    WRITE inbound-record
                        INVALID KEY CONTINUE
                    END-WRITE
                    CLOSE registry-file
                    DISPLAY "inbreg: " FUNCTION TRIM(presented-path)
                            " REFUSED - " FUNCTION TRIM(match-reason)
                            " as the " FUNCTION TRIM(ib-feed)
                            " file taken in " match-arrival
                    DISPLAY "inbreg: a supervisor may release it - "
                            "inbound release "
                            FUNCTION TRIM(ib-feed) " " ir-arrival
                    MOVE 8 TO ib-outcome
                    EXIT PARAGRAPH
                END-IF.
                IF match-arrival NOT = SPACES THEN
                    MOVE match-arrival TO ir-match-of
                    MOVE SPACES TO gap-note
                    STRING "RESENT - RELEASED BY " release-by
                        DELIMITED BY SIZE INTO gap-note
                    END-STRING
                ELSE
                    PERFORM check-the-sequence
                END-IF.
                MOVE "A" TO ir-status.
                MOVE gap-note TO ir-gap-note.
                WRITE inbound-record
                    INVALID KEY CONTINUE
                END-WRITE.
                MOVE ir-key TO held-key.
                IF release-key NOT = SPACES THEN
                    PERFORM use-the-release
                END-IF.
                CLOSE registry-file.
                IF gap-note NOT = SPACES
                        AND match-arrival = SPACES THEN
                    DISPLAY "inbreg: " FUNCTION TRIM(presented-path)
                            " " FUNCTION TRIM(gap-note)
                    MOVE 4 TO ib-outcome
                END-IF.
                EXIT.

            *> lines, checksum and header off the file itself; bytes
            *> off the directory.
            fingerprint-the-file.
                MOVE 0 TO print-size.
                MOVE 0 TO print-records.
                MOVE SPACES TO print-header.
                MOVE 0 TO hash-a.
                MOVE 0 TO hash-b.
                OPEN INPUT presented-file.
                IF presented-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ presented-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO print-records
                        PERFORM hash-one-line
                        IF feed-header > 0
                                AND print-header = SPACES THEN
                            PERFORM take-the-header
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE presented-file.
                MOVE hash-a TO print-hash(1:9).
                MOVE hash-b TO print-hash(10:9).
                CALL "CBL_CHECK_FILE_EXIST"
                        USING presented-path, file-info
                        RETURNING check-status.
                IF check-status = 0 THEN
                    MOVE fi-size TO print-size
                END-IF.
                EXIT.

            *> two running remainders, different multiplier and
            *> modulus each, over every byte and every line end.
            hash-one-line.
                IF presented-line = SPACES THEN
                    MOVE 0 TO line-length
                ELSE
                    MOVE FUNCTION LENGTH(
                            FUNCTION TRIM(presented-line TRAILING))
                        TO line-length
                END-IF.
                PERFORM VARYING char-idx FROM 1 BY 1
                        UNTIL char-idx > line-length
                    COMPUTE hash-a = FUNCTION MOD(hash-a * 31
                            + FUNCTION ORD(presented-line(char-idx:1)),
                            999999937)
                    COMPUTE hash-b = FUNCTION MOD(hash-b * 37
                            + FUNCTION ORD(presented-line(char-idx:1)),
                            999999929)
                END-PERFORM.
                COMPUTE hash-a = FUNCTION MOD(hash-a * 31 + 11,
                        999999937).
                COMPUTE hash-b = FUNCTION MOD(hash-b * 37 + 11,
                        999999929).
                EXIT.

            take-the-header.
                IF ht-row-type(feed-header) NOT = SPACE
                        AND presented-line(1:1)
                            NOT = ht-row-type(feed-header) THEN
                    EXIT PARAGRAPH
                END-IF.
                IF ht-row-type(feed-header) = SPACE
                        AND print-records > 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF ht-start(feed-header) < 1
                        OR ht-length(feed-header) < 1
                        OR ht-length(feed-header) > 20
                        OR ht-start(feed-header)
                            + ht-length(feed-header) > 1025 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE presented-line(ht-start(feed-header):
                        ht-length(feed-header)) TO print-header.
                EXIT.

            *> every row of the feed's: the same content or the same
            *> header taken in before is a match; a release waiting
            *> on this content lets it through; the highest header
            *> taken in is what the sequence is held to.
            scan-the-feed.
                MOVE SPACES TO match-arrival.
                MOVE SPACES TO match-reason.
                MOVE SPACES TO release-key.
                MOVE SPACES TO release-by.
                MOVE SPACES TO last-header.
                MOVE ib-feed TO ir-feed.
                MOVE LOW-VALUES TO ir-arrival.
                MOVE 0 TO scan-done.
                START registry-file KEY >= ir-key
                    INVALID KEY MOVE 1 TO scan-done
                END-START.
                PERFORM UNTIL scan-done = 1
                    READ registry-file NEXT RECORD
                        AT END MOVE 1 TO scan-done
                    END-READ
                    IF scan-done = 0 AND ir-feed NOT = ib-feed THEN
                        MOVE 1 TO scan-done
                    END-IF
                    IF scan-done = 0 THEN
                        PERFORM hold-one-row
                    END-IF
                END-PERFORM.
                EXIT.

            hold-one-row.
                IF ir-is-released AND ir-hash = print-hash
                        AND ir-records = print-records THEN
                    MOVE ir-key TO release-key
                    MOVE ir-released-by TO release-by
                END-IF.
                IF NOT ir-was-taken-in THEN
                    EXIT PARAGRAPH
                END-IF.
                IF ir-hash = print-hash
                        AND ir-records = print-records
                        AND ir-size = print-size THEN
                    MOVE ir-arrival TO match-arrival
                    MOVE "SAME CONTENT" TO match-reason
                END-IF.
                IF print-header NOT = SPACES
                        AND ir-header = print-header
                        AND match-reason NOT = "SAME CONTENT" THEN
                    MOVE ir-arrival TO match-arrival
                    MOVE "SAME HEADER" TO match-reason
                END-IF.
                IF ir-header NOT = SPACES
                        AND (last-header = SPACES
                            OR ir-header > last-header) THEN
                    MOVE ir-header TO last-header
                END-IF.
                EXIT.

            check-the-sequence.
                MOVE SPACES TO gap-note.
                IF feed-header = 0 OR print-header = SPACES
                        OR last-header = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF FUNCTION TRIM(print-header) NOT NUMERIC
                        OR FUNCTION TRIM(last-header) NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION NUMVAL(print-header) TO header-num.
                MOVE FUNCTION NUMVAL(last-header) TO last-num.
                IF header-num < last-num THEN
                    STRING "OUT OF SEQUENCE - LAST TAKEN IN "
                            FUNCTION TRIM(last-header)
                        DELIMITED BY SIZE INTO gap-note
                    END-STRING
                    EXIT PARAGRAPH
                END-IF.
                IF ht-kind(feed-header) = "D" THEN
                    IF FUNCTION TEST-DATE-YYYYMMDD(last-num) NOT = 0
                        EXIT PARAGRAPH
                    END-IF
                    COMPUTE walk-integer =
                            FUNCTION INTEGER-OF-DATE(last-num) + 1
                    COMPUTE weekday-remainder =
                            FUNCTION MOD(walk-integer, 7)
                    *> day 1 of the integer calendar is a Monday:
                    *> remainder 6 a Saturday, 0 a Sunday.
                    IF weekday-remainder = 6 THEN
                        ADD 2 TO walk-integer
                    END-IF
                    IF weekday-remainder = 0 THEN
                        ADD 1 TO walk-integer
                    END-IF
                    COMPUTE expected-day =
                            FUNCTION DATE-OF-INTEGER(walk-integer)
                    MOVE expected-day TO expected-num
                ELSE
                    COMPUTE expected-num = last-num + 1
                END-IF.
                IF header-num > expected-num THEN
                    STRING "SEQUENCE GAP - EXPECTED "
                            expected-num(11:8)
                        DELIMITED BY SIZE INTO gap-note
                    END-STRING
                END-IF.
                EXIT.

            use-the-release.
                MOVE release-key TO ir-key.
                READ registry-file
                    INVALID KEY EXIT PARAGRAPH
                END-READ.
                MOVE "U" TO ir-status.
                MOVE held-key(11:16) TO ir-match-of.
                REWRITE inbound-record
                    INVALID KEY CONTINUE
                END-REWRITE.
                EXIT.

            *> the job's word on the file it checked last.
            record-the-outcome.
                IF held-key = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O registry-file.
                IF registry-file-status NOT = "00" THEN
                    MOVE SPACES TO held-key
                    EXIT PARAGRAPH
                END-IF.
                MOVE held-key TO ir-key.
                READ registry-file
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ib-action TO ir-status
                        MOVE ib-count TO ir-job-count
                        MOVE FUNCTION CURRENT-DATE(1:16)
                            TO ir-finished-at
                        REWRITE inbound-record
                            INVALID KEY CONTINUE
                        END-REWRITE
                END-READ.
                CLOSE registry-file.
                MOVE SPACES TO held-key.
                EXIT.

            load-the-headers.
                MOVE 0 TO header-count.
                OPEN INPUT header-control.
                IF header-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ header-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND header-count < 20
                                AND hc-feed NOT = SPACES
                                AND hc-start NUMERIC
                                AND hc-length NUMERIC THEN
                            ADD 1 TO header-count
                            MOVE FUNCTION UPPER-CASE(hc-feed)
                                TO ht-feed(header-count)
                            MOVE FUNCTION UPPER-CASE(hc-kind)
                                TO ht-kind(header-count)
                            MOVE hc-row-type
                                TO ht-row-type(header-count)
                            MOVE hc-start TO ht-start(header-count)
                            MOVE hc-length TO ht-length(header-count)
                        END-IF
                    END-PERFORM
                    CLOSE header-control
                END-IF.
                IF header-count = 0 THEN
                    MOVE 1 TO header-count
                    MOVE "PAYREMIT" TO ht-feed(1)
                    MOVE "D" TO ht-kind(1)
                    MOVE "H" TO ht-row-type(1)
                    MOVE 2 TO ht-start(1)
                    MOVE 8 TO ht-length(1)
                END-IF.
                EXIT.

        END PROGRAM inbreg.
