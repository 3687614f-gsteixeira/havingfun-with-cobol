        *> **********************************************************************
        *> chainhsh - the chained row hash that makes audit.log and
        *> corrections.jnl tamper-evident. Every row jobbanner and
        *> jrnwrite lay down carries, last on the row, a hash over the
        *> previous row's hash and the row's own content - so a row
        *> edited, inserted or taken out breaks every hash after it,
        *> and chainver.cob finds the first row where the chain no
        *> longer holds.
        *>
        *>    CALL "chainhsh" USING ch-prior, ch-row, ch-length,
        *>                          ch-hash.
        *>      ch-prior   X(18)  the previous row's hash; spaces or
        *>                        zeros for the first row of a chain
        *>      ch-row     X(200) the row, without its hash
        *>      ch-length  9(3)   how much of ch-row is the row - the
        *>                        fixed record length, trailing spaces
        *>                        included, so a line-sequential file's
        *>                        dropped trailing blanks hash the same
        *>      ch-hash    X(18)  out: the row's hash
        *>
        *>    the hash is the same two running remainders inbreg.cob
        *>    fingerprints a file with, seeded from the prior hash and
        *>    then from the site key in chain.key - one line, readable
        *>    by the batch account only - so a row cannot be re-hashed
        *>    by hand after an edit without the key. No chain.key
        *>    still chains, unkeyed.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. chainhsh.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT key-file ASSIGN TO "chain.key"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS key-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  key-file.
                    01 key-record PIC X(40).
            WORKING-STORAGE SECTION.
                01 key-file-status  PIC X(02) VALUE "00".
                *> the key is read once a run and kept.
                01 key-loaded       PIC 9 VALUE ZERO.
                01 site-key         PIC X(40) VALUE SPACES.
                01 key-length       PIC 9(3) VALUE ZEROS.
                01 hash-a           PIC 9(9) VALUE ZEROS.
                01 hash-b           PIC 9(9) VALUE ZEROS.
                01 char-idx         PIC 9(3) VALUE ZEROS.
            LINKAGE SECTION.
                01 ch-prior   PIC X(18).
                01 ch-row     PIC X(200).
                01 ch-length  PIC 9(3).
                01 ch-hash    PIC X(18).
        *> *********************************************************************
        PROCEDURE DIVISION USING ch-prior, ch-row, ch-length, ch-hash.
            IF key-loaded = 0 THEN
                PERFORM load-the-site-key
            END-IF.
            MOVE 0 TO hash-a.
            MOVE 0 TO hash-b.
            IF ch-prior(1:9) NUMERIC AND ch-prior(10:9) NUMERIC THEN
                MOVE ch-prior(1:9) TO hash-a
                MOVE ch-prior(10:9) TO hash-b
            END-IF.
            PERFORM VARYING char-idx FROM 1 BY 1
                    UNTIL char-idx > key-length
                COMPUTE hash-a = FUNCTION MOD(hash-a * 31
                        + FUNCTION ORD(site-key(char-idx:1)),
                        999999937)
                COMPUTE hash-b = FUNCTION MOD(hash-b * 37
                        + FUNCTION ORD(site-key(char-idx:1)),
                        999999929)
            END-PERFORM.
            PERFORM VARYING char-idx FROM 1 BY 1
                    UNTIL char-idx > ch-length OR char-idx > 200
                COMPUTE hash-a = FUNCTION MOD(hash-a * 31
                        + FUNCTION ORD(ch-row(char-idx:1)),
                        999999937)
                COMPUTE hash-b = FUNCTION MOD(hash-b * 37
                        + FUNCTION ORD(ch-row(char-idx:1)),
                        999999929)
            END-PERFORM.
            MOVE hash-a TO ch-hash(1:9).
            MOVE hash-b TO ch-hash(10:9).
            GOBACK.

            load-the-site-key.
                MOVE 1 TO key-loaded.
                MOVE SPACES TO site-key.
                MOVE 0 TO key-length.
                OPEN INPUT key-file.
                IF key-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                READ key-file
                    AT END MOVE SPACES TO key-record
                END-READ.
                CLOSE key-file.
                IF key-record NOT = SPACES THEN
                    MOVE key-record TO site-key
                    MOVE FUNCTION LENGTH(
                            FUNCTION TRIM(key-record TRAILING))
                        TO key-length
                END-IF.
                EXIT.

        END PROGRAM chainhsh.
