        *>    the terminal happened to run under - falling back to
        *>    LOGNAME (or USER), the same environment-variable pattern
        *>    env_var.cob demonstrates, where nothing has signed on.
        *>
        *>    every row is chained: jrn-chain, last on the row, is a
        *>    hash over the previous row's jrn-chain and this row (see
        *>    chainhsh.cob), so an entry edited or removed afterwards
        *>    shows up when chainver.cob walks the journal. The last
        *>    hash written is kept between calls, with the journal's
        *>    size and time stamp then, so a run journaling thousands of
        *>    changes does not reread the file for each one - only
        *>    when someone else has written to it since.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. jrnwrite.
                        *> see refnum.cob - so a correction can be
                        *> cited unambiguously across systems.
                        02 jrn-reference PIC X(12).
                        02 jrn-chain     PIC X(18).
            WORKING-STORAGE SECTION.
                01 journal-file-status PIC X(02) VALUE "00".
                01 operator-id         PIC X(10) VALUE SPACES.
                01 reference-series    PIC X(10) VALUE "JOURNAL".
                01 reference-number    PIC 9(6) VALUE ZEROS.
                01 reference-value     PIC X(12) VALUE SPACES.
                *> the chain, and where this run left it.
                01 journal-name        PIC X(20)
                        VALUE "corrections.jnl".
                01 file-info.
                    02 fi-size  PIC 9(18) COMP.
                    02 fi-rest  PIC X(8).
                01 check-status        USAGE BINARY-LONG VALUE ZERO.
                01 journal-seen-now    PIC X(16) VALUE LOW-VALUES.
                01 journal-seen-left   PIC X(16) VALUE LOW-VALUES.
                01 chain-prior         PIC X(18) VALUE SPACES.
                01 chain-left          PIC X(18) VALUE SPACES.
                01 chain-row           PIC X(200) VALUE SPACES.
                01 chain-length        PIC 9(3) VALUE 176.
                01 chain-done          PIC 9 VALUE ZERO.
            LINKAGE SECTION.
                01 jw-program PIC X(10).
                01 jw-key     PIC X(10).
                DISPLAY "USER" UPON ENVIRONMENT-NAME
                ACCEPT operator-id FROM ENVIRONMENT-VALUE
            END-IF.
            PERFORM find-the-chain-prior.
            OPEN EXTEND journal-file.
            IF journal-file-status = "35" THEN
                OPEN OUTPUT journal-file
            CALL "refnum" USING reference-series, reference-number,
                    reference-value.
            MOVE reference-value TO jrn-reference.
            MOVE SPACES TO chain-row.
            MOVE journal-record(1:chain-length) TO chain-row.
            CALL "chainhsh" USING chain-prior, chain-row,
                    chain-length, jrn-chain.
            WRITE journal-record.
            CLOSE journal-file.
            MOVE jrn-chain TO chain-left.
            PERFORM measure-the-journal.
            MOVE journal-seen-now TO journal-seen-left.
            GOBACK.

            *> the hash this run last wrote, while the journal is
            *> still the size it left it; otherwise the last row's.
            find-the-chain-prior.
                PERFORM measure-the-journal.
                IF journal-seen-left NOT = LOW-VALUES
                        AND journal-seen-now = journal-seen-left THEN
                    MOVE chain-left TO chain-prior
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO chain-prior.
                OPEN INPUT journal-file.
                IF journal-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO chain-done.
                PERFORM UNTIL chain-done = 1
                    READ journal-file
                        AT END MOVE 1 TO chain-done
                        NOT AT END MOVE jrn-chain TO chain-prior
                    END-READ
                END-PERFORM.
                CLOSE journal-file.
                EXIT.

            measure-the-journal.
                MOVE LOW-VALUES TO journal-seen-now.
                CALL "CBL_CHECK_FILE_EXIST" USING journal-name,
                        file-info
                        RETURNING check-status.
                IF check-status = 0 THEN
                    MOVE file-info TO journal-seen-now
                END-IF.
                EXIT.
        END PROGRAM jrnwrite.
