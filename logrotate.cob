        *>
        *>    1. rolls the current audit.log to a timestamped archive
        *>       (audit.YYYYMMDDHHMMSS.log) and records it on the
        *>       logrot.cat catalog with its date and row count, and
        *>       the chain hashes it starts from and ends on (see
        *>       chainhsh.cob) - the fresh log's first row picks the
        *>       chain up from there, and chainver.cob can still
        *>       check the oldest archive kept once those before it
        *>       are pruned;
        *>    2. starts a fresh audit.log - whose first row is this
        *>       job's own banner row, carrying the rolled row count,
        *>       so the history chain is auditable end to end;
        DATA DIVISION.
            FILE SECTION.
                FD  audit-log.
                    01 audit-line.
                        02 FILLER           PIC X(130).
                        02 audit-line-chain PIC X(18).
                FD  rotation-catalog.
                    01 catalog-record.
                        02 cat-archive-name PIC X(30).
                        02 cat-rolled-on    PIC X(14).
                        02 cat-row-count    PIC 9(9).
                        02 cat-chain-in     PIC X(18).
                        02 cat-chain-out    PIC X(18).
                FD  keep-control-file.
                    01 keep-control-record PIC 9(4).
                FD  history-ckpt.
                01 rotation-stamp PIC X(14) VALUE SPACES.
                01 archive-name   PIC X(30) VALUE SPACES.
                01 file-op-status PIC 9(9) COMP VALUE ZERO.
                *> the hash the rolled log ends on.
                01 last-chain     PIC X(18) VALUE SPACES.
                *> the catalog held for the prune-and-rewrite pass.
                01 catalog-table.
                    02 cat-entry OCCURS 200 TIMES.
                        03 ct-name   PIC X(30).
                        03 ct-rolled PIC X(14).
                        03 ct-rows   PIC 9(9).
                        03 ct-chain-in  PIC X(18).
                        03 ct-chain-out PIC X(18).
                        03 ct-dropped PIC 9.
                01 catalog-rows   PIC 9(3) VALUE ZEROS.
                01 cat-idx        PIC 9(3) VALUE ZEROS.
                PERFORM UNTIL end_of_file = 1
                    READ audit-log
                        AT END MOVE 1 TO end_of_file
                        NOT AT END
                            ADD 1 TO rows-rolled
                            MOVE audit-line-chain TO last-chain
                    END-READ
                END-PERFORM.
                CLOSE audit-log.
                                    TO ct-rolled(catalog-rows)
                            MOVE cat-row-count
                                    TO ct-rows(catalog-rows)
                            MOVE cat-chain-in
                                    TO ct-chain-in(catalog-rows)
                            MOVE cat-chain-out
                                    TO ct-chain-out(catalog-rows)
                            MOVE 0 TO ct-dropped(catalog-rows)
                        END-IF
                    END-PERFORM
                END-IF.
                EXIT.

            *> the archive's chain starts where the archive before it
            *> ended - the hash its first row was chained from.
            append-catalog-row.
                ADD 1 TO catalog-rows.
                MOVE archive-name TO ct-name(catalog-rows).
                MOVE rotation-stamp TO ct-rolled(catalog-rows).
                MOVE rows-rolled TO ct-rows(catalog-rows).
                MOVE SPACES TO ct-chain-in(catalog-rows).
                IF catalog-rows > 1 THEN
                    MOVE ct-chain-out(catalog-rows - 1)
                        TO ct-chain-in(catalog-rows)
                END-IF.
                MOVE last-chain TO ct-chain-out(catalog-rows).
                MOVE 0 TO ct-dropped(catalog-rows).
                EXIT.

                        MOVE ct-name(cat-idx) TO cat-archive-name
                        MOVE ct-rolled(cat-idx) TO cat-rolled-on
                        MOVE ct-rows(cat-idx) TO cat-row-count
                        MOVE ct-chain-in(cat-idx) TO cat-chain-in
                        MOVE ct-chain-out(cat-idx) TO cat-chain-out
                        WRITE catalog-record
                    END-IF
                END-PERFORM.
