                        02 dl-username  PIC X(50).
                        02 dl-reason    PIC X(40).
                        02 dl-attempts  PIC 9(2).
                        02 dl-address   PIC X(60).
                        02 dl-status    PIC X(1).
                FD  extract-ckpt-file.
                    01 extract-ckpt-record PIC 9(4).
            WORKING-STORAGE SECTION.
                *> the password never has to live in source. VALUE is
                *> just a safe default shape until that paragraph runs.
                01 conn_string      PIC x(200) VALUE SPACES.
                *> R for the extract, which a read-only standby can
                *> serve when the primary is down; W for the upsert
                *> write-back, which must have the primary.
                01 db-access-intent PIC X(1) VALUE "R".
                01 connection       USAGE POINTER.
                01 db_cursor        USAGE POINTER.
                01 counter          USAGE BINARY-LONG.
                *> come from the shared pgconnect routine instead of
                *> this program's own copy of the lookup - see
                *> pgconnect.cob for the file-then-environment-then-
                *> default order it resolves them in. The run mode is
                *> read off the command line here, ahead of
                *> build-sql-query, so an upsert is never handed a
                *> standby.
                ACCEPT cmd-full-line FROM COMMAND-LINE.
                IF cmd-full-line = SPACES THEN
                    CALL "stepparm" USING step-parm-name, step-params
                    MOVE step-params TO cmd-full-line
                END-IF.
                MOVE "R" TO db-access-intent.
                IF cmd-full-line(1:7) = "upsert " THEN
                    MOVE "W" TO db-access-intent
                END-IF.
                CALL "pgconnect" USING conn_string, db-access-intent.
                EXIT.
            open-extract-cursor.
                *> a cursor needs a transaction to live in.
