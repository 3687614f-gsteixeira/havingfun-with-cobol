        *>    genmaint restore <base-name> <generation>
        *>        copies the numbered generation back over the live name,
        *>        so a bad Tuesday run is backed out by re-pointing the
        *>        jobs at Monday's data instead of re-keying it. A
        *>        restore that lands is journaled through jrnwrite
        *>        under the supervisor who signed on, for the daily
        *>        activity review (actrvw.cob).
        *>    genmaint trim <base-name> <keep-count>
        *>        deletes generation files older than the newest
        *>        keep-count and drops their catalog rows - the retention
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the journal row a restore leaves - see jrnwrite.cob.
                01 journal-program  PIC X(10) VALUE "GENMAINT".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "GENMAINT".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                            FUNCTION TRIM(generation-name)
                            " restored over "
                            FUNCTION TRIM(cmd-base-name)
                    PERFORM journal-the-restore
                ELSE
                    DISPLAY "genmaint: restore copy failed (rc "
                            file-op-status ")"
                END-IF.
                EXIT.

            journal-the-restore.
                MOVE cmd-base-name(1:10) TO journal-key.
                MOVE SPACES TO journal-before.
                STRING "LIVE " cmd-base-name
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                MOVE SPACES TO journal-after.
                STRING "RESTORED FROM GEN " cmd-number " "
                        generation-name
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

            *> keeps the newest keep-count generations of the named
            *> base, deletes the older generation files, and rewrites
            *> the catalog without their rows.
