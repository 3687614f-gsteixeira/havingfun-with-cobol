        *>                                since when
        *>    lockcmd break <resource>    remove a stale lock - shown
        *>                                first, so what was broken is
        *>                                on the console record, and
        *>                                journaled through jrnwrite
        *>                                under the supervisor who
        *>                                broke it
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. lockcmd.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 cmd-resource     PIC X(20) VALUE SPACES.
                01 lock-was-shown   PIC 9 VALUE ZERO.
                01 shown-lock.
                    02 shown-mode   PIC X(1).
                    02 shown-holder PIC X(20).
                    02 shown-stamp  PIC X(14).
                01 delete-status    PIC 9(9) COMP VALUE ZERO.
                *> the sign-on verdict - see opersec.cob. Breaking an
                *> enqueue takes a supervisor; show stays open.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the journal row a break leaves - see jrnwrite.cob.
                01 journal-program  PIC X(10) VALUE "LOCKCMD".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "LOCKCMD".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                        AT END CONTINUE
                        NOT AT END
                            MOVE 1 TO lock-was-shown
                            MOVE lock-mode TO shown-mode
                            MOVE lock-holder TO shown-holder
                            MOVE lock-stamp TO shown-stamp
                            DISPLAY "lockcmd: "
                                    FUNCTION TRIM(cmd-resource)
                                    " locked " lock-mode " by "
                        RETURNING delete-status.
                IF delete-status = 0 THEN
                    DISPLAY "lockcmd: lock broken"
                    PERFORM journal-the-break
                ELSE
                    DISPLAY "lockcmd: could not remove "
                            FUNCTION TRIM(lock-file-name)
                END-IF.
                EXIT.

            *> the lock as it stood before the break, the resource as
            *> the key.
            journal-the-break.
                MOVE cmd-resource(1:10) TO journal-key.
                MOVE SPACES TO journal-before.
                STRING "LOCK " shown-mode " BY " shown-holder
                        " SINCE " shown-stamp
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                MOVE SPACES TO journal-after.
                STRING "BROKEN " cmd-resource
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                EXIT.

        END PROGRAM lockcmd.
