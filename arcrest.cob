        *>      when exactly one archive row matched, so a common name
        *>      never restores the wrong person.
        *>
        *>    the operator signs on through opersec.cob first, and
        *>    every archived customer shown is logged through
        *>    viewlog.cob.
        *>
        *>    the archive row itself stays where it is: custmast.arc is
        *>    the permanent trail of what was purged when, and the
        *>    restored customer is active on the master, out of any
                01 lock-holder      PIC X(20) VALUE "ARCREST".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "ARCREST".
                01 banner-job-name  PIC X(20) VALUE "ARCREST".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                DISPLAY "arcrest: sign-on refused - nothing shown"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            IF FUNCTION UPPER-CASE(arg-restore(1:1)) = "R" THEN
                MOVE 1 TO restore-wanted
            END-IF.
                    END-IF
                END-IF.
                ADD 1 TO matches-found.
                CALL "viewlog" USING view-program, arc-user-id.
                DISPLAY "  " arc-user-id "  "
                        FUNCTION TRIM(arc-username).
                DISPLAY "        " FUNCTION TRIM(arc-address).
