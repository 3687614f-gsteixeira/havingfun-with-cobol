        *>      paging panel - ENTER for the next ten, S to stop listing
        *>      select panel - a user_id plus M (maintenance) or
        *>                     I (inquiry), 0 to search again
        *>
        *>    the clerk signs on through opersec.cob first (any role
        *>    may search), and every customer listed is logged
        *>    through viewlog.cob - a search result shows name and
        *>    address as surely as an inquiry does.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. custfind.
                01 picked-id        PIC 9(4) VALUE ZEROS.
                01 panel-message    PIC X(60) VALUE SPACES.
                01 searches-made    PIC 9(6) VALUE ZEROS.
                *> the sign-on verdict - see opersec.cob.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                *> the read-access log - see viewlog.cob.
                01 view-program     PIC X(10) VALUE "CUSTFIND".
                01 banner-job-name  PIC X(20) VALUE "CUSTFIND".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            CALL "opersec" USING signed-operator, signed-role,
                    signon-outcome.
            IF NOT operator-signed-on THEN
                DISPLAY "custfind: sign-on refused - nothing shown"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            MOVE 0 TO clerk-done.
            PERFORM run-one-search UNTIL clerk-is-done.
            MOVE searches-made TO banner-rec-count.
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO matches-found.
                CALL "viewlog" USING view-program, user_id.
                DISPLAY "  " user_id "  " username(1:30) " "
                        cust-address(1:25) " [" cust-status "]".
                ADD 1 TO page-count.
