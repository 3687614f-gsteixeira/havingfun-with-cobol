        *>    CALL "opersec" USING os-operator, os-role, os-outcome.
        *>      os-operator X(10) out: the signed-on operator id
        *>      os-role     X(1)  out: I inquiry, M maintenance,
        *>                        S supervisor, C compliance - the
        *>                        officer who decides sanctions hits
        *>                        (sancrev.cob) and nothing else
        *>      os-outcome  9     out: 1 signed on, 0 refused
        *>
        *>    the routine prompts for operator id and password and
        *>    checks them against operators.dat - one operator per
        *>    line: oper-id X(10), oper-password X(10), oper-role
        *>    X(1), oper-branch X(3) - the branch the operator works
        *>    from, blank for head office, which viewrpt.cob judges
        *>    out-of-branch customer views against. On success the id
        *>    is exported in the OPERATOR environment variable, which
        *>    jrnwrite, viewlog and jobbanner stamp into every journal
        *>    image, view-log row and audit row from then on - so the
        *>    trail finally says who, not just which job.
        *>
        *>    an environment with no operators.dat at all signs on as
        *>    the LOGNAME user at supervisor - the pre-sign-on world,
                        02 oper-id       PIC X(10).
                        02 oper-password PIC X(10).
                        02 oper-role     PIC X(1).
                        02 oper-branch   PIC X(3).
            WORKING-STORAGE SECTION.
                01 operator-file-status PIC X(02) VALUE "00".
                01 end_of_file    PIC 9 VALUE ZERO.
            MOVE entry-operator TO os-operator.
            MOVE FUNCTION UPPER-CASE(matched-role) TO os-role.
            IF os-role NOT = "I" AND os-role NOT = "M"
                    AND os-role NOT = "S" AND os-role NOT = "C" THEN
                MOVE "I" TO os-role
            END-IF.
            MOVE 1 TO os-outcome.
