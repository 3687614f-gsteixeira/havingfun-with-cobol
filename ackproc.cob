        *>    a transmission may wait unacknowledged - the same
        *>    one-field control shape purge.ctl has. Missing falls
        *>    back to 3.
        *>
        *>    the ack file goes through the inbound-file registry
        *>    (inbreg.cob) before it is read: one matched before is
        *>    refused - the aging pass still runs, but the run ends
        *>    RC 8 - until a supervisor releases it (inbound.cob).
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. ackproc.
                01 acks-unmatched   PIC 9(6) VALUE ZEROS.
                01 aged-exceptions  PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the inbound-file registry - see inbreg.cob.
                01 inbound-feed     PIC X(10) VALUE "ACKPROC".
                01 inbound-count    PIC 9(9) VALUE ZEROS.
                01 inbound-outcome  PIC 9 VALUE ZERO.
                    88 inbound-was-refused VALUE 8.
                    88 inbound-has-gap     VALUE 4.
                01 banner-job-name  PIC X(20) VALUE "ACKPROC".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                    " transmission(s) past the ack window".
            MOVE acks-read TO banner-rec-count.
            IF acks-rejected > 0 OR acks-unmatched > 0
                    OR aged-exceptions > 0 OR inbound-has-gap THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
                MOVE 0 TO RETURN-CODE
                MOVE 0 TO banner-retcode
            END-IF.
            IF inbound-was-refused THEN
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
            END-IF.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.
            *> every ack line: prove the sequence was really sent,
            *> then record the partner's verdict against it.
            process-the-acks.
                CALL "inbreg" USING "C", inbound-feed, ack-path-name,
                        inbound-count, inbound-outcome.
                IF inbound-was-refused THEN
                    DISPLAY "ackproc: "
                            FUNCTION TRIM(ack-path-name)
                            " refused by the inbound-file registry "
                            "- aging pass only"
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT ack-file.
                IF ack-file-status NOT = "00" THEN
                    DISPLAY "ackproc: "
                    END-IF
                END-PERFORM.
                CLOSE ack-file.
                MOVE acks-read TO inbound-count.
                CALL "inbreg" USING "P", inbound-feed, ack-path-name,
                        inbound-count, inbound-outcome.
                EXIT.

            match-one-ack.
