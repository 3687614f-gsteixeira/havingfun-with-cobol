        *>    layout, ready for custload/bulkload to consume. A row
        *>    whose user_id is not numeric, or with too few fields, is
        *>    rejected and counted.
        *>
        *>    the file goes through the inbound-file registry
        *>    (inbreg.cob) before it is opened: one loaded before is
        *>    refused, RC 8, until a supervisor releases it
        *>    (inbound.cob).
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. csvload.
                01 csv-field-count PIC 9(4) VALUE ZEROS.
                01 csv-fields.
                    02 csv-field OCCURS 20 TIMES PIC X(100).
                *> the inbound-file registry - see inbreg.cob.
                01 inbound-path     PIC X(100) VALUE SPACES.
                01 inbound-feed     PIC X(10) VALUE "CSVLOAD".
                01 inbound-count    PIC 9(9) VALUE ZEROS.
                01 inbound-outcome  PIC 9 VALUE ZERO.
                    88 inbound-was-refused VALUE 8.
                    88 inbound-has-gap     VALUE 4.
                01 banner-job-name  PIC X(20) VALUE "CSVLOAD".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
            IF FUNCTION TRIM(cmd-line-arg) NOT = SPACES THEN
                MOVE cmd-line-arg TO csv-file-name
            END-IF.
            MOVE csv-file-name TO inbound-path.
            CALL "inbreg" USING "C", inbound-feed, inbound-path,
                    inbound-count, inbound-outcome.
            IF inbound-was-refused THEN
                DISPLAY "csvload: " FUNCTION TRIM(csv-file-name)
                        " refused by the inbound-file registry - "
                        "nothing loaded"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN INPUT csv-file.
            IF csv-file-status NOT = "00" THEN
                DISPLAY "csvload: " FUNCTION TRIM(csv-file-name)
            DISPLAY "csvload: " rows-read " row(s) read, "
                    rows-loaded " loaded, " rows-rejected
                    " rejected".
            MOVE rows-loaded TO inbound-count.
            CALL "inbreg" USING "P", inbound-feed, inbound-path,
                    inbound-count, inbound-outcome.
            MOVE rows-loaded TO banner-rec-count.
            IF rows-rejected > 0 OR inbound-has-gap THEN
                MOVE 4 TO RETURN-CODE
                MOVE 4 TO banner-retcode
            ELSE
