        *>
        *>    rows decoded per writer's own image convention:
        *>      CUSTMNT  one row per changed field, the field tag
        *>               (NAME/ADDR/STAT/BRCH/LANG, and DLVR/EMAL/CNST
        *>               for the paperless enrollment) in characters
        *>               6-9 of the key, old and new values in the
        *>               images
        *>      CUSTBAT  the batch maintenance - same per-field rows,
        *>               narrated the same way
        *>      EBOUNCE  a bounced email putting the customer back on
        *>               paper - a DLVR row, narrated the same way
        *>      RETMAIL  a forwarding address off returned mail,
        *>               approved by a clerk - an ADDR row, the same
        *>      SANCREV  a sanctions hit decided by the compliance
        *>               officer - a SANC row, the same
        *>      ERASURE  a right-to-erasure request carried out - the
        *>               request reference only, the erased values
        *>               having been tombstoned on the earlier rows
        *>      PGCOBOL  the database write-back: old username in the
        *>               before image, new in the after
        *>      DEDUPE   the merge entries - shown both ways, on the
                01 when-stamp       PIC X(16) VALUE SPACES.
                01 history-text     PIC X(160) VALUE SPACES.
                01 field-tag        PIC X(4) VALUE SPACES.
                01 field-tag-name   PIC X(9) VALUE SPACES.
                01 via-text         PIC X(13) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "CUSTHIST".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                    WHEN "CUSTBAT"
                        MOVE "by the batch " TO via-text
                        PERFORM narrate-custmnt-row
                    WHEN "EBOUNCE"
                        MOVE "on a bounce" TO via-text
                        PERFORM narrate-custmnt-row
                    WHEN "RETMAIL"
                        MOVE "from a return" TO via-text
                        PERFORM narrate-custmnt-row
                    WHEN "SANCREV"
                        MOVE "by compliance" TO via-text
                        PERFORM narrate-custmnt-row
                    WHEN "ERASURE"
                        STRING when-stamp DELIMITED BY SIZE
                                "  personal details erased - "
                                        DELIMITED BY SIZE
                                FUNCTION TRIM(jrn-after)
                                        DELIMITED BY SIZE
                                " by " DELIMITED BY SIZE
                                FUNCTION TRIM(jrn-operator)
                                        DELIMITED BY SIZE
                            INTO history-text
                        END-STRING
                        PERFORM show-history-line
                    WHEN "PGCOBOL"
                        STRING when-stamp DELIMITED BY SIZE
                                "  database username set to """
                        MOVE "status" TO field-tag-name
                    WHEN "BRCH"
                        MOVE "branch" TO field-tag-name
                    WHEN "LANG"
                        MOVE "language" TO field-tag-name
                    WHEN "DLVR"
                        MOVE "delivery" TO field-tag-name
                    WHEN "EMAL"
                        MOVE "email" TO field-tag-name
                    WHEN "CNST"
                        MOVE "consent" TO field-tag-name
                    WHEN "SANC"
                        MOVE "sanctions" TO field-tag-name
                    WHEN OTHER
                        MOVE "field" TO field-tag-name
                END-EVALUATE.
