        *> onboarded by editing the file.
        *>
        *>    CALL "loadlayout" USING ll-layout-name, ll-field-count,
        *>                            ll-layout, ll-outcome
        *>                            [, ll-names].
        *>      ll-layout-name X(12)  which layout to load.
        *>      ll-field-count 9(4)   out: fields found.
        *>      ll-layout             out: the (start, length) pairs in
        *>      ll-outcome     9      1 layout found, 0 not on file -
        *>                            the caller decides whether its
        *>                            compiled-in default still stands.
        *>      ll-names              optional - out: each field's name
        *>                            and type, in the same order, for
        *>                            a caller that shows the fields by
        *>                            name (filebrws.cob).
        *>
        *>    layouts.def layout, one field per line:
        *>      def-layout-name X(12)
        *>      def-field-name  X(12)   documentation for the reader,
        *>                              and the name the browser shows
        *>      def-start       9(4)
        *>      def-length      9(4)
        *>      def-type        X(1)    N numeric, X text - advisory
                        03 ll-start   PIC 9(4).
                        03 ll-length  PIC 9(4).
                01 ll-outcome PIC 9.
                01 ll-names.
                    02 ll-name-entry OCCURS 50 TIMES.
                        03 ll-field-name PIC X(12).
                        03 ll-field-type PIC X(1).
        *> *********************************************************************
        PROCEDURE DIVISION USING ll-layout-name, ll-field-count,
                ll-layout, ll-outcome, OPTIONAL ll-names.
            MOVE 0 TO ll-outcome.
            MOVE 0 TO ll-field-count.
            OPEN INPUT layout-file.
                    ADD 1 TO ll-field-count
                    MOVE def-start TO ll-start(ll-field-count)
                    MOVE def-length TO ll-length(ll-field-count)
                    IF NUMBER-OF-CALL-PARAMETERS >= 5 THEN
                        MOVE def-field-name
                            TO ll-field-name(ll-field-count)
                        MOVE def-type TO ll-field-type(ll-field-count)
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE layout-file.
