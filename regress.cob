            *> the file-then-environment-then-default order it resolves
            *> them in.
            build-conn-string.
                *> reads only - pgconnect may hand over a standby.
                CALL "pgconnect" USING conn_string, "R".
                EXIT.

        END PROGRAM regress.
