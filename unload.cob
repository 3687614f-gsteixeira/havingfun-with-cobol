                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            *> reads only - pgconnect may hand over a standby.
            CALL "pgconnect" USING conn_string, "R".
            CALL "PQconnectdb" USING conn_string
                    RETURNING connection.
            CALL "PQstatus" USING BY VALUE connection
