
            connect-to-postgres.
                MOVE 0 TO pg-connected.
                *> reads only - pgconnect may hand over a standby.
                CALL "pgconnect" USING conn_string, "R".
                CALL "PQconnectdb" USING conn_string
                        RETURNING connection.
                CALL "PQstatus" USING BY VALUE connection
