            *> source 3: the live row count, through the same
            *> pgconnect connection and COUNT(*) regress makes.
            read-postgres-total.
                *> reads only - pgconnect may hand over a standby.
                CALL "pgconnect" USING conn_string, "R".
                CALL "PQconnectdb" USING conn_string
                        RETURNING connection.
                CALL "PQstatus" USING BY VALUE connection
