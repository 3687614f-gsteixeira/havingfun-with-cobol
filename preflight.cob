            *> without the retry loop - preflight wants tonight's
            *> answer now, not in five backoffs.
            check-database-connects.
                *> reads only - pgconnect may hand over a standby.
                CALL "pgconnect" USING conn_string, "R".
                CALL "PQconnectdb" USING conn_string
                        RETURNING connection.
                CALL "PQstatus" USING BY VALUE connection
