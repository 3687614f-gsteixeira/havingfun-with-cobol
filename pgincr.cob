        *>    cobc -x -o pgincr pgincr.cob postgres.cob pgconnect.cob
        *>            loadconfig.cob lockmgr.cob jobbanner.cob
        *>            cyclectl.cob sqlescape.cob validinput.cob
        *>            jrnwrite.cob refnum.cob chainhsh.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. pgincr.
                EXIT.

            connect-to-postgres.
                *> reads only - pgconnect may hand over a standby.
                CALL "pgconnect" USING conn_string, "R".
                CALL "PQconnectdb" USING conn_string
                        RETURNING connection.
                CALL "PQstatus" USING BY VALUE connection
