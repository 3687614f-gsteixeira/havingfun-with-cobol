        *> so the collector's view shows it, and every broken promise
        *> lands on promchk.rpt and the console for the morning desk.
        *>
        *>    every promise broken tonight is also written to
        *>    brokprom.dat, rebuilt each run, for the borrower notice
        *>    ntcgen.cob sends:
        *>      bp-loan-number 9(6), bp-amount 9(9)V99 promised,
        *>      bp-prom-date X(8), bp-cycle-date X(8)
        *>
        *>    run order: after loanpost, so tonight's payments count
        *>    toward tonight's due promises.
        *> **********************************************************************
                        FILE STATUS IS loan-schedule-status.
                    SELECT report-file ASSIGN TO "promchk.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT broken-file ASSIGN TO "brokprom.dat"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  collections-file.
                    COPY SCHEDREC.
                FD  report-file.
                    01 report-line PIC X(100).
                FD  broken-file.
                    01 broken-promise-record.
                        02 bp-loan-number PIC 9(6).
                        02 bp-amount      PIC 9(9)V99.
                        02 bp-prom-date   PIC X(8).
                        02 bp-cycle-date  PIC X(8).
            WORKING-STORAGE SECTION.
                01 collections-status   PIC X(02) VALUE "00".
                01 loan-schedule-status PIC X(02) VALUE "00".
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            OPEN OUTPUT report-file.
            OPEN OUTPUT broken-file.
            MOVE SPACES TO print-text.
            STRING "BROKEN-PROMISE REPORT - CYCLE "
                        DELIMITED BY SIZE
                INTO print-text
            END-STRING.
            PERFORM print-one-line.
            CLOSE broken-file.
            CLOSE report-file.
            IF loan-schedule-status = "00" THEN
                CLOSE loan-schedule
                        INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    MOVE coll-loan-number TO bp-loan-number
                    MOVE coll-prom-amount TO bp-amount
                    MOVE coll-prom-date TO bp-prom-date
                    MOVE cycle-date-stamp TO bp-cycle-date
                    WRITE broken-promise-record
                END-IF.
                REWRITE collection-record.
                EXIT.
