        *>        custmast.dat
        *>      - outfile.txt detail rows whose detail-user-id is on
        *>        neither the customer master nor the purge archive
        *>      - loanparty.dat co-borrower, cosigner and guarantor
        *>        rows whose party is missing from custmast.dat, or
        *>        whose loan is missing from loanmast.dat
        *>
        *>    findings go to integchk.rpt and the console, and the job
        *>    ends at RETURN-CODE 8 when anything dangles - so the
                        ALTERNATE RECORD KEY IS detail-user-id
                            WITH DUPLICATES
                        FILE STATUS IS the-file-status.
                    SELECT party-file ASSIGN TO "loanparty.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lp-key
                        ALTERNATE RECORD KEY IS lp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS party-file-status.
                    SELECT report-file ASSIGN TO "integchk.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                        02 arc-purged-on PIC X(08).
                FD  the_file.
                    COPY LINEREC.
                FD  party-file.
                    COPY LOANPRTY.
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 master-file-status   PIC X(02) VALUE "00".
                01 archive-file-status  PIC X(02) VALUE "00".
                01 the-file-status      PIC X(02) VALUE "00".
                01 party-file-status    PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 arc-end          PIC 9 VALUE ZERO.
                01 master-is-open   PIC 9 VALUE ZERO.
                01 sched-orphans    PIC 9(6) VALUE ZEROS.
                01 loan-orphans     PIC 9(6) VALUE ZEROS.
                01 detail-orphans   PIC 9(6) VALUE ZEROS.
                01 party-orphans    PIC 9(6) VALUE ZEROS.
                01 total-findings   PIC 9(6) VALUE ZEROS.
                01 print-text       PIC X(100) VALUE SPACES.
                COPY CONFIGREC.
            PERFORM sweep-the-schedule.
            PERFORM sweep-the-loans.
            PERFORM sweep-the-outfile.
            PERFORM sweep-the-parties.
            IF loans-are-open = 1 THEN
                CLOSE loan-master
            END-IF.
                CLOSE customer-master
            END-IF.
            COMPUTE total-findings =
                    sched-orphans + loan-orphans + detail-orphans
                    + party-orphans.
            MOVE SPACES TO print-text.
            STRING "FINDINGS: " sched-orphans " schedule orphan(s), "
                    loan-orphans " borrowerless loan(s), "
                    detail-orphans " dangling detail(s), "
                    party-orphans " dangling part(ies)"
                INTO print-text
            END-STRING.
            PERFORM print-one-line.
                CLOSE archive-file.
                EXIT.

            *> every additional party must be a customer on the master
            *> and every party row must hang off a loan that exists -
            *> a party nobody can mail, or to a loan nobody services.
            sweep-the-parties.
                OPEN INPUT party-file.
                IF party-file-status NOT = "00" THEN
                    MOVE "  loanparty.dat not on hand - skipped"
                            TO print-text
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE LOW-VALUES TO lp-key.
                START party-file KEY >= lp-key
                    INVALID KEY
                        CLOSE party-file
                        EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ party-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        PERFORM check-one-party
                    END-IF
                END-PERFORM.
                CLOSE party-file.
                EXIT.

            check-one-party.
                MOVE 0 TO lookup-found.
                IF master-is-open = 1 THEN
                    MOVE lp-user-id TO user_id
                    READ customer-master
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO lookup-found
                    END-READ
                END-IF.
                IF lookup-found = 0 THEN
                    ADD 1 TO party-orphans
                    MOVE SPACES TO print-text
                    STRING "  DANGLING PARTY: loan " lp-loan-number
                            " [" lp-role "] names user_id "
                            lp-user-id " - not on custmast.dat"
                        INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                MOVE 0 TO lookup-found.
                IF loans-are-open = 1 THEN
                    MOVE lp-loan-number TO loan-number
                    READ loan-master
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO lookup-found
                    END-READ
                END-IF.
                IF lookup-found = 0 THEN
                    ADD 1 TO party-orphans
                    MOVE SPACES TO print-text
                    STRING "  DANGLING PARTY: user_id " lp-user-id
                            " [" lp-role "] on loan "
                            lp-loan-number " - not on loanmast.dat"
                        INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "integchk: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
