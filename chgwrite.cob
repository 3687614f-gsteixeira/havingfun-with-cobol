        *> **********************************************************************
        *> chgwrite - shared writer for the outbound customer change
        *> file. custmnt, custbat and retmail change names, addresses
        *> and statuses on custmast.dat and nothing told Postgres; each
        *> now CALLs this routine after a successful WRITE or REWRITE
        *> of the master, and a row lands on custchg.dat (CUSTCHG)
        *> carrying the record as it now stands. custpub.cob publishes
        *> the queue to the test table.
        *>
        *>    CALL "chgwrite" USING chg-program, chg-action,
        *>            customer-record.
        *>      chg-program  X(10)  the maintaining program
        *>      chg-action   X(1)   A added, C changed, I inactivated
        *>      customer-record     the CUSTREC just written
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. chgwrite.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT change-file ASSIGN TO "custchg.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS change-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  change-file.
                    COPY CUSTCHG.
            WORKING-STORAGE SECTION.
                01 change-file-status PIC X(02) VALUE "00".
            LINKAGE SECTION.
                01 chg-program PIC X(10).
                01 chg-action  PIC X(1).
                COPY CUSTREC.
        *> *********************************************************************
        PROCEDURE DIVISION USING chg-program, chg-action,
                customer-record.
            OPEN EXTEND change-file.
            IF change-file-status = "35" THEN
                OPEN OUTPUT change-file
            END-IF.
            MOVE SPACES TO customer-change-record.
            MOVE user_id      TO cc-user-id.
            MOVE username     TO cc-username.
            MOVE cust-address TO cc-address.
            MOVE cust-status  TO cc-status.
            MOVE chg-action   TO cc-action.
            MOVE FUNCTION CURRENT-DATE(1:14) TO cc-queued.
            MOVE chg-program  TO cc-program.
            WRITE customer-change-record.
            CLOSE change-file.
            GOBACK.
        END PROGRAM chgwrite.
