        *> **********************************************************************
        *> loanarcq - the lookup into the loan archive loanarc.cob
        *> builds. A loan archived off loanmast.dat is gone from every
        *> live read; the programs that still have to answer for one -
        *> custinq showing a customer's loan history, taxstmt issuing
        *> a statement for interest paid on a loan since archived -
        *> ask here when the live master has nothing.
        *>
        *>    callable, like escrpost:
        *>      CALL "loanarcq" USING aq-action, aq-key, aq-index,
        *>                            aq-loan-record, aq-closed-date,
        *>                            aq-outcome.
        *>        aq-action      "L" look up loan aq-key;
        *>                       "B" the aq-index'th archived loan
        *>                           (1, 2, ...) of borrower aq-key
        *>        aq-key         9(6) a loan number on L, a user_id
        *>                       on B
        *>        aq-index       9(3) which of the borrower's loans, B
        *>                       only (ignored on L)
        *>        aq-loan-record LOANREC out: the loan as it stood when
        *>                       it was archived
        *>        aq-closed-date X(8) out: the date the loan closed
        *>        aq-outcome     9 out: 1 found, 0 not in the archive
        *>                       (or no archive at all)
        *>
        *>    the archive is opened and closed on every call, so a
        *>    caller walking a borrower's loans asks with aq-index 1,
        *>    2, ... until aq-outcome comes back 0.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanarcq.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT loan-archive ASSIGN TO "loanmast.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS arc-loan-number
                        ALTERNATE RECORD KEY IS arc-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-archive-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-archive.
                    COPY LOANARC.
            WORKING-STORAGE SECTION.
                01 loan-archive-status PIC X(02) VALUE "00".
                01 walk-done      PIC 9 VALUE ZERO.
                01 loans-passed   PIC 9(3) VALUE ZEROS.
            LINKAGE SECTION.
                01 aq-action       PIC X(1).
                01 aq-key          PIC 9(6).
                01 aq-index        PIC 9(3).
                COPY LOANREC.
                01 aq-closed-date  PIC X(8).
                01 aq-outcome      PIC 9.
        *> *********************************************************************
        PROCEDURE DIVISION USING aq-action, aq-key, aq-index,
                loan-record, aq-closed-date, aq-outcome.
            MOVE 0 TO aq-outcome.
            MOVE SPACES TO aq-closed-date.
            OPEN INPUT loan-archive.
            IF loan-archive-status NOT = "00" THEN
                *> nothing has ever been archived.
                GOBACK
            END-IF.
            EVALUATE aq-action
                WHEN "L"
                    MOVE aq-key TO arc-loan-number
                    READ loan-archive
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM hand-back-the-loan
                    END-READ
                WHEN "B"
                    PERFORM find-the-borrowers-loan
                WHEN OTHER
                    DISPLAY "loanarcq: unrecognized action " aq-action
            END-EVALUATE.
            CLOSE loan-archive.
            GOBACK.

            *> the borrower's archived loans in alternate-key order,
            *> counting down to the one asked for.
            find-the-borrowers-loan.
                IF aq-index = 0 OR aq-key > 9999 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE aq-key TO arc-borrower-id.
                START loan-archive KEY = arc-borrower-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO loans-passed.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ loan-archive NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND arc-borrower-id NOT = aq-key THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        ADD 1 TO loans-passed
                        IF loans-passed = aq-index THEN
                            PERFORM hand-back-the-loan
                            MOVE 1 TO walk-done
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            hand-back-the-loan.
                MOVE arc-loan-image TO loan-record.
                MOVE arc-closed-date TO aq-closed-date.
                MOVE 1 TO aq-outcome.
                EXIT.

        END PROGRAM loanarcq.
