        *>    purgexcp.rpt exception report for the collections desk -
        *>    an inactive customer with a live balance is itself a
        *>    condition someone should be working, not archiving.
        *>    The same holds for a customer who is not the borrower
        *>    but a co-borrower, cosigner or guarantor on loanparty.dat
        *>    (see prtymnt.cob): an obligation on an active loan keeps
        *>    them on the master, and the exception line counts the
        *>    loan and its balance just the same.
        *>
        *>    a closed loan - paid off, written off, transferred out -
        *>    still on the live master keeps its customer too: the
        *>    loan's history names them, and the history goes first.
        *>    loanarc.cob moves such a loan to the loan archive once
        *>    its own retention age is reached; a customer whose loans
        *>    have all gone there is free to leave. Those still
        *>    waiting are retained and counted on their own - no
        *>    exception line, nobody has anything to work.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. purgecust.
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    *> the additional parties to each loan, walked by
                    *> the party's own user_id.
                    SELECT party-file ASSIGN TO "loanparty.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS lp-key
                        ALTERNATE RECORD KEY IS lp-user-id
                            WITH DUPLICATES
                        FILE STATUS IS party-file-status.
                    SELECT exception-file ASSIGN TO "purgexcp.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                    01 purge-control-record PIC 9(4).
                FD  loan-master.
                    COPY LOANREC.
                FD  party-file.
                    COPY LOANPRTY.
                FD  exception-file.
                    01 exception-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 loan-master-status PIC X(02) VALUE "00".
                01 loans-are-open  PIC 9 VALUE ZERO.
                01 loan-walk-done  PIC 9 VALUE ZERO.
                01 party-file-status PIC X(02) VALUE "00".
                01 parties-are-open PIC 9 VALUE ZERO.
                01 party-walk-done PIC 9 VALUE ZERO.
                01 active-loan-count PIC 9(3) VALUE ZEROS.
                01 closed-loan-count PIC 9(3) VALUE ZEROS.
                01 records-awaiting PIC 9(6) VALUE ZEROS.
                01 open-balance    PIC 9(11)V99 VALUE ZEROS.
                01 records-indebted PIC 9(6) VALUE ZEROS.
                01 exceptions-open PIC 9 VALUE ZERO.
            OPEN INPUT loan-master.
            IF loan-master-status = "00" THEN
                MOVE 1 TO loans-are-open
                OPEN INPUT party-file
                IF party-file-status = "00" THEN
                    MOVE 1 TO parties-are-open
                END-IF
            END-IF.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                END-IF
            END-PERFORM.
            CLOSE archive-file.
            IF parties-are-open = 1 THEN
                CLOSE party-file
            END-IF.
            IF loans-are-open = 1 THEN
                CLOSE loan-master
            END-IF.
                    records-retained " retained, " records-undated
                    " inactive with no date (kept), "
                    records-indebted " kept with an active loan "
                    "(see purgexcp.rpt), " records-awaiting
                    " kept with closed loans not yet archived".
            MOVE records-read TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
                    PERFORM report-the-open-receivable
                    EXIT PARAGRAPH
                END-IF.
                IF closed-loan-count > 0 THEN
                    ADD 1 TO records-awaiting
                    EXIT PARAGRAPH
                END-IF.
                PERFORM archive-and-remove.
                EXIT.

            *> the borrower alternate key, the same walk loanadd's
            *> open-loan count makes: any active loan keeps the
            *> customer out of the archive, whatever their age says,
            *> and so does a closed one not yet archived.
            check-the-loan-linkage.
                MOVE 0 TO active-loan-count.
                MOVE 0 TO closed-loan-count.
                MOVE 0 TO open-balance.
                IF loans-are-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check-the-party-linkage.
                MOVE user_id TO loan-borrower-id.
                START loan-master KEY >= loan-borrower-id
                    INVALID KEY EXIT PARAGRAPH
                            AND loan-borrower-id NOT = user_id THEN
                        MOVE 1 TO loan-walk-done
                    END-IF
                    IF loan-walk-done = 0 THEN
                        PERFORM count-the-loan
                    END-IF
                END-PERFORM.
                EXIT.

            *> every loan the customer is a party to, by the party
            *> alternate key; each active one counts as if they were
            *> its borrower.
            check-the-party-linkage.
                IF parties-are-open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE user_id TO lp-user-id.
                START party-file KEY >= lp-user-id
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO party-walk-done.
                PERFORM UNTIL party-walk-done = 1
                    READ party-file NEXT RECORD
                        AT END MOVE 1 TO party-walk-done
                    END-READ
                    IF party-walk-done = 0
                            AND lp-user-id NOT = user_id THEN
                        MOVE 1 TO party-walk-done
                    END-IF
                    IF party-walk-done = 0 THEN
                        MOVE lp-loan-number TO loan-number
                        READ loan-master
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                PERFORM count-the-loan
                        END-READ
                    END-IF
                END-PERFORM.
                EXIT.

            count-the-loan.
                IF loan-is-active THEN
                    ADD 1 TO active-loan-count
                    ADD loan-balance TO open-balance
                ELSE
                    ADD 1 TO closed-loan-count
                END-IF.
                EXIT.

            *> one exception line per customer kept for the
            *> collections desk: who, how many loans, how much.
            report-the-open-receivable.
