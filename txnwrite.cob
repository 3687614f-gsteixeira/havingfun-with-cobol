        *> **********************************************************************
        *> txnwrite - shared writer for the loan transaction history,
        *> loantxn.dat. loanpost flipped a paid flag, latefee bumped
        *> loan-fees-due, reprice and loanrstr rewrote the schedule and
        *> loanwoff marked rows "W" - and none of them left a dated,
        *> sequenced record of what it had done, so "what happened on
        *> this loan" was reconstructed from paid flags. Every one of
        *> them now describes its event in a LOANTXN record and CALLs
        *> this routine, the way the corrections CALL jrnwrite.
        *>
        *>    CALL "txnwrite" USING loan-txn-record.
        *>      the caller fills txn-loan-number, txn-event, the amount
        *>      and its split, txn-balance-after, txn-payment-num,
        *>      txn-effective-date, txn-program and txn-memo. This
        *>      routine fills in the rest:
        *>        txn-seq         next free sequence under the loan
        *>        txn-cycle-date  the open cycle's business date (or
        *>                        today) unless the caller set one
        *>        txn-effective-date  the cycle date too, when the
        *>                        caller had no date of its own
        *>        txn-stamp       the moment of the write
        *>        txn-operator    OPERATOR, else LOGNAME, else USER -
        *>                        the same pattern jrnwrite stamps the
        *>                        journal with
        *>      and hands the completed record back, so the caller can
        *>      quote the sequence it was given.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. txnwrite.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT txn-file ASSIGN TO "loantxn.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS tf-key
                        FILE STATUS IS txn-file-status.
        DATA DIVISION.
            FILE SECTION.
                *> the file side only needs the key to walk on; the
                *> full LOANTXN layout is the caller's record below.
                FD  txn-file.
                    01 txn-file-record.
                        02 tf-key.
                            03 tf-loan-number PIC 9(6).
                            03 tf-seq         PIC 9(6).
                        02 tf-rest            PIC X(142).
            WORKING-STORAGE SECTION.
                01 txn-file-status  PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 next-sequence    PIC 9(6) VALUE ZEROS.
                01 operator-id      PIC X(10) VALUE SPACES.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
            LINKAGE SECTION.
                COPY LOANTXN.
        *> *********************************************************************
        PROCEDURE DIVISION USING loan-txn-record.
            DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
            ACCEPT operator-id FROM ENVIRONMENT-VALUE.
            IF operator-id = SPACES THEN
                DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
                ACCEPT operator-id FROM ENVIRONMENT-VALUE
            END-IF.
            IF operator-id = SPACES THEN
                DISPLAY "USER" UPON ENVIRONMENT-NAME
                ACCEPT operator-id FROM ENVIRONMENT-VALUE
            END-IF.
            IF txn-cycle-date = SPACES THEN
                MOVE SPACES TO cycle-date-stamp
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
                END-IF
                MOVE cycle-date-stamp TO txn-cycle-date
            END-IF.
            IF txn-effective-date = SPACES THEN
                MOVE txn-cycle-date TO txn-effective-date
            END-IF.
            OPEN I-O txn-file.
            IF txn-file-status = "35" THEN
                OPEN OUTPUT txn-file
                CLOSE txn-file
                OPEN I-O txn-file
            END-IF.
            IF txn-file-status NOT = "00" THEN
                DISPLAY "txnwrite: cannot open loantxn.dat, status "
                        txn-file-status " - loan " txn-loan-number
                        " " txn-event " not recorded"
                GOBACK
            END-IF.
            PERFORM find-next-sequence.
            MOVE next-sequence TO txn-seq.
            MOVE FUNCTION CURRENT-DATE(1:14) TO txn-stamp.
            MOVE operator-id TO txn-operator.
            MOVE loan-txn-record TO txn-file-record.
            WRITE txn-file-record
                INVALID KEY
                    DISPLAY "txnwrite: loan " txn-loan-number
                            " sequence " txn-seq " already on file - "
                            txn-event " not recorded"
            END-WRITE.
            CLOSE txn-file.
            GOBACK.

            *> the next free sequence under the loan, found by walking
            *> its existing entries - the collect.dat pattern.
            find-next-sequence.
                MOVE 1 TO next-sequence.
                MOVE txn-loan-number TO tf-loan-number.
                MOVE 0 TO tf-seq.
                START txn-file KEY >= tf-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ txn-file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND tf-loan-number NOT = txn-loan-number
                            THEN
                        MOVE 1 TO end_of_file
                    END-IF
                    IF end_of_file = 0 THEN
                        COMPUTE next-sequence = tf-seq + 1
                    END-IF
                END-PERFORM.
                EXIT.

        END PROGRAM txnwrite.
