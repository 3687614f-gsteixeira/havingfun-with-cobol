        *> **********************************************************************
        *> loanarc - retention sweep over the loan master, the purgecust
        *> idea applied to loans. loanmast.dat and loansched.dat kept
        *> every loan ever booked, paid-off loans from years back
        *> included, and every nightly sweep read past them. This job
        *> walks loanmast.dat: a loan that is closed - paid off (P),
        *> written off (W) or sold and transferred out (T, see
        *> loanxfer.cob) - and has been closed longer than the
        *> configurable age moves, with its schedule rows and its
        *> collections history, to the loan archive files and leaves
        *> the live ones:
        *>
        *>      loanmast.arc   LOANARC, keyed on the loan number, the
        *>                     borrower as an alternate key
        *>      loansched.arc  SCHDARC, keyed on loan + payment number
        *>      collect.arc    the collect.dat entries (COLLREC),
        *>                     keyed the same loan + sequence
        *>
        *>    loanarcq.cob is the lookup into the archive; custinq and
        *>    taxstmt fall back to it, and purgecust.cob can archive a
        *>    customer once every one of their loans is archived.
        *>
        *>    loanarc.ctl   one 9(4) field: the age in days past which
        *>                  a closed loan leaves the live files.
        *>                  Missing or empty falls back to 2555 - the
        *>                  seven years the loan-record retention
        *>                  schedule names.
        *>
        *>    the closing date is the latest paid (or written-off)
        *>    date on the loan's schedule rows; a transferred loan's is
        *>    its transfer date on xferreg.dat. A written-off loan
        *>    still takes recoveries (see loanpost.cob), so its
        *>    closing date moves up to the latest recovery received
        *>    on recovery.dat - it stays on the master while
        *>    recoveries are still coming in. A closed loan with no
        *>    such date is retained and counted separately - age
        *>    unknown is not age proven.
        *>
        *>    each loan is written to the archive before it is taken
        *>    off the live files, so a run stopped part-way loses
        *>    nothing; run again, it picks up where it was.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. loanarc.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT loan-master ASSIGN TO "loanmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS loan-number
                        ALTERNATE RECORD KEY IS loan-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-master-status.
                    SELECT loan-schedule ASSIGN TO "loansched.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sched-key
                        FILE STATUS IS loan-schedule-status.
                    SELECT collections-file ASSIGN TO "collect.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS coll-key
                        FILE STATUS IS collections-status.
                    SELECT transfer-register ASSIGN TO "xferreg.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS xr-loan-number
                        FILE STATUS IS transfer-register-status.
                    SELECT recovery-file ASSIGN TO "recovery.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rcv-loan-number
                        FILE STATUS IS recovery-file-status.
                    SELECT loan-archive ASSIGN TO "loanmast.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS arc-loan-number
                        ALTERNATE RECORD KEY IS arc-borrower-id
                            WITH DUPLICATES
                        FILE STATUS IS loan-archive-status.
                    SELECT schedule-archive ASSIGN TO "loansched.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sa-key
                        FILE STATUS IS schedule-archive-status.
                    SELECT collections-archive ASSIGN TO "collect.arc"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ca-key
                        FILE STATUS IS collections-archive-status.
                    SELECT archive-control ASSIGN TO "loanarc.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS archive-control-status.
        DATA DIVISION.
            FILE SECTION.
                FD  loan-master.
                    COPY LOANREC.
                FD  loan-schedule.
                    COPY SCHEDREC.
                FD  collections-file.
                    COPY COLLREC.
                FD  transfer-register.
                    COPY XFERREG.
                FD  recovery-file.
                    COPY RECOVERY.
                FD  loan-archive.
                    COPY LOANARC.
                FD  schedule-archive.
                    COPY SCHDARC.
                FD  collections-archive.
                    *> the collect.dat entry exactly as it stood.
                    01 collections-archive-record.
                        02 ca-key.
                            03 ca-loan-number PIC 9(6).
                            03 ca-seq         PIC 9(3).
                        02 ca-entry-image     PIC X(130).
                FD  archive-control.
                    01 archive-control-record PIC 9(4).
            WORKING-STORAGE SECTION.
                01 loan-master-status      PIC X(02) VALUE "00".
                01 loan-schedule-status    PIC X(02) VALUE "00".
                01 collections-status      PIC X(02) VALUE "00".
                01 transfer-register-status PIC X(02) VALUE "00".
                01 recovery-file-status    PIC X(02) VALUE "00".
                01 loan-archive-status     PIC X(02) VALUE "00".
                01 schedule-archive-status PIC X(02) VALUE "00".
                01 collections-archive-status PIC X(02) VALUE "00".
                01 archive-control-status  PIC X(02) VALUE "00".
                01 collections-open  PIC 9 VALUE ZERO.
                01 transfers-open    PIC 9 VALUE ZERO.
                01 recoveries-open   PIC 9 VALUE ZERO.
                01 end_of_file       PIC 9 VALUE ZERO.
                01 walk-done         PIC 9 VALUE ZERO.
                01 keep-days         PIC 9(4) VALUE 2555.
                01 cycle-date-stamp  PIC X(08) VALUE SPACES.
                01 cycle-state-byte  PIC X(01) VALUE SPACES.
                01 today-integer     PIC 9(9) VALUE ZEROS.
                01 closed-date       PIC X(8) VALUE SPACES.
                01 closed-integer    PIC 9(9) VALUE ZEROS.
                01 age-in-days       PIC S9(9) VALUE ZEROS.
                01 held-loan-number  PIC 9(6) VALUE ZEROS.
                01 loans-read        PIC 9(6) VALUE ZEROS.
                01 loans-archived    PIC 9(6) VALUE ZEROS.
                01 loans-retained    PIC 9(6) VALUE ZEROS.
                01 loans-undated     PIC 9(6) VALUE ZEROS.
                01 rows-archived     PIC 9(9) VALUE ZEROS.
                01 entries-archived  PIC 9(9) VALUE ZEROS.
                01 banner-job-name  PIC X(20) VALUE "LOANARC".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            OPEN I-O loan-master.
            OPEN I-O loan-schedule.
            IF loan-master-status NOT = "00"
                    OR loan-schedule-status NOT = "00" THEN
                DISPLAY "loanarc: loan master/schedule not available"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            OPEN I-O collections-file.
            IF collections-status = "00" THEN
                MOVE 1 TO collections-open
            END-IF.
            OPEN INPUT transfer-register.
            IF transfer-register-status = "00" THEN
                MOVE 1 TO transfers-open
            END-IF.
            OPEN INPUT recovery-file.
            IF recovery-file-status = "00" THEN
                MOVE 1 TO recoveries-open
            END-IF.
            OPEN I-O loan-archive.
            IF loan-archive-status = "35" THEN
                OPEN OUTPUT loan-archive
                CLOSE loan-archive
                OPEN I-O loan-archive
            END-IF.
            OPEN I-O schedule-archive.
            IF schedule-archive-status = "35" THEN
                OPEN OUTPUT schedule-archive
                CLOSE schedule-archive
                OPEN I-O schedule-archive
            END-IF.
            OPEN I-O collections-archive.
            IF collections-archive-status = "35" THEN
                OPEN OUTPUT collections-archive
                CLOSE collections-archive
                OPEN I-O collections-archive
            END-IF.
            PERFORM load-keep-days.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            COMPUTE today-integer =
                    FUNCTION INTEGER-OF-DATE(FUNCTION
                            NUMVAL(cycle-date-stamp)).
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ loan-master NEXT RECORD
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    ADD 1 TO loans-read
                    PERFORM judge-one-loan
                END-IF
            END-PERFORM.
            CLOSE collections-archive.
            CLOSE schedule-archive.
            CLOSE loan-archive.
            IF transfers-open = 1 THEN
                CLOSE transfer-register
            END-IF.
            IF recoveries-open = 1 THEN
                CLOSE recovery-file
            END-IF.
            IF collections-open = 1 THEN
                CLOSE collections-file
            END-IF.
            CLOSE loan-schedule.
            CLOSE loan-master.
            DISPLAY "loanarc: " loans-read " read, " loans-archived
                    " archived (" rows-archived " schedule row(s), "
                    entries-archived " collections entr(ies)), "
                    loans-retained " retained, " loans-undated
                    " closed with no date (kept)".
            MOVE loans-read TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> the retention age, the purge.ctl one-field shape.
            load-keep-days.
                OPEN INPUT archive-control.
                IF archive-control-status = "00" THEN
                    READ archive-control
                        AT END CONTINUE
                        NOT AT END
                            IF archive-control-record NUMERIC
                                    AND archive-control-record > 0
                                    THEN
                                MOVE archive-control-record
                                        TO keep-days
                            END-IF
                    END-READ
                    CLOSE archive-control
                END-IF.
                DISPLAY "loanarc: archiving loans closed more than "
                        keep-days " day(s)".
                EXIT.

            *> open loans stay. A closed loan with a known closing
            *> date past the limit is archived; anything else stays.
            judge-one-loan.
                IF NOT loan-is-paid-off AND NOT loan-is-written-off
                        AND NOT loan-is-transferred THEN
                    ADD 1 TO loans-retained
                    EXIT PARAGRAPH
                END-IF.
                PERFORM find-the-closing-date.
                IF closed-date = SPACES
                        OR closed-date NOT NUMERIC THEN
                    ADD 1 TO loans-undated
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE closed-integer = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(closed-date)).
                IF closed-integer = 0 THEN
                    ADD 1 TO loans-undated
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE age-in-days = today-integer - closed-integer.
                IF age-in-days <= keep-days THEN
                    ADD 1 TO loans-retained
                    EXIT PARAGRAPH
                END-IF.
                PERFORM archive-the-loan.
                EXIT.

            find-the-closing-date.
                MOVE SPACES TO closed-date.
                IF loan-is-transferred THEN
                    IF transfers-open = 1 THEN
                        MOVE loan-number TO xr-loan-number
                        READ transfer-register
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE xr-transfer-date TO closed-date
                        END-READ
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                MOVE loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND sched-loan-number NOT = loan-number
                            THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0
                            AND (sched-row-is-paid
                                OR sched-row-written-off)
                            AND sched-paid-date NUMERIC
                            AND (closed-date = SPACES
                                OR sched-paid-date > closed-date) THEN
                        MOVE sched-paid-date TO closed-date
                    END-IF
                END-PERFORM.
                IF loan-is-written-off AND recoveries-open = 1 THEN
                    MOVE loan-number TO rcv-loan-number
                    READ recovery-file
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF rcv-last-date NUMERIC
                                    AND (closed-date = SPACES
                                    OR rcv-last-date > closed-date)
                                    THEN
                                MOVE rcv-last-date TO closed-date
                            END-IF
                    END-READ
                END-IF.
                EXIT.

            *> archive first, then delete: the loan record, its rows,
            *> its collections entries, and last the master record.
            *> The walk then resumes past the loan just removed.
            archive-the-loan.
                MOVE loan-number TO held-loan-number.
                MOVE SPACES TO loan-archive-record.
                MOVE loan-number TO arc-loan-number.
                MOVE loan-borrower-id TO arc-borrower-id.
                MOVE closed-date TO arc-closed-date.
                MOVE cycle-date-stamp TO arc-archived-date.
                MOVE loan-record TO arc-loan-image.
                WRITE loan-archive-record
                    INVALID KEY REWRITE loan-archive-record
                END-WRITE.
                PERFORM archive-the-rows.
                IF collections-open = 1 THEN
                    PERFORM archive-the-collections
                END-IF.
                MOVE held-loan-number TO loan-number.
                DELETE loan-master
                    INVALID KEY CONTINUE
                END-DELETE.
                ADD 1 TO loans-archived.
                DISPLAY "loanarc: loan " held-loan-number
                        " archived (closed " closed-date ")".
                MOVE held-loan-number TO loan-number.
                START loan-master KEY > loan-number
                    INVALID KEY MOVE 1 TO end_of_file
                END-START.
                EXIT.

            archive-the-rows.
                MOVE held-loan-number TO sched-loan-number.
                MOVE 0 TO sched-payment-num.
                START loan-schedule KEY >= sched-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ loan-schedule NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND sched-loan-number
                                    NOT = held-loan-number THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        MOVE SPACES TO schedule-archive-record
                        MOVE sched-loan-number TO sa-loan-number
                        MOVE sched-payment-num TO sa-payment-num
                        MOVE schedule-record TO sa-row-image
                        WRITE schedule-archive-record
                            INVALID KEY
                                REWRITE schedule-archive-record
                        END-WRITE
                        DELETE loan-schedule
                            INVALID KEY CONTINUE
                        END-DELETE
                        ADD 1 TO rows-archived
                    END-IF
                END-PERFORM.
                EXIT.

            archive-the-collections.
                MOVE held-loan-number TO coll-loan-number.
                MOVE 0 TO coll-seq.
                START collections-file KEY >= coll-key
                    INVALID KEY EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ collections-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0
                            AND coll-loan-number
                                    NOT = held-loan-number THEN
                        MOVE 1 TO walk-done
                    END-IF
                    IF walk-done = 0 THEN
                        MOVE SPACES TO collections-archive-record
                        MOVE coll-loan-number TO ca-loan-number
                        MOVE coll-seq TO ca-seq
                        MOVE collection-record TO ca-entry-image
                        WRITE collections-archive-record
                            INVALID KEY
                                REWRITE collections-archive-record
                        END-WRITE
                        DELETE collections-file
                            INVALID KEY CONTINUE
                        END-DELETE
                        ADD 1 TO entries-archived
                    END-IF
                END-PERFORM.
                EXIT.

        END PROGRAM loanarc.
