        *> **********************************************************************
        *> househld - the householding pass. A family of three customers
        *> at one address got three identical marketing letters in
        *> three envelopes; this job works out who lives together so
        *> letters.cob can send a household one piece. Every active
        *> customer with a mailable address is grouped on the address
        *> normalized the way addrqual.cob reads it - folded to upper
        *> case, the punctuation dropped, the words single-spaced, and
        *> each street suffix spelled the one way street.ctl lists it -
        *> and the household.dat file (HOUSEHLD) is rebuilt from the
        *> groups, every member under the household id of the lowest
        *> user_id at the address.
        *>
        *>    street.ctl is addrqual's suffix list, one suffix per line
        *>    in columns 1-10. A line may carry in columns 12-21 the
        *>    long spelling that suffix stands for - "ST        STREET"
        *>    - and an address spelling it out is read as the suffix,
        *>    so 12 ELM STREET and 12 Elm St. are the same address. No
        *>    control file, no suffix folding: the rest of the
        *>    normalization still applies.
        *>
        *>    a customer held for address correction (cust-mail-hold)
        *>    or with no address is left out - nothing is mailed to
        *>    them anyway. More than 12 customers at one normalized
        *>    address is a building or a mail drop, not a family: each
        *>    of them stays a household of one and the address is
        *>    listed for the desk to look at.
        *>
        *>    run it after addrqual and before any marketing letters.
        *>    The shared households, and the pieces a mailing saves,
        *>    go to househld.rpt, the console and the report
        *>    repository.
        *>
        *>    RETURN-CODE: 0 the file was rebuilt, 8 the customer
        *>    master was not available.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. househld.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT customer-master ASSIGN TO "custmast.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS user_id
                        FILE STATUS IS master-file-status.
                    SELECT suffix-control ASSIGN TO "street.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS suffix-control-status.
                    SELECT household-file ASSIGN TO "household.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS hh-key
                        ALTERNATE RECORD KEY IS hh-member-id
                        FILE STATUS IS household-file-status.
                    SELECT address-sorted ASSIGN TO "househld.srt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                    SELECT address-sort-work ASSIGN TO "househld.tmp".
                    SELECT report-file ASSIGN TO "househld.rpt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  customer-master.
                    COPY CUSTREC.
                FD  suffix-control.
                    01 suffix-control-line.
                        02 control-suffix    PIC X(10).
                        02 FILLER            PIC X(1).
                        02 control-long-form PIC X(10).
                FD  household-file.
                    COPY HOUSEHLD.
                FD  address-sorted.
                    01 sorted-record.
                        02 srt-address-key PIC X(60).
                        02 srt-user-id     PIC 9(4).
                        02 srt-username    PIC X(50).
                SD  address-sort-work.
                    01 sort-work-record.
                        02 sw-address-key PIC X(60).
                        02 sw-user-id     PIC 9(4).
                        02 sw-username    PIC X(50).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 master-file-status    PIC X(02) VALUE "00".
                01 suffix-control-status PIC X(02) VALUE "00".
                01 household-file-status PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 control-done     PIC 9 VALUE ZERO.
                01 build-date       PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the street suffixes and the long spellings they
                *> stand for, loaded once.
                01 suffix-table.
                    02 suffix-entry OCCURS 50 TIMES.
                        03 suffix-word      PIC X(10).
                        03 suffix-long-form PIC X(10).
                01 suffix-count     PIC 9(2) VALUE ZEROS.
                01 suffix-idx       PIC 9(2) VALUE ZEROS.
                *> the address in hand, folded and rebuilt word by
                *> word.
                01 folded-address   PIC X(60) VALUE SPACES.
                01 normal-address   PIC X(60) VALUE SPACES.
                01 normal-pointer   PIC 9(3) VALUE ZEROS.
                01 scan-pointer     PIC 9(3) VALUE ZEROS.
                01 address-word     PIC X(30) VALUE SPACES.
                *> the customers at the address the sorted walk is on.
                01 household-limit  PIC 9(3) VALUE 12.
                01 current-address  PIC X(60) VALUE SPACES.
                01 group-size       PIC 9(3) VALUE ZEROS.
                01 group-table.
                    02 group-member OCCURS 100 TIMES.
                        03 member-id   PIC 9(4).
                        03 member-name PIC X(50).
                01 member-idx       PIC 9(3) VALUE ZEROS.
                01 customers-grouped PIC 9(6) VALUE ZEROS.
                01 households-built PIC 9(6) VALUE ZEROS.
                01 households-shared PIC 9(6) VALUE ZEROS.
                01 pieces-saved     PIC 9(6) VALUE ZEROS.
                01 addresses-too-big PIC 9(6) VALUE ZEROS.
                01 delete-status    PIC 9(9) COMP VALUE ZERO.
                01 print-text       PIC X(100) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE "househld.rpt".
                01 banner-job-name  PIC X(20) VALUE "HOUSEHLD".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            MOVE SPACES TO build-date.
            CALL "cyclectl" USING "R", build-date, cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO build-date
            END-IF.
            PERFORM load-street-suffixes.
            OPEN INPUT customer-master.
            IF master-file-status NOT = "00" THEN
                DISPLAY "househld: custmast.dat not available "
                        "(status " master-file-status ")"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            SORT address-sort-work
                ON ASCENDING KEY sw-address-key, sw-user-id
                INPUT PROCEDURE IS release-mailable-customers
                GIVING address-sorted.
            CLOSE customer-master.
            OPEN OUTPUT household-file.
            OPEN OUTPUT report-file.
            MOVE SPACES TO print-text.
            STRING "HOUSEHOLDS SHARING AN ADDRESS - " build-date
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE 0 TO group-size.
            MOVE SPACES TO current-address.
            OPEN INPUT address-sorted.
            MOVE 0 TO end_of_file.
            PERFORM UNTIL end_of_file = 1
                READ address-sorted
                    AT END MOVE 1 TO end_of_file
                END-READ
                IF end_of_file = 0 THEN
                    IF group-size > 0
                            AND srt-address-key NOT = current-address
                            THEN
                        PERFORM flush-the-group
                    END-IF
                    MOVE srt-address-key TO current-address
                    IF group-size < 100 THEN
                        ADD 1 TO group-size
                        MOVE srt-user-id TO member-id(group-size)
                        MOVE srt-username TO member-name(group-size)
                    END-IF
                    ADD 1 TO customers-grouped
                END-IF
            END-PERFORM.
            PERFORM flush-the-group.
            CLOSE address-sorted.
            CALL "CBL_DELETE_FILE" USING "househld.srt"
                    RETURNING delete-status.
            CLOSE household-file.
            IF households-shared = 0 THEN
                MOVE "  no two customers share an address"
                        TO print-text
                PERFORM print-one-line
            END-IF.
            MOVE SPACES TO print-text.
            PERFORM print-one-line.
            MOVE SPACES TO print-text.
            STRING "TOTALS: " customers-grouped " customer(s) in "
                    households-built " household(s), "
                    households-shared " shared - "
                    pieces-saved " piece(s) saved per mailing"
                DELIMITED BY SIZE INTO print-text
            END-STRING.
            PERFORM print-one-line.
            IF addresses-too-big > 0 THEN
                MOVE SPACES TO print-text
                STRING "        " addresses-too-big " address(es) "
                        "with more than " household-limit
                        " customers left unhouseholded"
                    DELIMITED BY SIZE INTO print-text
                END-STRING
                PERFORM print-one-line
            END-IF.
            CLOSE report-file.
            CALL "rptstore" USING repo-report-name.
            MOVE customers-grouped TO banner-rec-count.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            *> addrqual's suffix list, with the long spelling beside
            *> each suffix where the line gives one.
            load-street-suffixes.
                MOVE 0 TO suffix-count.
                OPEN INPUT suffix-control.
                IF suffix-control-status NOT = "00" THEN
                    DISPLAY "househld: street.ctl not on hand - "
                            "suffixes compared as keyed"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO control-done.
                PERFORM UNTIL control-done = 1
                        OR suffix-count >= 50
                    READ suffix-control
                        AT END MOVE 1 TO control-done
                        NOT AT END
                            IF control-suffix NOT = SPACES THEN
                                ADD 1 TO suffix-count
                                MOVE FUNCTION UPPER-CASE(
                                        control-suffix)
                                        TO suffix-word(suffix-count)
                                MOVE FUNCTION UPPER-CASE(
                                        control-long-form)
                                        TO suffix-long-form(
                                            suffix-count)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE suffix-control.
                EXIT.

            *> feeds the sort: every active customer with an address
            *> the mail can go to, keyed on the normalized address.
            release-mailable-customers.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ customer-master NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND cust-status-active
                            AND NOT cust-mail-held
                            AND cust-address NOT = SPACES THEN
                        PERFORM normalize-the-address
                        IF normal-address NOT = SPACES THEN
                            MOVE normal-address TO sw-address-key
                            MOVE user_id TO sw-user-id
                            MOVE username TO sw-username
                            RELEASE sort-work-record
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> upper case, punctuation to spaces, then one word at a
            *> time into the rebuilt address, single-spaced, each long
            *> suffix spelling swapped for its suffix.
            normalize-the-address.
                MOVE FUNCTION UPPER-CASE(cust-address)
                        TO folded-address.
                INSPECT folded-address REPLACING
                        ALL "." BY SPACE ALL "," BY SPACE
                        ALL "#" BY SPACE ALL ";" BY SPACE.
                MOVE SPACES TO normal-address.
                MOVE 1 TO normal-pointer.
                MOVE 1 TO scan-pointer.
                PERFORM UNTIL scan-pointer > 60
                        OR normal-pointer > 60
                    MOVE SPACES TO address-word
                    UNSTRING folded-address DELIMITED BY ALL SPACE
                        INTO address-word
                        WITH POINTER scan-pointer
                    END-UNSTRING
                    IF address-word NOT = SPACES THEN
                        PERFORM fold-one-suffix
                        IF normal-pointer > 1 THEN
                            ADD 1 TO normal-pointer
                        END-IF
                        STRING FUNCTION TRIM(address-word)
                                DELIMITED BY SIZE
                            INTO normal-address
                            WITH POINTER normal-pointer
                        END-STRING
                    END-IF
                END-PERFORM.
                EXIT.

            fold-one-suffix.
                PERFORM VARYING suffix-idx FROM 1 BY 1
                        UNTIL suffix-idx > suffix-count
                    IF suffix-long-form(suffix-idx) NOT = SPACES
                            AND address-word
                                = suffix-long-form(suffix-idx) THEN
                        MOVE suffix-word(suffix-idx) TO address-word
                    END-IF
                END-PERFORM.
                EXIT.

            *> one address's customers: a household under the lowest
            *> user_id, or - past the limit - a household of one each.
            flush-the-group.
                IF group-size = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF group-size > household-limit THEN
                    ADD 1 TO addresses-too-big
                    MOVE SPACES TO print-text
                    STRING "  " FUNCTION TRIM(current-address) " - "
                            group-size " customers, NOT HOUSEHOLDED"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    PERFORM VARYING member-idx FROM 1 BY 1
                            UNTIL member-idx > group-size
                        MOVE member-id(member-idx)
                                TO hh-household-id
                        MOVE 1 TO hh-member-count
                        PERFORM write-one-member
                    END-PERFORM
                    MOVE 0 TO group-size
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO households-built.
                PERFORM VARYING member-idx FROM 1 BY 1
                        UNTIL member-idx > group-size
                    MOVE member-id(1) TO hh-household-id
                    MOVE group-size TO hh-member-count
                    PERFORM write-one-member
                END-PERFORM.
                IF group-size > 1 THEN
                    ADD 1 TO households-shared
                    COMPUTE pieces-saved = pieces-saved
                            + group-size - 1
                    MOVE SPACES TO print-text
                    STRING "  HOUSEHOLD " member-id(1) "  "
                            FUNCTION TRIM(current-address)
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    PERFORM VARYING member-idx FROM 1 BY 1
                            UNTIL member-idx > group-size
                        MOVE SPACES TO print-text
                        STRING "    " member-id(member-idx) "  "
                                FUNCTION TRIM(member-name(member-idx))
                            DELIMITED BY SIZE INTO print-text
                        END-STRING
                        PERFORM print-one-line
                    END-PERFORM
                END-IF.
                MOVE 0 TO group-size.
                EXIT.

            write-one-member.
                MOVE member-id(member-idx) TO hh-user-id.
                MOVE member-id(member-idx) TO hh-member-id.
                MOVE current-address TO hh-address-key.
                MOVE build-date TO hh-built-date.
                WRITE household-record
                    INVALID KEY
                        DISPLAY "househld: user_id " hh-user-id
                                " not written, status "
                                household-file-status
                END-WRITE.
                IF hh-member-count = 1
                        AND group-size > household-limit THEN
                    ADD 1 TO households-built
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "househld: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM househld.
