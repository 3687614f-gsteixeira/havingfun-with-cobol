        *> **********************************************************************
        *> sancscrn - the sanctions watch-list matcher, CALLed wherever a
        *> customer comes on the books (custmnt's add, custbat's add,
        *> custload's new rows) and by the nightly rescreen, sancnite.cob;
        *> and asked, before money or credit goes out (loanadd,
        *> refund, escrdisb, linemnt), whether a customer is blocked.
        *>
        *>    CALL "sancscrn" USING ss-mode, ss-user-id, ss-name,
        *>                          ss-address, ss-source, ss-score,
        *>                          ss-outcome.
        *>      ss-mode    X(1)  S screen the customer against the watch
        *>                         list; every name scoring at or over
        *>                         the threshold is queued for review
        *>                         on sancrev.dat (SANCHIT)
        *>                       B only report whether the customer has
        *>                         a hit pending or confirmed
        *>      ss-user-id 9(4)
        *>      ss-name    X(50) the customer's name   (S only)
        *>      ss-address X(60) and address           (S only)
        *>      ss-source  X(10) who asked - CUSTMNT, CUSTBAT, ... (S)
        *>      ss-score   9(3)  out: the best score found, 0-100 (S)
        *>      ss-outcome X(1)  out, S: N a new hit queued (or one
        *>                             cleared before, raised again
        *>                             because the name or address
        *>                             changed)
        *>                           H a hit already on the queue,
        *>                             still open
        *>                           C clear
        *>                           U no watch list - not screened
        *>                       out, B: B blocked, space free
        *>
        *>    the match is fuzzy, word by word, so word order, a
        *>    dropped middle name, an initial or a transliteration
        *>    variant do not let a listed name through. Both names are
        *>    folded (upper case, punctuation out) and split into words,
        *>    titles and company suffixes dropped (MR, DR, INC, LLC ...).
        *>    Two words score:
        *>      100  the same word
        *>       85  the same consonant skeleton - the first letter,
        *>           then the consonants with doubles run together
        *>           (MOHAMMED / MUHAMAD, YUSUF / YOUSEF)
        *>       75  the same first four letters, both five or longer
        *>       70  an initial against a word it begins
        *>    every word of each name takes its best score against the
        *>    other's words, and the name scores the average over both
        *>    names' words - so an extra word on either side costs.
        *>    A name within 10 of the threshold gains 10 when a word
        *>    of the listing's city or country is in the customer's
        *>    address. The threshold is 85 unless sanction.ctl, one
        *>    9(3) field, says otherwise.
        *>
        *>    the watch list (WATCHLST, built by sancload.cob) is read
        *>    into a table on the first call of a run and held for the
        *>    rest of it - up to 20000 names.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. sancscrn.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT watch-file ASSIGN TO "watchlst.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS watch-file-status.
                    SELECT threshold-control ASSIGN TO "sanction.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS threshold-control-status.
                    SELECT review-file ASSIGN TO "sancrev.dat"
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sr-key
                        FILE STATUS IS review-file-status.
        DATA DIVISION.
            FILE SECTION.
                FD  watch-file.
                    COPY WATCHLST.
                FD  threshold-control.
                    01 threshold-control-record PIC 9(3).
                FD  review-file.
                    COPY SANCHIT.
            WORKING-STORAGE SECTION.
                01 watch-file-status        PIC X(02) VALUE "00".
                01 threshold-control-status PIC X(02) VALUE "00".
                01 review-file-status       PIC X(02) VALUE "00".
                01 end_of_file      PIC 9 VALUE ZERO.
                01 list-state       PIC 9 VALUE ZERO.
                    88 list-not-read      VALUE 0.
                    88 list-is-loaded     VALUE 1.
                    88 list-is-missing    VALUE 2.
                01 match-threshold  PIC 9(3) VALUE 85.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                *> the watch list, folded and split once at load.
                01 watch-table.
                    02 watch-row OCCURS 20000 TIMES.
                        03 wt-entry         PIC 9(8).
                        03 wt-name          PIC X(60).
                        03 wt-program       PIC X(12).
                        03 wt-address       PIC X(40).
                        03 wt-word-count    PIC 9.
                        03 wt-word          PIC X(16) OCCURS 6 TIMES.
                        03 wt-skeleton      PIC X(16) OCCURS 6 TIMES.
                01 watch-count      PIC 9(5) VALUE ZEROS.
                01 watch-idx        PIC 9(5) VALUE ZEROS.
                *> the customer in hand, split the same way.
                01 cust-word-count  PIC 9 VALUE ZERO.
                01 cust-words.
                    02 cust-word        PIC X(16) OCCURS 6 TIMES.
                01 cust-skeletons.
                    02 cust-skeleton    PIC X(16) OCCURS 6 TIMES.
                01 cust-folded-address PIC X(62) VALUE SPACES.
                *> the word splitter's work area.
                01 split-source     PIC X(60) VALUE SPACES.
                01 split-count      PIC 9 VALUE ZERO.
                01 split-words.
                    02 split-word       PIC X(16) OCCURS 6 TIMES.
                01 split-pointer    PIC 9(3) VALUE ZEROS.
                01 split-piece      PIC X(60) VALUE SPACES.
                01 noise-words.
                    02 FILLER PIC X(4) VALUE "MR  ".
                    02 FILLER PIC X(4) VALUE "MRS ".
                    02 FILLER PIC X(4) VALUE "MS  ".
                    02 FILLER PIC X(4) VALUE "MISS".
                    02 FILLER PIC X(4) VALUE "DR  ".
                    02 FILLER PIC X(4) VALUE "THE ".
                    02 FILLER PIC X(4) VALUE "AND ".
                    02 FILLER PIC X(4) VALUE "OF  ".
                    02 FILLER PIC X(4) VALUE "INC ".
                    02 FILLER PIC X(4) VALUE "LLC ".
                    02 FILLER PIC X(4) VALUE "LTD ".
                    02 FILLER PIC X(4) VALUE "CO  ".
                    02 FILLER PIC X(4) VALUE "CORP".
                01 FILLER REDEFINES noise-words.
                    02 noise-word PIC X(4) OCCURS 13 TIMES.
                01 noise-idx        PIC 9(2) VALUE ZEROS.
                01 word-is-noise    PIC 9 VALUE ZERO.
                *> the skeleton builder.
                01 skeleton-in      PIC X(16) VALUE SPACES.
                01 skeleton-out     PIC X(16) VALUE SPACES.
                01 skeleton-idx     PIC 9(2) VALUE ZEROS.
                01 skeleton-pointer PIC 9(2) VALUE ZEROS.
                01 skeleton-char    PIC X(1) VALUE SPACE.
                *> the folding: upper case, anything but a letter or
                *> a digit to a blank, runs of blanks to one.
                01 fold-in          PIC X(100) VALUE SPACES.
                01 fold-out         PIC X(100) VALUE SPACES.
                01 fold-idx         PIC 9(3) VALUE ZEROS.
                01 fold-pointer     PIC 9(3) VALUE ZEROS.
                01 fold-char        PIC X(1) VALUE SPACE.
                01 fold-last-blank  PIC 9 VALUE ZERO.
                *> the scoring.
                01 word-a           PIC X(16) VALUE SPACES.
                01 word-b           PIC X(16) VALUE SPACES.
                01 skeleton-a       PIC X(16) VALUE SPACES.
                01 skeleton-b       PIC X(16) VALUE SPACES.
                01 length-a         PIC 9(2) VALUE ZEROS.
                01 length-b         PIC 9(2) VALUE ZEROS.
                01 pair-score       PIC 9(3) VALUE ZEROS.
                01 best-score       PIC 9(3) VALUE ZEROS.
                01 score-sum        PIC 9(5) VALUE ZEROS.
                01 name-score       PIC 9(3) VALUE ZEROS.
                01 cust-idx         PIC 9 VALUE ZERO.
                01 list-idx         PIC 9 VALUE ZERO.
                01 place-words.
                    02 place-word       PIC X(20) OCCURS 6 TIMES.
                01 place-idx        PIC 9 VALUE ZERO.
                01 place-probe      PIC X(22) VALUE SPACES.
                01 place-length     PIC 9(2) VALUE ZEROS.
                01 place-hits       PIC 9(3) VALUE ZEROS.
                01 hits-new         PIC 9(3) VALUE ZEROS.
                01 hits-open        PIC 9(3) VALUE ZEROS.
                01 hit-found        PIC 9 VALUE ZERO.
                    88 hit-on-file VALUE 1.
                01 walk-done        PIC 9 VALUE ZERO.
            LINKAGE SECTION.
                01 ss-mode    PIC X(1).
                01 ss-user-id PIC 9(4).
                01 ss-name    PIC X(50).
                01 ss-address PIC X(60).
                01 ss-source  PIC X(10).
                01 ss-score   PIC 9(3).
                01 ss-outcome PIC X(1).
        *> *********************************************************************
        PROCEDURE DIVISION USING ss-mode, ss-user-id, ss-name,
                ss-address, ss-source, ss-score, ss-outcome.
            IF ss-mode = "B" THEN
                PERFORM look-for-a-block
            ELSE
                PERFORM screen-the-customer
            END-IF.
            GOBACK.

            *> ---------------------------------------------------------
            *> B: any hit pending or confirmed blocks the customer.
            *> ---------------------------------------------------------
            look-for-a-block.
                MOVE SPACE TO ss-outcome.
                OPEN INPUT review-file.
                IF review-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ss-user-id TO sr-user-id.
                MOVE ZEROS TO sr-entry.
                START review-file KEY IS NOT LESS THAN sr-key
                    INVALID KEY
                        CLOSE review-file
                        EXIT PARAGRAPH
                END-START.
                MOVE 0 TO walk-done.
                PERFORM UNTIL walk-done = 1
                    READ review-file NEXT RECORD
                        AT END MOVE 1 TO walk-done
                    END-READ
                    IF walk-done = 0 THEN
                        IF sr-user-id NOT = ss-user-id THEN
                            MOVE 1 TO walk-done
                        ELSE
                            IF sr-is-blocking THEN
                                MOVE "B" TO ss-outcome
                                MOVE 1 TO walk-done
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE review-file.
                EXIT.

            *> ---------------------------------------------------------
            *> S: score the customer against every name on the list.
            *> ---------------------------------------------------------
            screen-the-customer.
                MOVE 0 TO ss-score.
                IF list-not-read THEN
                    PERFORM load-the-watch-list
                END-IF.
                IF NOT list-is-loaded THEN
                    MOVE "U" TO ss-outcome
                    EXIT PARAGRAPH
                END-IF.
                MOVE ss-name TO fold-in.
                PERFORM fold-the-text.
                MOVE fold-out(1:60) TO split-source.
                PERFORM split-into-words.
                MOVE split-count TO cust-word-count.
                MOVE split-words TO cust-words.
                PERFORM VARYING cust-idx FROM 1 BY 1
                        UNTIL cust-idx > cust-word-count
                    MOVE cust-word(cust-idx) TO skeleton-in
                    PERFORM build-the-skeleton
                    MOVE skeleton-out TO cust-skeleton(cust-idx)
                END-PERFORM.
                MOVE ss-address TO fold-in.
                PERFORM fold-the-text.
                MOVE SPACES TO cust-folded-address.
                MOVE fold-out(1:60) TO cust-folded-address(2:60).
                MOVE "C" TO ss-outcome.
                IF cust-word-count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO hits-new.
                MOVE 0 TO hits-open.
                MOVE SPACES TO cycle-date-stamp.
                CALL "cyclectl" USING "R", cycle-date-stamp,
                        cycle-state-byte.
                IF cycle-state-byte NOT = "O" THEN
                    MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
                END-IF.
                OPEN I-O review-file.
                IF review-file-status = "35" THEN
                    OPEN OUTPUT review-file
                    CLOSE review-file
                    OPEN I-O review-file
                END-IF.
                PERFORM VARYING watch-idx FROM 1 BY 1
                        UNTIL watch-idx > watch-count
                    PERFORM score-one-name
                    IF name-score > ss-score THEN
                        MOVE name-score TO ss-score
                    END-IF
                    IF name-score >= match-threshold THEN
                        PERFORM queue-the-hit
                    END-IF
                END-PERFORM.
                CLOSE review-file.
                EVALUATE TRUE
                    WHEN hits-new > 0  MOVE "N" TO ss-outcome
                    WHEN hits-open > 0 MOVE "H" TO ss-outcome
                    WHEN OTHER         MOVE "C" TO ss-outcome
                END-EVALUATE.
                EXIT.

            *> every word of each name against the other name's words,
            *> averaged over both - then the address nudge.
            score-one-name.
                MOVE 0 TO name-score.
                IF wt-word-count(watch-idx) = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO score-sum.
                PERFORM VARYING cust-idx FROM 1 BY 1
                        UNTIL cust-idx > cust-word-count
                    MOVE 0 TO best-score
                    PERFORM VARYING list-idx FROM 1 BY 1
                            UNTIL list-idx > wt-word-count(watch-idx)
                        PERFORM score-the-pair
                    END-PERFORM
                    ADD best-score TO score-sum
                END-PERFORM.
                PERFORM VARYING list-idx FROM 1 BY 1
                        UNTIL list-idx > wt-word-count(watch-idx)
                    MOVE 0 TO best-score
                    PERFORM VARYING cust-idx FROM 1 BY 1
                            UNTIL cust-idx > cust-word-count
                        PERFORM score-the-pair
                    END-PERFORM
                    ADD best-score TO score-sum
                END-PERFORM.
                COMPUTE name-score = score-sum
                        / (cust-word-count + wt-word-count(watch-idx)).
                IF name-score + 10 >= match-threshold
                        AND name-score < 100
                        AND wt-address(watch-idx) NOT = SPACES THEN
                    PERFORM weigh-the-address
                END-IF.
                EXIT.

            score-the-pair.
                MOVE cust-word(cust-idx) TO word-a.
                MOVE cust-skeleton(cust-idx) TO skeleton-a.
                MOVE wt-word(watch-idx, list-idx) TO word-b.
                MOVE wt-skeleton(watch-idx, list-idx) TO skeleton-b.
                MOVE 0 TO pair-score.
                MOVE 0 TO length-a.
                INSPECT FUNCTION REVERSE(word-a)
                        TALLYING length-a FOR LEADING SPACES.
                COMPUTE length-a = 16 - length-a.
                MOVE 0 TO length-b.
                INSPECT FUNCTION REVERSE(word-b)
                        TALLYING length-b FOR LEADING SPACES.
                COMPUTE length-b = 16 - length-b.
                EVALUATE TRUE
                    WHEN word-a = word-b
                        MOVE 100 TO pair-score
                    WHEN length-a >= 3 AND length-b >= 3
                            AND skeleton-a = skeleton-b
                        MOVE 85 TO pair-score
                    WHEN length-a >= 5 AND length-b >= 5
                            AND word-a(1:4) = word-b(1:4)
                        MOVE 75 TO pair-score
                    WHEN (length-a = 1 OR length-b = 1)
                            AND word-a(1:1) = word-b(1:1)
                        MOVE 70 TO pair-score
                END-EVALUATE.
                IF pair-score > best-score THEN
                    MOVE pair-score TO best-score
                END-IF.
                EXIT.

            *> a word of four letters or more from the listing's city
            *> or country, found as a word in the customer's address.
            weigh-the-address.
                MOVE SPACES TO place-words.
                UNSTRING wt-address(watch-idx) DELIMITED BY ALL SPACE
                        INTO place-word(1), place-word(2),
                             place-word(3), place-word(4),
                             place-word(5), place-word(6)
                END-UNSTRING.
                PERFORM VARYING place-idx FROM 1 BY 1
                        UNTIL place-idx > 6
                    IF place-word(place-idx)(4:1) NOT = SPACE THEN
                        MOVE SPACES TO place-probe
                        STRING " " FUNCTION TRIM(place-word(place-idx))
                                " "
                            DELIMITED BY SIZE INTO place-probe
                        END-STRING
                        MOVE 0 TO place-length
                        INSPECT FUNCTION REVERSE(place-probe)
                                TALLYING place-length
                                FOR LEADING SPACES
                        COMPUTE place-length = 22 - place-length + 1
                        MOVE 0 TO place-hits
                        INSPECT cust-folded-address TALLYING place-hits
                                FOR ALL place-probe(1:place-length)
                        IF place-hits > 0 THEN
                            ADD 10 TO name-score
                            IF name-score > 100 THEN
                                MOVE 100 TO name-score
                            END-IF
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> one row per customer and listed party: a cleared row
            *> stays cleared while the customer is as they were when
            *> it was cleared.
            queue-the-hit.
                MOVE 1 TO hit-found.
                MOVE ss-user-id TO sr-user-id.
                MOVE wt-entry(watch-idx) TO sr-entry.
                READ review-file
                    INVALID KEY MOVE 0 TO hit-found
                END-READ.
                IF hit-on-file THEN
                    IF sr-is-cleared THEN
                        IF sr-screened-name = ss-name
                                AND sr-screened-address = ss-address
                            EXIT PARAGRAPH
                        END-IF
                        PERFORM fill-the-hit
                        REWRITE sanction-hit-record
                        ADD 1 TO hits-new
                    ELSE
                        IF name-score > sr-score THEN
                            MOVE name-score TO sr-score
                            MOVE wt-name(watch-idx) TO sr-list-name
                        END-IF
                        MOVE ss-name TO sr-screened-name
                        MOVE ss-address TO sr-screened-address
                        REWRITE sanction-hit-record
                        ADD 1 TO hits-open
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                PERFORM fill-the-hit.
                WRITE sanction-hit-record.
                ADD 1 TO hits-new.
                EXIT.

            fill-the-hit.
                MOVE SPACES TO sanction-hit-record.
                MOVE ss-user-id TO sr-user-id.
                MOVE wt-entry(watch-idx) TO sr-entry.
                SET sr-is-pending TO TRUE.
                MOVE name-score TO sr-score.
                MOVE ss-source TO sr-source.
                MOVE cycle-date-stamp TO sr-found-date.
                MOVE ss-name TO sr-screened-name.
                MOVE ss-address TO sr-screened-address.
                MOVE wt-name(watch-idx) TO sr-list-name.
                MOVE wt-program(watch-idx) TO sr-list-program.
                EXIT.

            *> ---------------------------------------------------------
            *> the list, once a run.
            *> ---------------------------------------------------------
            load-the-watch-list.
                OPEN INPUT threshold-control.
                IF threshold-control-status = "00" THEN
                    READ threshold-control
                        AT END CONTINUE
                        NOT AT END
                            IF threshold-control-record NUMERIC
                                    AND threshold-control-record > 0
                                MOVE threshold-control-record
                                        TO match-threshold
                            END-IF
                    END-READ
                    CLOSE threshold-control
                END-IF.
                OPEN INPUT watch-file.
                IF watch-file-status NOT = "00" THEN
                    DISPLAY "sancscrn: no watchlst.dat - run sancload;"
                            " customers are not being screened"
                    SET list-is-missing TO TRUE
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO watch-count.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                        OR watch-count >= 20000
                    READ watch-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND wl-name NOT = SPACES THEN
                        ADD 1 TO watch-count
                        PERFORM hold-one-name
                    END-IF
                END-PERFORM.
                CLOSE watch-file.
                SET list-is-loaded TO TRUE.
                EXIT.

            hold-one-name.
                MOVE wl-entry TO wt-entry(watch-count).
                MOVE wl-name TO wt-name(watch-count).
                MOVE wl-program TO wt-program(watch-count).
                MOVE wl-address TO wt-address(watch-count).
                MOVE wl-name TO split-source.
                PERFORM split-into-words.
                MOVE split-count TO wt-word-count(watch-count).
                PERFORM VARYING list-idx FROM 1 BY 1
                        UNTIL list-idx > 6
                    MOVE split-word(list-idx)
                            TO wt-word(watch-count, list-idx)
                    MOVE split-word(list-idx) TO skeleton-in
                    PERFORM build-the-skeleton
                    MOVE skeleton-out
                            TO wt-skeleton(watch-count, list-idx)
                END-PERFORM.
                EXIT.

            *> the first six words that are not titles or company
            *> suffixes, sixteen letters of each.
            split-into-words.
                MOVE 0 TO split-count.
                MOVE SPACES TO split-words.
                MOVE 1 TO split-pointer.
                PERFORM UNTIL split-pointer > 60 OR split-count >= 6
                    MOVE SPACES TO split-piece
                    UNSTRING split-source DELIMITED BY ALL SPACE
                            INTO split-piece
                            WITH POINTER split-pointer
                    END-UNSTRING
                    IF split-piece NOT = SPACES THEN
                        MOVE 0 TO word-is-noise
                        PERFORM VARYING noise-idx FROM 1 BY 1
                                UNTIL noise-idx > 13
                            IF split-piece = noise-word(noise-idx)
                                MOVE 1 TO word-is-noise
                            END-IF
                        END-PERFORM
                        IF word-is-noise = 0 THEN
                            ADD 1 TO split-count
                            MOVE split-piece(1:16)
                                    TO split-word(split-count)
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the first letter, then the consonants, a doubled one
            *> written once.
            build-the-skeleton.
                MOVE SPACES TO skeleton-out.
                IF skeleton-in = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE skeleton-in(1:1) TO skeleton-out(1:1).
                MOVE 1 TO skeleton-pointer.
                PERFORM VARYING skeleton-idx FROM 2 BY 1
                        UNTIL skeleton-idx > 16
                    MOVE skeleton-in(skeleton-idx:1) TO skeleton-char
                    IF skeleton-char NOT = SPACE
                            AND skeleton-char NOT = "A"
                            AND skeleton-char NOT = "E"
                            AND skeleton-char NOT = "I"
                            AND skeleton-char NOT = "O"
                            AND skeleton-char NOT = "U"
                            AND skeleton-char NOT = "Y"
                            AND skeleton-char NOT = "H"
                            AND skeleton-char NOT = "W"
                            AND skeleton-char NOT =
                                skeleton-out(skeleton-pointer:1) THEN
                        ADD 1 TO skeleton-pointer
                        MOVE skeleton-char
                                TO skeleton-out(skeleton-pointer:1)
                    END-IF
                END-PERFORM.
                EXIT.

            fold-the-text.
                MOVE SPACES TO fold-out.
                MOVE FUNCTION UPPER-CASE(fold-in) TO fold-in.
                MOVE 0 TO fold-pointer.
                MOVE 1 TO fold-last-blank.
                PERFORM VARYING fold-idx FROM 1 BY 1
                        UNTIL fold-idx > 100
                    MOVE fold-in(fold-idx:1) TO fold-char
                    IF (fold-char >= "A" AND fold-char <= "Z")
                            OR (fold-char >= "0" AND fold-char <= "9")
                        ADD 1 TO fold-pointer
                        MOVE fold-char TO fold-out(fold-pointer:1)
                        MOVE 0 TO fold-last-blank
                    ELSE
                        IF fold-last-blank = 0 THEN
                            ADD 1 TO fold-pointer
                            MOVE 1 TO fold-last-blank
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

        END PROGRAM sancscrn.
