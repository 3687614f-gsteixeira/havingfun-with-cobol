        *> **********************************************************************
        *> ctltrack - change tracking for the suite's control files.
        *> The business rules live in hand-edited files - the late fee,
        *> the limits, the GL map, the SLAs, the routing, the purge
        *> horizon, the cash proof tolerances, the validation rules,
        *> the schedule itself - and when a fee or a GL account moved
        *> nobody could later say who moved it, when, or what it was
        *> before. Every registered file is now held against its last
        *> approved version at cycle open; a difference stops the
        *> night until a supervisor approves it, and every approved
        *> version is kept, so the rule set in force on any business
        *> date can be put in front of an examiner.
        *>
        *>    ctltrack check            every registered file against
        *>                              its approved version, each
        *>                              added, removed or changed line
        *>                              to ctltrack.rpt; RC 8 while
        *>                              anything is unapproved
        *>    ctltrack approve [file]   the current content of every
        *>                              changed file (or the one named)
        *>                              becomes its approved version,
        *>                              in force from the business date
        *>    ctltrack asof <date>      the approved version of each
        *>                              file in force on the date, line
        *>                              for line, to ctlasof.rpt
        *>
        *>    check runs on the schedule straight after cycleopn, and
        *>    preflight waits on it, so an unapproved change holds the
        *>    night at the top; once approved the driver resumes. The
        *>    first check on a file with no approved version reports
        *>    the whole file as added.
        *>
        *>    approve takes a supervisor sign-on, role S (opersec.cob);
        *>    each approval is journaled through jrnwrite under the
        *>    file name, the version numbers before and after.
        *>
        *>    the files tracked come off ctlreg.ctl, one name X(20) a
        *>    line; missing, the suite's own: latefee.ctl, limits.ctl,
        *>    glmap.ctl, sla.ctl, routing.ctl, purge.ctl, cashproof.ctl,
        *>    validate.rul and schedule.dat. Each approved version is
        *>    copied to ctl.<file>.<version> and cataloged on
        *>    ctlcat.dat, the rptstore shape; a file approved while
        *>    absent is cataloged with no copy and no lines. Files are
        *>    compared on their first 500 lines of 200 bytes.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. ctltrack.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT register-control ASSIGN TO "ctlreg.ctl"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS register-control-status.
                    SELECT catalog-file ASSIGN TO "ctlcat.dat"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS catalog-file-status.
                    SELECT tracked-file
                        ASSIGN TO DYNAMIC tracked-path
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS tracked-file-status.
                    SELECT report-file
                        ASSIGN TO DYNAMIC report-path
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
            FILE SECTION.
                FD  register-control.
                    01 register-record  PIC X(20).
                *> one approved version of one control file.
                FD  catalog-file.
                    01 catalog-record.
                        02 cv-file-name      PIC X(20).
                        02 cv-version        PIC 9(4).
                        02 cv-effective-date PIC X(8).
                        02 cv-stored-name    PIC X(40).
                        02 cv-line-count     PIC 9(5).
                        02 cv-approved-by    PIC X(10).
                        02 cv-approved-at    PIC X(14).
                FD  tracked-file.
                    01 tracked-line PIC X(200).
                FD  report-file.
                    01 report-line PIC X(100).
            WORKING-STORAGE SECTION.
                01 register-control-status PIC X(02) VALUE "00".
                01 catalog-file-status     PIC X(02) VALUE "00".
                01 tracked-file-status     PIC X(02) VALUE "00".
                01 tracked-path     PIC X(40) VALUE SPACES.
                01 report-path      PIC X(20) VALUE SPACES.
                01 cmd-full-line    PIC X(80) VALUE SPACES.
                01 cmd-verb         PIC X(10) VALUE SPACES.
                01 arg-one          PIC X(20) VALUE SPACES.
                *> the command line when the driver runs the step -
                *> the params column schedule.dat writes - see
                *> stepparm.cob.
                01 step-parm-name   PIC X(20) VALUE "ctltrack".
                01 step-params      PIC X(40) VALUE SPACES.
                01 end_of_file      PIC 9 VALUE ZERO.
                01 catalog-done     PIC 9 VALUE ZERO.
                01 cycle-date-stamp PIC X(08) VALUE SPACES.
                01 cycle-state-byte PIC X(01) VALUE SPACES.
                01 as-of-date       PIC X(08) VALUE SPACES.
                *> the files tracked.
                01 register-table.
                    02 register-entry OCCURS 30 TIMES PIC X(20).
                01 register-count   PIC 9(2) VALUE ZEROS.
                01 register-idx     PIC 9(2) VALUE ZEROS.
                *> the version of the file in hand being compared
                *> against: the latest approved, or the one in force
                *> on the as-of date.
                01 held-version     PIC 9(4) VALUE ZEROS.
                01 held-effective   PIC X(8) VALUE SPACES.
                01 held-stored-name PIC X(40) VALUE SPACES.
                01 held-approved-by PIC X(10) VALUE SPACES.
                01 held-line-count  PIC 9(5) VALUE ZEROS.
                01 highest-version  PIC 9(4) VALUE ZEROS.
                01 next-version     PIC 9(4) VALUE ZEROS.
                *> the two sides, line for line.
                01 old-side.
                    02 old-line OCCURS 500 TIMES PIC X(200).
                01 old-count        PIC 9(4) VALUE ZEROS.
                01 new-side.
                    02 new-line OCCURS 500 TIMES PIC X(200).
                01 new-count        PIC 9(4) VALUE ZEROS.
                01 new-was-found    PIC 9 VALUE ZERO.
                01 load-count       PIC 9(5) VALUE ZEROS.
                *> the walk through both sides: a line on both is
                *> passed; otherwise the nearer resync wins - lines
                *> dropped from the old side, lines put into the new
                *> side, or, with neither found again, one line
                *> changed.
                01 old-idx          PIC 9(4) VALUE ZEROS.
                01 new-idx          PIC 9(4) VALUE ZEROS.
                01 scan-idx         PIC 9(4) VALUE ZEROS.
                01 old-resync       PIC 9(4) VALUE ZEROS.
                01 new-resync       PIC 9(4) VALUE ZEROS.
                01 lines-added      PIC 9(5) VALUE ZEROS.
                01 lines-removed    PIC 9(5) VALUE ZEROS.
                01 lines-changed    PIC 9(5) VALUE ZEROS.
                01 file-differs     PIC 9 VALUE ZERO.
                    88 file-has-changed VALUE 1.
                01 files-changed    PIC 9(3) VALUE ZEROS.
                01 files-approved   PIC 9(3) VALUE ZEROS.
                01 diff-marker      PIC X(1) VALUE SPACES.
                01 diff-number      PIC 9(4) VALUE ZEROS.
                01 diff-text        PIC X(200) VALUE SPACES.
                01 print-text       PIC X(100) VALUE SPACES.
                01 stored-name      PIC X(40) VALUE SPACES.
                01 copy-status      USAGE BINARY-LONG VALUE ZERO.
                *> the sign-on verdict - see opersec.cob. Only a
                *> supervisor approves a rule change.
                01 signed-operator  PIC X(10) VALUE SPACES.
                01 signed-role      PIC X(1) VALUE SPACES.
                    88 role-is-supervisor VALUE "S".
                01 signon-outcome   PIC 9 VALUE ZERO.
                    88 operator-signed-on VALUE 1.
                01 journal-program  PIC X(10) VALUE "CTLTRACK".
                01 journal-key      PIC X(10) VALUE SPACES.
                01 journal-before   PIC X(60) VALUE SPACES.
                01 journal-after    PIC X(60) VALUE SPACES.
                *> the report repository capture - see rptstore.cob.
                01 repo-report-name PIC X(20) VALUE SPACES.
                01 banner-job-name  PIC X(20) VALUE "CTLTRACK".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
        *> *********************************************************************
        PROCEDURE DIVISION.
            CALL "jobbanner" USING banner-job-name, "S",
                    banner-rec-count, banner-retcode.
            ACCEPT cmd-full-line FROM COMMAND-LINE.
            IF cmd-full-line = SPACES THEN
                CALL "stepparm" USING step-parm-name, step-params
                MOVE step-params TO cmd-full-line
            END-IF.
            UNSTRING cmd-full-line DELIMITED BY ALL SPACE
                    INTO cmd-verb arg-one
            END-UNSTRING.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO cycle-date-stamp.
            CALL "cyclectl" USING "R", cycle-date-stamp,
                    cycle-state-byte.
            IF cycle-state-byte NOT = "O" THEN
                MOVE FUNCTION CURRENT-DATE(1:8) TO cycle-date-stamp
            END-IF.
            PERFORM load-the-register.
            EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(cmd-verb))
                WHEN "check"   PERFORM check-every-file
                WHEN "approve" PERFORM guard-then-approve
                WHEN "asof"
                    IF FUNCTION TRIM(arg-one) NOT NUMERIC THEN
                        PERFORM show-usage
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM show-the-rules-in-force
                    END-IF
                WHEN OTHER
                    PERFORM show-usage
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE RETURN-CODE TO banner-retcode.
            CALL "jobbanner" USING banner-job-name, "E",
                    banner-rec-count, banner-retcode.
            GOBACK.

            show-usage.
                DISPLAY "usage: ctltrack check".
                DISPLAY "       ctltrack approve [file]".
                DISPLAY "       ctltrack asof <date>".
                EXIT.

            *> -------------------------------------------------- check
            check-every-file.
                MOVE "ctltrack.rpt" TO report-path.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "CONTROL FILE CHANGES - " cycle-date-stamp
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                PERFORM VARYING register-idx FROM 1 BY 1
                        UNTIL register-idx > register-count
                    PERFORM check-one-file
                END-PERFORM.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                MOVE SPACES TO print-text.
                STRING "TOTALS: " register-count " file(s) tracked, "
                        files-changed " changed since approval"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                IF files-changed > 0 THEN
                    MOVE SPACES TO print-text
                    STRING "the cycle is held until a supervisor "
                            "runs ctltrack approve"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                END-IF.
                CLOSE report-file.
                MOVE "ctltrack.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                MOVE files-changed TO banner-rec-count.
                IF files-changed > 0 THEN
                    MOVE 8 TO RETURN-CODE
                END-IF.
                EXIT.

            check-one-file.
                PERFORM compare-one-file.
                IF NOT file-has-changed AND held-version = 0 THEN
                    MOVE SPACES TO print-text
                    STRING register-entry(register-idx)
                            " not on hand and never approved"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                IF NOT file-has-changed THEN
                    MOVE SPACES TO print-text
                    STRING register-entry(register-idx)
                            " unchanged - version " held-version
                            " approved by " held-approved-by
                            " in force from " held-effective
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO files-changed.
                MOVE SPACES TO print-text.
                IF held-version = 0 THEN
                    STRING register-entry(register-idx)
                            " CHANGED - no approved version yet"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                ELSE
                    STRING register-entry(register-idx)
                            " CHANGED since version " held-version
                            " approved by " held-approved-by
                            " in force from " held-effective
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                END-IF.
                PERFORM print-one-line.
                IF new-was-found = 0 THEN
                    MOVE "      the file is no longer on hand"
                        TO print-text
                    PERFORM print-one-line
                END-IF.
                PERFORM walk-the-differences.
                MOVE SPACES TO print-text.
                STRING "      " lines-added " added, " lines-removed
                        " removed, " lines-changed " changed"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> the file in hand against its latest approved version;
            *> file-differs says whether they part anywhere.
            compare-one-file.
                PERFORM find-the-latest-version.
                PERFORM load-the-old-side.
                MOVE register-entry(register-idx) TO tracked-path.
                PERFORM load-the-new-side.
                MOVE 0 TO file-differs.
                IF held-version = 0 AND new-was-found = 1 THEN
                    MOVE 1 TO file-differs
                END-IF.
                IF old-count NOT = new-count THEN
                    MOVE 1 TO file-differs
                END-IF.
                PERFORM VARYING old-idx FROM 1 BY 1
                        UNTIL old-idx > old-count
                            OR file-has-changed
                    IF old-line(old-idx) NOT = new-line(old-idx) THEN
                        MOVE 1 TO file-differs
                    END-IF
                END-PERFORM.
                EXIT.

            walk-the-differences.
                MOVE 0 TO lines-added.
                MOVE 0 TO lines-removed.
                MOVE 0 TO lines-changed.
                MOVE 1 TO old-idx.
                MOVE 1 TO new-idx.
                PERFORM UNTIL old-idx > old-count
                        AND new-idx > new-count
                    PERFORM take-one-step
                END-PERFORM.
                EXIT.

            take-one-step.
                IF old-idx > old-count THEN
                    PERFORM report-an-added-line
                    EXIT PARAGRAPH
                END-IF.
                IF new-idx > new-count THEN
                    PERFORM report-a-removed-line
                    EXIT PARAGRAPH
                END-IF.
                IF old-line(old-idx) = new-line(new-idx) THEN
                    ADD 1 TO old-idx
                    ADD 1 TO new-idx
                    EXIT PARAGRAPH
                END-IF.
                *> where each side's line turns up again on the other.
                MOVE 0 TO new-resync.
                PERFORM VARYING scan-idx FROM new-idx BY 1
                        UNTIL scan-idx > new-count OR new-resync > 0
                    IF new-line(scan-idx) = old-line(old-idx) THEN
                        MOVE scan-idx TO new-resync
                    END-IF
                END-PERFORM.
                MOVE 0 TO old-resync.
                PERFORM VARYING scan-idx FROM old-idx BY 1
                        UNTIL scan-idx > old-count OR old-resync > 0
                    IF old-line(scan-idx) = new-line(new-idx) THEN
                        MOVE scan-idx TO old-resync
                    END-IF
                END-PERFORM.
                IF old-resync > 0
                        AND (new-resync = 0
                            OR old-resync - old-idx
                                <= new-resync - new-idx) THEN
                    PERFORM UNTIL old-idx >= old-resync
                        PERFORM report-a-removed-line
                    END-PERFORM
                    EXIT PARAGRAPH
                END-IF.
                IF new-resync > 0 THEN
                    PERFORM UNTIL new-idx >= new-resync
                        PERFORM report-an-added-line
                    END-PERFORM
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO lines-changed.
                MOVE "~" TO diff-marker.
                MOVE old-idx TO diff-number.
                MOVE old-line(old-idx) TO diff-text.
                PERFORM print-one-difference.
                MOVE " " TO diff-marker.
                MOVE new-idx TO diff-number.
                MOVE new-line(new-idx) TO diff-text.
                PERFORM print-one-difference.
                ADD 1 TO old-idx.
                ADD 1 TO new-idx.
                EXIT.

            report-an-added-line.
                ADD 1 TO lines-added.
                MOVE "+" TO diff-marker.
                MOVE new-idx TO diff-number.
                MOVE new-line(new-idx) TO diff-text.
                PERFORM print-one-difference.
                ADD 1 TO new-idx.
                EXIT.

            report-a-removed-line.
                ADD 1 TO lines-removed.
                MOVE "-" TO diff-marker.
                MOVE old-idx TO diff-number.
                MOVE old-line(old-idx) TO diff-text.
                PERFORM print-one-difference.
                ADD 1 TO old-idx.
                EXIT.

            *> line numbers are the old file's on a removal or the
            *> old half of a change, the new file's otherwise.
            print-one-difference.
                MOVE SPACES TO print-text.
                STRING "    " diff-marker " " diff-number " "
                        diff-text(1:88)
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                EXIT.

            *> ------------------------------------------------ approve
            guard-then-approve.
                CALL "opersec" USING signed-operator, signed-role,
                        signon-outcome.
                IF NOT operator-signed-on
                        OR NOT role-is-supervisor THEN
                    DISPLAY "ctltrack: supervisor role required - "
                            "nothing approved"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF.
                IF arg-one NOT = SPACES THEN
                    PERFORM VARYING register-idx FROM 1 BY 1
                            UNTIL register-idx > register-count
                                OR register-entry(register-idx)
                                    = arg-one
                        CONTINUE
                    END-PERFORM
                    IF register-idx > register-count THEN
                        DISPLAY "ctltrack: " FUNCTION TRIM(arg-one)
                                " is not a tracked control file"
                        MOVE 8 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                PERFORM VARYING register-idx FROM 1 BY 1
                        UNTIL register-idx > register-count
                    IF arg-one = SPACES
                            OR register-entry(register-idx) = arg-one
                        PERFORM approve-one-file
                    END-IF
                END-PERFORM.
                DISPLAY "ctltrack: " files-approved " file(s) "
                        "approved by " FUNCTION TRIM(signed-operator)
                        ", in force from " cycle-date-stamp.
                MOVE files-approved TO banner-rec-count.
                EXIT.

            approve-one-file.
                PERFORM compare-one-file.
                IF NOT file-has-changed THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE next-version = highest-version + 1.
                MOVE SPACES TO stored-name.
                IF new-was-found = 1 THEN
                    STRING "ctl." DELIMITED BY SIZE
                            FUNCTION TRIM(register-entry(register-idx))
                                DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            next-version DELIMITED BY SIZE
                        INTO stored-name
                    END-STRING
                    CALL "CBL_COPY_FILE"
                            USING tracked-path, stored-name
                            RETURNING copy-status
                    IF copy-status NOT = 0 THEN
                        DISPLAY "ctltrack: could not keep a copy of "
                                FUNCTION TRIM(tracked-path)
                                " - not approved"
                        MOVE 8 TO RETURN-CODE
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                OPEN EXTEND catalog-file.
                IF catalog-file-status = "35" THEN
                    OPEN OUTPUT catalog-file
                END-IF.
                MOVE SPACES TO catalog-record.
                MOVE register-entry(register-idx) TO cv-file-name.
                MOVE next-version TO cv-version.
                MOVE cycle-date-stamp TO cv-effective-date.
                MOVE stored-name TO cv-stored-name.
                MOVE load-count TO cv-line-count.
                MOVE signed-operator TO cv-approved-by.
                MOVE FUNCTION CURRENT-DATE(1:14) TO cv-approved-at.
                WRITE catalog-record.
                CLOSE catalog-file.
                ADD 1 TO files-approved.
                MOVE register-entry(register-idx) TO journal-key.
                MOVE SPACES TO journal-before.
                STRING "VERSION " held-version " " held-line-count
                        " LINES FROM " held-effective
                    DELIMITED BY SIZE INTO journal-before
                END-STRING.
                MOVE SPACES TO journal-after.
                STRING "VERSION " cv-version " " cv-line-count
                        " LINES FROM " cv-effective-date
                    DELIMITED BY SIZE INTO journal-after
                END-STRING.
                CALL "jrnwrite" USING journal-program, journal-key,
                        journal-before, journal-after.
                DISPLAY "ctltrack: " FUNCTION TRIM(cv-file-name)
                        " version " cv-version " approved".
                EXIT.

            *> --------------------------------------------------- asof
            show-the-rules-in-force.
                MOVE FUNCTION TRIM(arg-one) TO as-of-date.
                MOVE "ctlasof.rpt" TO report-path.
                OPEN OUTPUT report-file.
                MOVE SPACES TO print-text.
                STRING "CONTROL FILES IN FORCE ON " as-of-date
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM VARYING register-idx FROM 1 BY 1
                        UNTIL register-idx > register-count
                    PERFORM show-one-file-in-force
                END-PERFORM.
                CLOSE report-file.
                MOVE "ctlasof.rpt" TO repo-report-name.
                CALL "rptstore" USING repo-report-name.
                MOVE register-count TO banner-rec-count.
                EXIT.

            show-one-file-in-force.
                MOVE SPACES TO print-text.
                PERFORM print-one-line.
                PERFORM find-the-version-in-force.
                IF held-version = 0 THEN
                    MOVE SPACES TO print-text
                    STRING register-entry(register-idx)
                            " - no version approved by that date"
                        DELIMITED BY SIZE INTO print-text
                    END-STRING
                    PERFORM print-one-line
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO print-text.
                STRING register-entry(register-idx) " version "
                        held-version " in force from " held-effective
                        " approved by " held-approved-by " - "
                        held-line-count " line(s)"
                    DELIMITED BY SIZE INTO print-text
                END-STRING.
                PERFORM print-one-line.
                PERFORM load-the-old-side.
                PERFORM VARYING old-idx FROM 1 BY 1
                        UNTIL old-idx > old-count
                    MOVE " " TO diff-marker
                    MOVE old-idx TO diff-number
                    MOVE old-line(old-idx) TO diff-text
                    PERFORM print-one-difference
                END-PERFORM.
                EXIT.

            *> ----------------------------------------------- catalog
            find-the-latest-version.
                MOVE HIGH-VALUES TO as-of-date.
                PERFORM find-the-version-in-force.
                EXIT.

            *> the highest version of the file in hand in force on
            *> as-of-date; highest-version is the highest of all.
            find-the-version-in-force.
                MOVE 0 TO held-version.
                MOVE 0 TO highest-version.
                MOVE SPACES TO held-effective.
                MOVE SPACES TO held-stored-name.
                MOVE SPACES TO held-approved-by.
                MOVE 0 TO held-line-count.
                OPEN INPUT catalog-file.
                IF catalog-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO catalog-done.
                PERFORM UNTIL catalog-done = 1
                    READ catalog-file
                        AT END MOVE 1 TO catalog-done
                    END-READ
                    IF catalog-done = 0
                            AND cv-file-name
                                = register-entry(register-idx) THEN
                        PERFORM hold-one-version
                    END-IF
                END-PERFORM.
                CLOSE catalog-file.
                EXIT.

            hold-one-version.
                IF cv-version > highest-version THEN
                    MOVE cv-version TO highest-version
                END-IF.
                IF cv-effective-date > as-of-date
                        OR cv-version < held-version THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE cv-version TO held-version.
                MOVE cv-effective-date TO held-effective.
                MOVE cv-stored-name TO held-stored-name.
                MOVE cv-approved-by TO held-approved-by.
                MOVE cv-line-count TO held-line-count.
                EXIT.

            *> --------------------------------------------- the sides
            load-the-old-side.
                MOVE 0 TO old-count.
                IF held-stored-name = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE held-stored-name TO tracked-path.
                OPEN INPUT tracked-file.
                IF tracked-file-status NOT = "00" THEN
                    DISPLAY "ctltrack: the kept copy "
                            FUNCTION TRIM(held-stored-name)
                            " is missing - compared as empty"
                    EXIT PARAGRAPH
                END-IF.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ tracked-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND old-count < 500 THEN
                        ADD 1 TO old-count
                        MOVE tracked-line TO old-line(old-count)
                    END-IF
                END-PERFORM.
                CLOSE tracked-file.
                EXIT.

            load-the-new-side.
                MOVE 0 TO new-count.
                MOVE 0 TO load-count.
                MOVE 0 TO new-was-found.
                OPEN INPUT tracked-file.
                IF tracked-file-status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO new-was-found.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ tracked-file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO load-count
                        IF new-count < 500 THEN
                            ADD 1 TO new-count
                            MOVE tracked-line TO new-line(new-count)
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE tracked-file.
                EXIT.

            load-the-register.
                MOVE 0 TO register-count.
                OPEN INPUT register-control.
                IF register-control-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ register-control
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND register-count < 30
                                AND register-record NOT = SPACES THEN
                            ADD 1 TO register-count
                            MOVE FUNCTION TRIM(register-record)
                                TO register-entry(register-count)
                        END-IF
                    END-PERFORM
                    CLOSE register-control
                END-IF.
                IF register-count = 0 THEN
                    MOVE 9 TO register-count
                    MOVE "latefee.ctl"   TO register-entry(1)
                    MOVE "limits.ctl"    TO register-entry(2)
                    MOVE "glmap.ctl"     TO register-entry(3)
                    MOVE "sla.ctl"       TO register-entry(4)
                    MOVE "routing.ctl"   TO register-entry(5)
                    MOVE "purge.ctl"     TO register-entry(6)
                    MOVE "cashproof.ctl" TO register-entry(7)
                    MOVE "validate.rul"  TO register-entry(8)
                    MOVE "schedule.dat"  TO register-entry(9)
                END-IF.
                EXIT.

            print-one-line.
                DISPLAY "ctltrack: " FUNCTION TRIM(print-text).
                MOVE print-text TO report-line.
                WRITE report-line.
                EXIT.

        END PROGRAM ctltrack.
