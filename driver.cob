                    lockmgr.cob msgissue.cob valengine.cob
                    jrnwrite.cob refnum.cob runctl.cob gencatlg.cob
                    pgconnect.cob sqlescape.cob validinput.cob
                    elapsedtime.cob chainhsh.cob -lpq
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                01 fresh-run        PIC 9 VALUE ZERO.
                    88 fresh-run-forced VALUE 1.
                01 restored-steps   PIC 9(2) VALUE ZERO.
                *> schedule rows past the 40-step table: a silently
                *> dropped row is a job that simply never runs, so an
                *> overflow stops the chain before any step starts.
                01 overflow-steps   PIC 9(3) VALUE ZERO.
                *> run, their predecessors, their stop thresholds, and
                *> what each step did once it ran.
                01 schedule-table.
                    02 sched-entry OCCURS 40 TIMES.
                        03 st-program     PIC X(20).
                        03 st-pred-1      PIC X(20).
                        03 st-pred-2      PIC X(20).
            PERFORM load-schedule.
            IF overflow-steps > 0 THEN
                DISPLAY "driver: " overflow-steps " schedule row(s) "
                        "beyond the 40-step table - a truncated "
                        "night will not be run"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                        END-READ
                        IF end_of_file = 0
                                AND sched-program NOT = SPACES
                                AND schedule-count >= 40 THEN
                            ADD 1 TO overflow-steps
                            DISPLAY "driver: schedule row '"
                                    FUNCTION TRIM(sched-program)
                                    "' does not fit the 40-step "
                                    "table"
                        END-IF
                        IF end_of_file = 0
                                AND sched-program NOT = SPACES
                                AND schedule-count < 40 THEN
                            ADD 1 TO schedule-count
                            MOVE sched-program
                                    TO st-program(schedule-count)
