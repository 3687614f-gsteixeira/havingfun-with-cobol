        *> the night starts.
        *>
        *>    the checks, each with the schedule line it points at:
        *>      - more steps than the driver's 40-step table holds -
        *>        the driver refuses the whole night on the 41st row,
        *>        so the auditor fails it at 5pm instead (the rows
        *>        past 40 are still held here, up to 50, so the
        *>        structural checks below cover the whole file)
        *>      - a blank or non-numeric rc-limit
        *>      - a frequency byte that is not D, M, Q or space
                            "50-step table"
                    EXIT PARAGRAPH
                END-IF.
                *> the driver's sched-entry table holds 40 steps and
                *> refuses the whole night on the 41st row - a
                *> schedule the gate blesses must fit the machine
                *> that runs it.
                IF step-count >= 40 THEN
                    ADD 1 TO problems-found
                    DISPLAY "schedaud: line " line-number " ("
                            FUNCTION TRIM(sched-program)
                            ") is beyond the driver's 40-step "
                            "table - the driver will refuse the "
                            "whole night"
                END-IF.
