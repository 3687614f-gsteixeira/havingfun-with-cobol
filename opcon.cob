                01 steps-complete   PIC 9(2) VALUE ZEROS.
                01 next-step-name   PIC X(20) VALUE SPACES.
                01 schedule-names.
                    02 sched-name-entry OCCURS 40 TIMES.
                        03 sn-program  PIC X(20).
                        03 sn-complete PIC 9.
                01 sched-idx        PIC 9(2) VALUE ZEROS.
                IF schedule-file-status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                            OR schedule-steps >= 40
                        READ schedule-file
                            AT END MOVE 1 TO end_of_file
                        END-READ
