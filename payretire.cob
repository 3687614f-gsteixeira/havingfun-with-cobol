        *>    date that ended below 8 - a payment file nothing has
        *>    posted is never thrown away, and a failed posting run
        *>    leaves the file in place for the rerun.
        *>
        *>    the catalog-and-empty runs under the exclusive lockmgr
        *>    enqueue on payments.trn that payentry and the web
        *>    portal's submit_payment append under, and the file is
        *>    counted again once the enqueue is held - a payment taken
        *>    while this step waited is cataloged with the rest, never
        *>    emptied away uncounted. Held elsewhere, the step ends RC 8
        *>    with the file untouched, to be rerun.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. payretire.
                *> the generation plumbing - see gencatlg.cob.
                01 generation-base  PIC X(20) VALUE "payments.trn".
                01 generation-count PIC 9(9) VALUE ZEROS.
                *> exclusive enqueue on the payment file while it is
                *> cataloged and emptied - see lockmgr.cob.
                01 lock-resource    PIC X(20) VALUE "payments.trn".
                01 lock-holder      PIC X(20) VALUE "PAYRETIRE".
                01 lock-outcome     PIC 9 VALUE ZERO.
                    88 lock-was-granted VALUE 1.
                01 banner-job-name  PIC X(20) VALUE "PAYRETIRE".
                01 banner-rec-count PIC 9(11) VALUE ZEROS.
                01 banner-retcode   PIC 9(10) VALUE ZEROS.
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            CALL "lockmgr" USING lock-resource, "X", "A",
                    lock-holder, lock-outcome.
            IF NOT lock-was-granted THEN
                DISPLAY "payretire: payments.trn is enqueued by "
                        "another job - the file stays where it is"
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO banner-retcode
                CALL "jobbanner" USING banner-job-name, "E",
                        banner-rec-count, banner-retcode
                GOBACK
            END-IF.
            PERFORM count-the-payments.
            MOVE record-count TO generation-count.
            CALL "gencatlg" USING generation-base,
                    generation-count.
            OPEN OUTPUT payment-file.
            CLOSE payment-file.
            CALL "lockmgr" USING lock-resource, "X", "R",
                    lock-holder, lock-outcome.
            DISPLAY "payretire: " record-count " consumed "
                    "payment(s) cataloged as a payments.trn "
                    "generation; the live file starts clean".
