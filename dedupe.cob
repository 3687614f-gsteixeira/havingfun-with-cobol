        *>
        *>    cobc -x -o dedupe dedupe.cob pgconnect.cob jrnwrite.cob
        *>            refnum.cob lockmgr.cob jobbanner.cob cyclectl.cob
        *>            chainhsh.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. dedupe.
