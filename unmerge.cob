        *>      merges, it does not invent reactivations.
        *>
        *>    cobc -x -o unmerge unmerge.cob pgconnect.cob jrnwrite.cob
        *>            refnum.cob jobbanner.cob chainhsh.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. unmerge.
