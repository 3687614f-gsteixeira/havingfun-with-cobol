        *>            custload.cob loadconfig.cob addrhist.cob
        *>            brnchtab.cob lockmgr.cob cyclectl.cob
        *>            jobbanner.cob pgconnect.cob sqlescape.cob
        *>            jrnwrite.cob refnum.cob chainhsh.cob -lpq
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. intraday.
