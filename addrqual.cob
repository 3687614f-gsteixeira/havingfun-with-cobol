        *> with the rule that failed, and sets the cust-mail-hold byte
        *> so letters and statements hold mail for the record. An
        *> address that now passes - the clerk fixed it, or the load
        *> brought a better one - has its hold lifted here too. A hold
        *> retmail.cob set for returned mail is left alone: the address
        *> reads fine, it just no longer reaches the customer.
        *>
        *>    the rules:
        *>      - not blank and at least 10 characters of content
        *>      - when street.ctl is on hand - one street-suffix word
        *>        per line (ST, AVE, RD, ...) - the address must
        *>        contain one of them as a word. No control file, no
        *>        suffix rule: format alone decides. (A line may also
        *>        carry the suffix's long spelling in columns 12-21
        *>        for househld.cob; this sweep reads the suffix only.)
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. addrqual.
                EXIT.

            *> one active record: the rules in order, the first broken
            *> one names the flag. A clean address lifts a standing
            *> format hold - not a returned-mail hold, which only a
            *> new address lifts; a dirty one goes on the worklist and
            *> holds mail.
            judge-one-address.
                PERFORM apply-format-rules.
                IF address-passes THEN
                    IF cust-mail-bad-format THEN
                        SET cust-mail-clear TO TRUE
                        REWRITE customer-record
                        ADD 1 TO records-released
