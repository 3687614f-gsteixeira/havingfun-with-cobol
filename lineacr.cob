        *> **********************************************************************
        *> lineacr - daily-balance interest on a revolving line of credit.
        *> A line's balance moves between bills - every draw and every
        *> payment - so its interest cannot be a monthly rate on one
        *> balance the way loancalc prices an installment loan. Every
        *> program that moves a line's balance CALLs this first, with
        *> the balance as it stood, so each day bears interest on the
        *> balance that was actually outstanding that day:
        *>
        *>    CALL "lineacr" USING revolving-line-record, lx-balance,
        *>                         lx-annual-rate, lx-day-count,
        *>                         lx-to-date.
        *>      revolving-line-record  REVLINE, updated in place:
        *>                        rl-accrued-interest grows by the
        *>                        interest, rl-accrued-through moves
        *>                        to lx-to-date
        *>      lx-balance        9(9)V99   the balance over the days
        *>      lx-annual-rate    9(3)V9999 annual rate in percent
        *>      lx-day-count      X(1)      LOANREC's loan-day-count -
        *>                        "A" actual/365, anything else 30/360
        *>                        (rate/360 a day), the same per-diem
        *>                        intaccr and payoff accrue on
        *>      lx-to-date        X(8)      yyyymmdd, accrue up to
        *>
        *>    each calendar day from rl-accrued-through up to the day
        *>    before lx-to-date is charged; the day a balance changes
        *>    bears interest on the new balance. A line never accrued
        *>    starts from lx-to-date; a date on or before the accrued
        *>    date - a payment received back-dated - accrues nothing.
        *>    The interest is carried to six places and rounded only
        *>    when linebill bills it.
        *> **********************************************************************
        IDENTIFICATION DIVISION.
            PROGRAM-ID. lineacr.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-09-02
        DATA DIVISION.
            WORKING-STORAGE SECTION.
                01 from-integer     PIC 9(9) VALUE ZEROS.
                01 to-integer       PIC 9(9) VALUE ZEROS.
                01 accrual-days     PIC S9(9) VALUE ZEROS.
                01 year-basis       PIC 9(5) VALUE ZEROS.
                01 day-interest     PIC 9(7)V9(6) VALUE ZEROS.
            LINKAGE SECTION.
                COPY REVLINE.
                01 lx-balance       PIC 9(9)V99.
                01 lx-annual-rate   PIC 9(3)V9999.
                01 lx-day-count     PIC X(01).
                01 lx-to-date       PIC X(08).
        *> *********************************************************************
        PROCEDURE DIVISION USING revolving-line-record, lx-balance,
                lx-annual-rate, lx-day-count, lx-to-date.
            IF lx-to-date NOT NUMERIC THEN
                GOBACK
            END-IF.
            IF rl-accrued-through = SPACES
                    OR rl-accrued-through NOT NUMERIC THEN
                MOVE lx-to-date TO rl-accrued-through
                GOBACK
            END-IF.
            IF lx-to-date <= rl-accrued-through THEN
                GOBACK
            END-IF.
            COMPUTE from-integer = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(rl-accrued-through)).
            COMPUTE to-integer = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(lx-to-date)).
            COMPUTE accrual-days = to-integer - from-integer.
            MOVE lx-to-date TO rl-accrued-through.
            IF accrual-days <= 0 OR lx-balance = 0 THEN
                GOBACK
            END-IF.
            IF lx-day-count = "A" THEN
                MOVE 36500 TO year-basis
            ELSE
                MOVE 36000 TO year-basis
            END-IF.
            COMPUTE day-interest = lx-balance * lx-annual-rate
                    * accrual-days / year-basis.
            ADD day-interest TO rl-accrued-interest.
            GOBACK.
        END PROGRAM lineacr.
