               88 loan-is-active      VALUE "A".
               88 loan-is-paid-off    VALUE "P".
               88 loan-is-written-off VALUE "W".
      *> T sold and its servicing transferred out by loanxfer.cob -
      *> the balance stays as the figure handed to the purchaser,
      *> and xferreg.dat (XFERREG) says to whom and when.
               88 loan-is-transferred VALUE "T".
      *> F fixed for life (every loan before the variable product
      *> existed), V repriced by reprice.cob from the effective-dated
      *> ratetab.dat rate table ratemnt.cob maintains.
