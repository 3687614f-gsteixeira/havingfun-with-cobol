      *> ***********************************************************
      *> LOANTXN - one financial event on loantxn.dat, the indexed
      *> loan transaction history keyed on loan-number + sequence.
      *> The schedule only ever said what state a loan was in; this
      *> file says what happened to it and when. Every program that
      *> moves money or terms on a loan hands txnwrite.cob one of
      *> these, and txnwrite assigns the next sequence under the
      *> loan, the cycle business date, the operator and the stamp,
      *> so the callers only describe the event itself. custinq,
      *> stmtgen and collmnt read it back as the loan's ledger.
      *>
      *> txn-amount is the whole movement; the principal, interest
      *> and fee columns are its split where the event has one (a
      *> reprice or restructure moves no money and carries the new
      *> payment in txn-amount). txn-payment-num is the schedule row
      *> the event touched, zero where it touched none.
      *>
      *> a curtailment (CURT) is a principal-only payment: the whole
      *> txn-amount is principal and the schedule was recast behind
      *> it - see loanpost.cob.
      *>
      *> a boarding (BORD) is an acquired loan taken onto the books
      *> by loanboard.cob: txn-amount is the balance taken over and
      *> txn-principal the seller's original note amount.
      *>
      *> a transfer (XFER) is a loan sold and deboarded by
      *> loanxfer.cob: txn-amount is the payoff figure the purchaser
      *> took over at the transfer date - txn-principal the balance,
      *> txn-interest the interest accrued to that date, txn-fee the
      *> fees owing.
      *>
      *> a recovery (RCVY) is money received on a written-off loan,
      *> posted by loanpost.cob without reopening the schedule:
      *> txn-principal and txn-fee are the shares that went against
      *> the principal and fees charged off, txn-interest any excess
      *> beyond both, and txn-balance-after what is still
      *> unrecovered. RCVR backs a recovery out the same way - see
      *> RECOVERY.CPY.
      *>
      *> a refund (RFND) is a check cut to the borrower by
      *> refund.cob for a credit balance: txn-amount is the check,
      *> paid out of the cash suspense or the escrow account. RFNV
      *> voids one - see refchk.cob.
      *>
      *> unclaimed property remitted to the state by escheat.cob:
      *> UPRS a dormant credit taken off the cash suspense, UPRC an
      *> uncashed refund check - whose money already left with its
      *> RFND - reported in the payee's place. txn-amount is the
      *> amount escheated.
      *>
      *> the escrow events (ESCD deposit, ESCR deposit backed out,
      *> ESCP disbursement paid) move money in the loan's escrow
      *> sub-account, not on the loan: txn-amount is the movement
      *> and txn-balance-after the escrow balance it left - see
      *> escrpost.cob and escrdisb.cob.
      *>
      *> the revolving line events (see REVLINE.CPY): DRAW money
      *> advanced on a line by linemnt.cob, txn-principal the same;
      *> LINT interest billed onto a line's balance by linebill.cob,
      *> txn-interest the same; LPAY a payment on a line posted by
      *> loanpost.cob, split into txn-fee, txn-interest (billed
      *> interest) and txn-principal. txn-balance-after is the
      *> line's balance after the event.
      *> ***********************************************************
       01 loan-txn-record.
           02 txn-key.
               03 txn-loan-number   PIC 9(6).
               03 txn-seq           PIC 9(6).
           02 txn-event             PIC X(4).
               88 txn-is-payment     VALUE "PAYM".
               88 txn-is-reversal    VALUE "RVSL".
               88 txn-is-late-fee    VALUE "LFEE".
               88 txn-is-reprice     VALUE "RPRC".
               88 txn-is-restructure VALUE "RSTR".
               88 txn-is-curtailment VALUE "CURT".
               88 txn-is-writeoff    VALUE "WOFF".
               88 txn-is-boarding    VALUE "BORD".
               88 txn-is-transfer    VALUE "XFER".
               88 txn-is-suspense    VALUE "SUSP".
               88 txn-is-recovery          VALUE "RCVY".
               88 txn-is-recovery-reversal VALUE "RCVR".
               88 txn-is-refund            VALUE "RFND".
               88 txn-is-refund-void       VALUE "RFNV".
               88 txn-is-escheat-credit    VALUE "UPRS".
               88 txn-is-escheat-check     VALUE "UPRC".
               88 txn-is-escrow-deposit  VALUE "ESCD".
               88 txn-is-escrow-backout  VALUE "ESCR".
               88 txn-is-escrow-payment  VALUE "ESCP".
               88 txn-is-escrow-event    VALUE "ESCD" "ESCR" "ESCP".
               88 txn-is-line-draw       VALUE "DRAW".
               88 txn-is-line-interest   VALUE "LINT".
               88 txn-is-line-payment    VALUE "LPAY".
           02 txn-amount            PIC 9(9)V99.
           02 txn-principal         PIC 9(9)V99.
           02 txn-interest          PIC 9(9)V99.
           02 txn-fee               PIC 9(9)V99.
           02 txn-balance-after     PIC 9(9)V99.
           02 txn-payment-num       PIC 999.
           02 txn-effective-date    PIC X(08).
           02 txn-cycle-date        PIC X(08).
           02 txn-stamp             PIC X(14).
           02 txn-operator          PIC X(10).
           02 txn-program           PIC X(10).
           02 txn-memo              PIC X(30).
