      * older layout carry spaces, which the readers treat as "no     *
      * sequence on file".                                            *
      *                                                               *
      * PAYH-TRAN-TYPE tells the postings apart: "P" a payment, "R"   *
      * the reversal of an earlier payment, "S" the re-split of a     *
      * later payment whose interest/principal split depended on the  *
      * one reversed.  An "R" record carries the reversed payment's   *
      * amount with its interest and principal negated; an "S"        *
      * record carries a zero amount and the change to the later      *
      * payment's interest and principal, so the effective split of   *
      * any payment is its own record plus every "S" record linked    *
      * to it.  PAYH-BALANCE-AFTER on both is the balance the         *
      * adjustment left behind, so the last record for an account     *
      * always shows its current balance.  PAYH-ORIG-SEQ and          *
      * PAYH-ORIG-POST-DATE link an "R" or "S" record -- or the "P"   *
      * repost of a correction -- to the posting it adjusts, by that  *
      * posting's PAYH-TRAN-SEQ and PAYH-POST-DATE; they are zero on  *
      * an ordinary payment.  PAYH-INTEREST is signed to carry the    *
      * negated and adjusted figures.  Appended to the record like    *
      * PAYH-TRAN-SEQ, for the same reason; older-layout records      *
      * carry spaces in PAYH-TRAN-TYPE and read as payments.          *
      *                                                               *
      * A "V" record is a recovery: a payment received on an account  *
      * TVMCHGO has charged off.  It carries the amount with a zero   *
      * interest and principal split, since it pays down nothing on   *
      * the master, and the balance it found there; an "R" linked to  *
      * it reverses it the same way.                                  *
      *                                                               *
      * PAYH-PRIOR-PERIOD is zero on an ordinary posting.  A posting  *
      * dated into an accounting period TVMCLOSE has closed is booked *
      * to the open period as a prior-period adjustment; it keeps its *
      * own PAYH-PAYMENT-DATE and carries here the closed period      *
      * (YYYYMM) it was dated into.  Appended like the fields above;  *
      * older-layout records carry spaces and read as ordinary.       *
      *                                                               *
      * PAYH-OVERPAID is what a payoff brought in over the payoff it  *
      * settled, reported on the PAYPOST register for refund.  The    *
      * split carries only what was applied, so PAYH-INTEREST plus    *
      * PAYH-PRINCIPAL plus PAYH-OVERPAID is PAYH-AMOUNT.  Zero on    *
      * every other posting; appended like the fields above, and      *
      * older-layout records carry spaces.                            *
      *                                                               *
      *****************************************************************
       01 PAYHIST-RECORD.
              05 PAYH-ACCOUNT-ID       PIC X(10).
              05 PAYH-POST-DATE        PIC 9(8).
              05 PAYH-POST-TIME        PIC 9(8).
              05 PAYH-AMOUNT           PIC 9(9)V99.
              05 PAYH-INTEREST         PIC S9(9)V99.
              05 PAYH-PRINCIPAL        PIC S9(9)V99.
              05 PAYH-BALANCE-AFTER    PIC S9(9)V99.
              05 PAYH-TRAN-SEQ         PIC 9(9).
              05 PAYH-TRAN-TYPE        PIC X.
                     88 PAYH-PAYMENT       VALUE "P" " ".
                     88 PAYH-REVERSAL      VALUE "R".
                     88 PAYH-RESPLIT       VALUE "S".
                     88 PAYH-RECOVERY      VALUE "V".
              05 PAYH-ORIG-SEQ         PIC 9(9).
              05 PAYH-ORIG-POST-DATE   PIC 9(8).
              05 PAYH-PRIOR-PERIOD     PIC 9(6).
              05 PAYH-OVERPAID         PIC 9(9)V99.
