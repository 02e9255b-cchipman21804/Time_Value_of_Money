      * uses.  Appended to the record so programs reading the older   *
      * layout are unaffected.                                        *
      *                                                               *
      * LIM-FX-TOLERANCE-PCT is how far, in percent, TVMCTLM lets a   *
      * currency's FX-USD-RATE move from the rate on file (the prior  *
      * day's) without a confirmed override.  Zero -- including the   *
      * older layout -- means the shop standard of 10%.  Appended     *
      * like the threshold above.                                     *
      *                                                               *
      * LIMITS.DAT is maintained through TVMCTLM, under dual control  *
      * through PENDCHG.DAT, rather than edited by hand.              *
      *                                                               *
      *****************************************************************
       01 LIMITS-RECORD.
              05 LIM-MAX-INTEREST-RATE  PIC 99V9(4).
              05 LIM-MAX-TERM-YEARS     PIC 99.
              05 LIM-MAX-PRINCIPAL      PIC 9(9)V99.
              05 LIM-DUAL-CONTROL-AMOUNT PIC 9(9)V99.
              05 LIM-FX-TOLERANCE-PCT   PIC 99V99.
