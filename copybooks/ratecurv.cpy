      *                                                               *
      * Market rate curve record for RATECURV.DAT, the control file   *
      * of current market rates by remaining-term band -- one line    *
      * per band, changed through TVMCTLM under dual control like     *
      * LIMITS.DAT (no two bands may share a year).  The FPGA and     *
      * FPGF mark-to-market batch mode discounts each account at the  *
      * band rate matching the years remaining to its maturity,       *
      * alongside the book valuation at the account's own rate, so    *
