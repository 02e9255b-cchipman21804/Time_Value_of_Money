      *****************************************************************
      * PENALTY.CPY                                                   *
      *                                                               *
      * Early-withdrawal penalty schedule record for PENALTY.DAT,     *
      * maintained by hand like LIMITS.DAT.  One line per product     *
      * and remaining-term band (whole years left to maturity on the  *
      * withdrawal date, inclusive on both ends, the same banding     *
      * RATECURV.DAT uses) gives what an early withdrawal costs:      *
      *                                                               *
      *   PEN-FORFEIT-DAYS   days of interest at the account's rate   *
      *                      forfeited on the amount withdrawn,       *
      *                      never more than the interest that        *
      *                      amount has actually earned               *
      *   PEN-PENALTY-PCT    a further penalty, as a % of the amount  *
      *                      withdrawn                                *
      *                                                               *
      * No schedule on disk means no penalty is charged, the same     *
      * convention the other control files follow; a schedule with    *
      * no band for an account's product and remaining term refuses   *
      * the withdrawal rather than pay it out penalty-free.           *
      *                                                               *
      *****************************************************************
       01 PENALTY-RECORD.
              05 PEN-PRODUCT-CODE      PIC X(4).
              05 PEN-TERM-LOW          PIC 99.
              05 PEN-TERM-HIGH         PIC 99.
              05 PEN-FORFEIT-DAYS      PIC 999.
              05 PEN-PENALTY-PCT       PIC 99V9999.
