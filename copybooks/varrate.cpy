      *****************************************************************
      * VARRATE.CPY                                                   *
      *                                                               *
      * Variable-rate terms record for VARRATE.DAT, the keyed file    *
      * of the pricing terms of every account flagged variable-rate   *
      * (MAST-RATE-TYPE "V") on the master file -- there is no room   *
      * for them on the master record itself.  One record per         *
      * account, keyed by MAST-ACCOUNT-ID, maintained through its     *
      * own screens (TVMVRATE) and advanced by the TVMVRST reset      *
      * batch:                                                        *
      *                                                               *
      *   VRT-INDEX-CODE       the VARIDX.DAT index the rate follows  *
      *   VRT-MARGIN           percentage points added to the index   *
      *                        (may be negative)                      *
      *   VRT-RESET-MONTHS     months between resets (12 = annual)    *
      *   VRT-NEXT-RESET-DATE  the next date the rate resets          *
      *   VRT-PERIODIC-CAP     most the rate may rise at one reset    *
      *   VRT-PERIODIC-FLOOR   most the rate may fall at one reset    *
      *   VRT-LIFETIME-CAP     highest rate the account may ever      *
      *                        carry                                  *
      *   VRT-LIFETIME-FLOOR   lowest rate the account may ever       *
      *                        carry                                  *
      *                                                               *
      * Caps and floors are percentage points; a zero periodic cap,   *
      * periodic floor, or lifetime cap means no limit on that side.  *
      * The last-reset fields record the most recent reset applied:   *
      * its date, the index rate it used, and the rate before it.     *
      *                                                               *
      *****************************************************************
       01 VARIABLE-RATE-RECORD.
              05 VRT-ACCOUNT-ID        PIC X(10).
              05 VRT-INDEX-CODE        PIC X(6).
              05 VRT-MARGIN            PIC S99V9999.
              05 VRT-RESET-MONTHS      PIC 99.
              05 VRT-NEXT-RESET-DATE   PIC 9(8).
              05 VRT-PERIODIC-CAP      PIC 99V9999.
              05 VRT-PERIODIC-FLOOR    PIC 99V9999.
              05 VRT-LIFETIME-CAP      PIC 99V9999.
              05 VRT-LIFETIME-FLOOR    PIC 99V9999.
              05 VRT-LAST-RESET-DATE   PIC 9(8).
              05 VRT-LAST-INDEX-RATE   PIC 99V9999.
              05 VRT-PRIOR-RATE        PIC 99V9999.
