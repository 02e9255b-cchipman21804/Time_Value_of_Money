      *****************************************************************
      * SIGNCTL.CPY                                                   *
      *                                                               *
      * Sign-on control record for SIGNCTL.DAT, one line maintained   *
      * by hand like LIMITS.DAT, read by the TVMSIGN sign-on, the     *
      * TVMOPER profile maintenance and the TVMACREV access review:   *
      *                                                               *
      *   SCTL-MAX-FAILURES  failed sign-ons in a row that lock the   *
      *                      ID until the security administrator      *
      *                      re-enables it                            *
      *   SCTL-EXPIRY-DAYS   days a password lasts before the next    *
      *                      sign-on must change it                   *
      *   SCTL-DORMANT-DAYS  days without a sign-on (or profile       *
      *                      maintenance) after which the ID is       *
      *                      marked inactive                          *
      *   SCTL-MIN-LENGTH    shortest password accepted               *
      *                                                               *
      * A zero field switches that control off.  No SIGNCTL.DAT on    *
      * disk means the shop standard: 3 failures, 90-day expiry,      *
      * 90 days dormant, 8 characters.                                *
      *                                                               *
      *****************************************************************
       01 SIGNON-CONTROL-RECORD.
              05 SCTL-MAX-FAILURES     PIC 99.
              05 SCTL-EXPIRY-DAYS      PIC 999.
              05 SCTL-DORMANT-DAYS     PIC 999.
              05 SCTL-MIN-LENGTH       PIC 99.
