      *****************************************************************
      * CHGOCTL.CPY                                                   *
      *                                                               *
      * Charge-off policy record for CHGOCTL.DAT, one line maintained *
      * by hand like LIMITS.DAT, read by the TVMCHGO charge-off       *
      * batch.  An ANNU account is charged off once it is past the    *
      * policy, measured the way TVMDELQ ages it against its          *
      * open-date anniversary schedule:                               *
      *                                                               *
      *   CHGO-DAYS-PAST-DUE    days the oldest unpaid installment    *
      *                         is past its due date                  *
      *   CHGO-MISSED-COUNT     installments not paid in full         *
      *   CHGO-TEST-CODE        "A" the account must be past both     *
      *                         thresholds; "O" (or space) past       *
      *                         either one                            *
      *                                                               *
      * A zero threshold is not tested.  No CHGOCTL.DAT on disk, or   *
      * a policy with neither threshold set, means no policy has      *
      * been set: nothing is charged off and the batch stops RC=8.    *
      *                                                               *
      *****************************************************************
       01 CHARGE-OFF-CONTROL-RECORD.
              05 CHGO-DAYS-PAST-DUE    PIC 9(4).
              05 CHGO-MISSED-COUNT     PIC 999.
              05 CHGO-TEST-CODE        PIC X.
                     88 CHGO-TEST-BOTH    VALUE "A".
                     88 CHGO-TEST-EITHER  VALUE "O" " ".
