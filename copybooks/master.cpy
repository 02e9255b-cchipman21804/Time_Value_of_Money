      * Appended to the record like the fields above, for the same    *
      * reason.                                                       *
      *                                                               *
      * MAST-RATE-TYPE flags a variable-rate account, "V": its rate   *
      * is priced off a published index on VARIDX.DAT, reset on the  *
      * dates and within the caps and floors its VARRATE.DAT terms    *
      * record carries, by the TVMVRST reset batch -- not by board    *
      * repricing.  Spaces -- including records converted from the    *
      * older layout -- is a fixed-rate account.  Appended to the     *
      * record like the fields above, for the same reason.            *
      *                                                               *
      * MAST-ACCOUNT-STATUS marks an account the batches must treat   *
      * apart from the live book: "D" dormant, set by the TVMESCH     *
      * unclaimed-property batch on a matured account left without    *
      * instruction and untouched by its owner for the dormancy       *
      * period of the owner's state, and cleared by it when the       *
      * owner comes back; "C" charged off, set by the TVMCHGO         *
      * charge-off batch once the account is past the charge-off      *
      * policy -- TVMACCR no longer accrues it, FPGA/FPGF no longer   *
      * value it, and PAYPOST posts anything later received on it as  *
      * a recovery, leaving MAST-OUTSTANDING-BAL as the amount the    *
      * customer still owes.  Spaces -- including records converted   *
      * from the older layout -- is an ordinary account.  Appended    *
      * to the record like the fields above, for the same reason.     *
      *                                                               *
      *****************************************************************
       01 MASTER-RECORD.
              05 MAST-ACCOUNT-ID       PIC X(10).
              05 MAST-OUTSTANDING-BAL  PIC S9(9)V99.
              05 MAST-LAST-ACCRUAL-DATE PIC 9(8).
              05 MAST-ROLLOVER-CODE    PIC X(4).
              05 MAST-RATE-TYPE        PIC X.
                     88 MAST-VARIABLE-RATE VALUE "V".
              05 MAST-ACCOUNT-STATUS   PIC X.
                     88 MAST-DORMANT      VALUE "D".
                     88 MAST-CHARGED-OFF  VALUE "C".
