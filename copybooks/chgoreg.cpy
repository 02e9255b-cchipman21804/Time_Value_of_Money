      *****************************************************************
      * CHGOREG.CPY                                                   *
      *                                                               *
      * Charge-off and recovery register record appended to           *
      * CHGOREG.DAT, the permanent record the loss-reserve            *
      * calculation is taken from, one record per event:              *
      *                                                               *
      *   "C" charge-off   written by TVMCHGO: the balance moved to   *
      *                    the loss reserve and the accrued interest  *
      *                    reversed, with how far past due the        *
      *                    account was                                *
      *   "R" recovery     written by PAYPOST for a payment received  *
      *                    on a charged-off account                   *
      *   "B" recovery     written by PAYPOST when a recovery is      *
      *       reversed     reversed (a returned check); its amount    *
      *                    comes back off the period's recoveries     *
      *                                                               *
      * CHGR-PERIOD is the accounting period (YYYYMM) the event is    *
      * booked to through TVMPERD; CHGR-PRIOR-PERIOD is zero on an    *
      * ordinary entry and carries the closed period an event dated   *
      * into a closed period belonged to, as on PAYHIST.DAT.          *
      * CHGR-DATE is the charge-off date, or the date the customer    *
      * paid; CHGR-TRAN-SEQ and CHGR-POST-DATE tie a recovery to its  *
      * PAYHIST.DAT record.                                           *
      *                                                               *
      *****************************************************************
       01 CHARGE-OFF-REG-RECORD.
              05 CHGR-PERIOD           PIC 9(6).
              05 CHGR-EVENT-TYPE       PIC X.
                     88 CHGR-CHARGE-OFF   VALUE "C".
                     88 CHGR-RECOVERY     VALUE "R".
                     88 CHGR-RECOVERY-REV VALUE "B".
              05 CHGR-ACCOUNT-ID       PIC X(10).
              05 CHGR-CUSTOMER-ID      PIC X(10).
              05 CHGR-PRODUCT-CODE     PIC X(4).
              05 CHGR-CURRENCY-CODE    PIC X(3).
              05 CHGR-DATE             PIC 9(8).
              05 CHGR-POST-DATE        PIC 9(8).
              05 CHGR-AMOUNT           PIC 9(9)V99.
              05 CHGR-INTEREST-REVERSED PIC 9(9)V99.
              05 CHGR-DAYS-PAST-DUE    PIC 9(5).
              05 CHGR-MISSED-COUNT     PIC 999.
              05 CHGR-TRAN-SEQ         PIC 9(9).
              05 CHGR-PRIOR-PERIOD     PIC 9(6).
              05 CHGR-OPERATOR         PIC X(8).
