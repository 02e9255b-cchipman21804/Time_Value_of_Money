      *****************************************************************
      * PERIODBAL.CPY                                                 *
      *                                                               *
      * Period-end balance record for PERIODBAL.DAT, keyed by period  *
      * (YYYYMM) and account id, written by TVMCLOSE for every        *
      * ANNU/FUTV account on the book at the end of the period it     *
      * closes -- the permanent record of what each account stood at  *
      * when the month was closed, however the master moves after.    *
      *                                                               *
      * PBAL-CLOSING-BALANCE is the book balance the accrual batch    *
      * accrues on (the ANNU outstanding balance, or the present      *
      * value of the payment stream until one is established; the     *
      * FUTV discounted present value), with any payment booked after *
      * the period end backed out.  PBAL-LAST-ACCRUAL-DATE is how far *
      * interest has been accrued; PBAL-UNACCRUED-DAYS and            *
      * PBAL-UNACCRUED-INTEREST are the interest earned from there to *
      * the period end and not yet booked -- zero when the accrual    *
      * ran on the last day.  A re-close after a reopen replaces the  *
      * period's records whole.                                       *
      *                                                               *
      *****************************************************************
       01 PERIOD-BALANCE-RECORD.
              05 PBAL-KEY.
                     10 PBAL-PERIOD        PIC 9(6).
                     10 PBAL-ACCOUNT-ID    PIC X(10).
              05 PBAL-PRODUCT-CODE     PIC X(4).
              05 PBAL-CURRENCY-CODE    PIC X(3).
              05 PBAL-PERIOD-END-DATE  PIC 9(8).
              05 PBAL-ANNUAL-INTEREST  PIC 99V9999.
              05 PBAL-CLOSING-BALANCE  PIC S9(9)V99.
              05 PBAL-LAST-ACCRUAL-DATE PIC 9(8).
              05 PBAL-UNACCRUED-DAYS   PIC 9(5).
              05 PBAL-UNACCRUED-INTEREST PIC S9(9)V99.
              05 PBAL-SNAPSHOT-DATE    PIC 9(8).
              05 PBAL-SNAPSHOT-TIME    PIC 9(8).
