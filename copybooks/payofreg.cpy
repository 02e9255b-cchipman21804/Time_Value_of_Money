      *****************************************************************
      * PAYOFREG.CPY                                                  *
      *                                                               *
      * Payoff register record appended to PAYOFREG.DAT for every     *
      * payoff letter TVMPAYOF produces, the same register            *
      * discipline QUOTEREG.DAT keeps for quote documents.  The       *
      * register is the system of record for payoff numbers: the      *
      * next number is one more than the number of records on the     *
      * register, so numbers are unique and gapless without a         *
      * separate control record.                                      *
      *                                                               *
      * It is also how PAYPOST knows a payoff when one arrives.  A    *
      * payment on an account with a registered payoff -- quoted on   *
      * or before the payment date, good through on or after it,      *
      * and quoted against the balance the account still carries --   *
      * that covers the principal plus the interest accrued from      *
      * POFF-INTEREST-FROM to the payment date is posted as the       *
      * payoff and the account is closed, instead of being split as   *
      * an ordinary installment.                                      *
      *                                                               *
      *****************************************************************
       01 PAYOFF-REG-RECORD.
              05 POFF-NUMBER           PIC 9(8).
              05 POFF-DATE             PIC 9(8).
              05 POFF-TIME             PIC 9(8).
              05 POFF-OPERATOR         PIC X(8).
              05 POFF-ACCOUNT-ID       PIC X(10).
              05 POFF-CUSTOMER-ID      PIC X(10).
              05 POFF-GOOD-THROUGH     PIC 9(8).
              05 POFF-INTEREST-FROM    PIC 9(8).
              05 POFF-PRINCIPAL        PIC S9(9)V99.
              05 POFF-INTEREST         PIC S9(9)V99.
              05 POFF-PER-DIEM         PIC 9(7)V99.
              05 POFF-PAYOFF-AMOUNT    PIC S9(9)V99.
              05 POFF-RATE             PIC 99V9999.
