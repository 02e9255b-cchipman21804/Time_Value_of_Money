      *****************************************************************
      * DEBITAUT.CPY                                                  *
      *                                                               *
      * Auto-debit authorization record for DEBITAUT.DAT, the keyed   *
      * file of the ANNU accounts whose customers have signed up to   *
      * have their installments pulled from a bank account instead    *
      * of paying at the branch.  One record per account, keyed by    *
      * MAST-ACCOUNT-ID, maintained through its own screens           *
      * (TVMDAUTH) the way TVMCUST maintains customers.               *
      *                                                               *
      * DAUTH-STATUS is ACTIVE, SUSPENDED (the bank returned too      *
      * many debits, or returned one as closed/unusable -- TVMSETL    *
      * suspends it and maintenance must reactivate it), or           *
      * CANCELLED by the customer.  Only an ACTIVE authorization is   *
      * collected, and only for installments falling due on or        *
      * after DAUTH-SIGNED-DATE.                                      *
      *                                                               *
      * DAUTH-RETURN-COUNT and the last-return fields count the       *
      * bank's returns against the account.                           *
      *                                                               *
      * The collection batch (TVMCOLL) keeps its place here:          *
      * DAUTH-COLLECTED-THROUGH is the latest installment due date    *
      * sent to the bank, so an installment is collected once and     *
      * only once.  DAUTH-PRIOR-THROUGH is the value it had before    *
      * the run of DAUTH-LAST-COLLECT-DATE, so a rerun for the same   *
      * processing date rebuilds the same collection file rather      *
      * than an empty one.                                            *
      *                                                               *
      *****************************************************************
       01 DEBIT-AUTH-RECORD.
              05 DAUTH-ACCOUNT-ID      PIC X(10).
              05 DAUTH-HOLDER-NAME     PIC X(22).
              05 DAUTH-BANK-ROUTING    PIC X(9).
              05 DAUTH-BANK-ACCOUNT    PIC X(17).
              05 DAUTH-BANK-ACCT-TYPE  PIC X.
                     88 DAUTH-CHECKING VALUE "C".
                     88 DAUTH-SAVINGS  VALUE "S".
              05 DAUTH-STATUS          PIC X.
                     88 DAUTH-ACTIVE   VALUE "A".
                     88 DAUTH-SUSPENDED VALUE "S".
                     88 DAUTH-CANCELLED VALUE "X".
              05 DAUTH-SIGNED-DATE     PIC 9(8).
              05 DAUTH-RETURN-COUNT    PIC 9(3).
              05 DAUTH-LAST-RETURN-DATE PIC 9(8).
              05 DAUTH-LAST-RETURN-CODE PIC X(3).
              05 DAUTH-COLLECTED-THROUGH PIC 9(8).
              05 DAUTH-PRIOR-THROUGH   PIC 9(8).
              05 DAUTH-LAST-COLLECT-DATE PIC 9(8).
