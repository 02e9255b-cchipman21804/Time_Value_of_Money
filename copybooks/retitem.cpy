      *****************************************************************
      * RETITEM.CPY                                                   *
      *                                                               *
      * Returned-item log record appended to RETITEMS.DAT by TVMSETL  *
      * for every auto-debit the bank sends back unpaid.  The log is  *
      * the permanent record of each return -- which installment,     *
      * why the bank refused it, and where the account's return       *
      * count and authorization stood afterwards -- so collections    *
      * can work the account from it long after the day's report is   *
      * gone.                                                         *
      *                                                               *
      *****************************************************************
       01 RETURNED-ITEM-RECORD.
              05 RETI-PROCESS-DATE     PIC 9(8).
              05 RETI-ACCOUNT-ID       PIC X(10).
              05 RETI-TRACE-NUMBER     PIC 9(7).
              05 RETI-DUE-DATE         PIC 9(8).
              05 RETI-AMOUNT           PIC 9(9)V99.
              05 RETI-RETURN-DATE      PIC 9(8).
              05 RETI-RETURN-CODE      PIC X(3).
              05 RETI-RETURN-DESC      PIC X(24).
              05 RETI-RETURN-COUNT     PIC 9(3).
              05 RETI-AUTH-STATUS      PIC X.
