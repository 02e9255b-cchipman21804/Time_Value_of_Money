      *                 records skipped by the run, so the file       *
      *                 always ties back to the printed report        *
      *                                                               *
      * GLD-PRODUCT-CODE and GLD-ENTRY-TYPE tell the daily journal    *
      * what each detail is -- the account's product and the kind of  *
      * entry ("VALU" valuation, "ACCR" interest accrual, "MATP"      *
      * maturity payout, "REDM"/"PENL"/"FORF" early withdrawal paid,  *
      * penalty, and interest forfeited, "ESCH" unclaimed property    *
      * remitted, "CHGO"/"CHGI" balance charged off and uncollected   *
      * interest reversed, "RCVY" recovery on a charged-off account)  *
      * -- so TVMJRNL can post it to the GL account the GLMAP.DAT     *
      * mapping table names for that product, entry type, and side,   *
      * in place of the account the producing program carries.        *
      * Taken from the filler, so readers of the older layout are     *
      * unaffected; older extracts carry spaces.                      *
      *                                                               *
      * GLD-POST-PERIOD is the accounting period (YYYYMM) the entry   *
      * is booked to, on extracts from the producers that check       *
      * PERIOD.DAT through TVMPERD.  GLD-PRIOR-PERIOD is zero on an   *
      * ordinary entry; on a prior-period adjustment -- an entry      *
      * dated into a period TVMCLOSE had already closed, redirected   *
      * to the open period -- it carries the closed period the entry  *
      * was dated into.  Taken from the filler like the fields above; *
      * older extracts, and producers that do not check periods,      *
      * carry spaces.                                                 *
      *                                                               *
      * GLD-SOURCE-SEQ is the sequence of the request on the          *
      * producer's own transaction file that the entry books, on      *
      * extracts from the batches that checkpoint by it (TVMREDM), so *
      * a restart can tell from the extract which requests were paid  *
      * before the run stopped.  Taken from the filler like the       *
      * fields above; every other producer carries spaces.            *
      *                                                               *
      * All layouts are 80-byte level-01 views of the same file       *
      * record area, the record type byte telling them apart.         *
      *                                                               *
              05 GLD-GL-ACCOUNT        PIC X(8).
              05 GLD-AMOUNT            PIC 9(9)V99.
              05 GLD-CURRENCY-CODE     PIC X(3).
              05 GLD-PRODUCT-CODE      PIC X(4).
              05 GLD-ENTRY-TYPE        PIC X(4).
              05 GLD-POST-PERIOD       PIC 9(6).
              05 GLD-PRIOR-PERIOD      PIC 9(6).
              05 GLD-SOURCE-SEQ        PIC 9(9).
              05 FILLER                PIC X(18).
       01 GL-CURRENCY-SUB-RECORD.
              05 GLS-RECORD-TYPE       PIC X.
              05 GLS-CURRENCY-CODE     PIC X(3).
