      *****************************************************************
      * PERIOD.CPY                                                    *
      *                                                               *
      * Accounting period control record for PERIOD.DAT, keyed by     *
      * the period (YYYYMM).  TVMCLOSE writes a period's record when  *
      * it closes the month: "P" closing while the period-end         *
      * balances are being snapshot to PERIODBAL.DAT, then "C"        *
      * closed, stamped with the date, time and operator, and the     *
      * count of accounts snapshot.  A period with no record on file  *
      * has never been closed and is open; TVMCLOSE also writes the   *
      * following period's record "O" open, so the file always        *
      * shows the period postings now go to.                          *
      *                                                               *
      * Once a period is closed (or closing), PAYPOST, TVMACCR,       *
      * TVMMATP, TVMRPRC, TVMREDM, TVMESCH and TVMCHGO book nothing   *
      * dated into it: the posting is redirected to the first open    *
      * period after it and reported as a prior-period adjustment,    *
      * through the TVMPERD check.                                    *
      *                                                               *
      * A closed period is reopened only under dual control: TVMCTLM  *
      * queues the request to PENDCHG.DAT and TVMAPPRV applies it,    *
      * setting the period open again with the maker, approver,       *
      * date and reason on the record and counting the reopen.  Both  *
      * the close and the reopen are audited to CTLAUD.DAT under      *
      * table PERIOD with the record's first 40 bytes as the images,  *
      * which is why the status and its stamps are carried first; a   *
      * reopen's after image carries the period, status, reopen       *
      * count and reason instead, so each reopen's reason stays on    *
      * the trail when the next reopen replaces it here.              *
      *                                                               *
      *****************************************************************
       01 PERIOD-RECORD.
              05 PER-PERIOD            PIC 9(6).
              05 PER-PERIOD-SPLIT REDEFINES PER-PERIOD.
                     10 PER-YEAR       PIC 9(4).
                     10 PER-MONTH      PIC 99.
              05 PER-STATUS            PIC X.
                     88 PER-OPEN       VALUE "O" " ".
                     88 PER-CLOSING    VALUE "P".
                     88 PER-CLOSED     VALUE "C".
                     88 PER-LOCKED     VALUE "P" "C".
              05 PER-CLOSED-DATE       PIC 9(8).
              05 PER-CLOSED-BY         PIC X(8).
              05 PER-REOPENED-DATE     PIC 9(8).
              05 PER-REOPEN-COUNT      PIC 99.
              05 PER-CLOSED-TIME       PIC 9(8).
              05 PER-ACCOUNT-COUNT     PIC 9(7).
              05 PER-REOPENED-BY       PIC X(8).
              05 PER-REOPEN-APPROVER   PIC X(8).
              05 PER-REOPEN-REASON     PIC X(30).
