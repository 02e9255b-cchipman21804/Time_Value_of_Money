      *****************************************************************
      * PURGREQ.CPY                                                   *
      *                                                               *
      * Request block passed on CALL "tvmpurg" by every program that  *
      * deletes an account from MASTER.DAT -- PAYPOST, TVMREDM,       *
      * TVMMATP, TVMESCH, TVMMAINT and TVMAPPRV -- once the delete    *
      * has gone through, to clear the records the account leaves     *
      * behind on the other keyed files.                              *
      *                                                               *
      *   PURG-ACCOUNT-ID     the account just deleted                *
      *   PURG-PENDING        "K" leave PENDCHG.DAT alone -- set by   *
      *                       the callers that hold it open and       *
      *                       dispose of the pending change           *
      *                       themselves; anything else removes it    *
      *   PURG-CLEARED-COUNT  returned: how many records were         *
      *                       cancelled or removed (0-3)              *
      *                                                               *
      *****************************************************************
       01 PURGE-REQUEST.
              05 PURG-ACCOUNT-ID       PIC X(10).
              05 PURG-PENDING          PIC X.
                     88 PURG-KEEP-PENDING VALUE "K".
              05 PURG-CLEARED-COUNT    PIC 9.
