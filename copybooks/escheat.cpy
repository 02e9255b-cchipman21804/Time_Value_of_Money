      *****************************************************************
      * ESCHEAT.CPY                                                   *
      *                                                               *
      * Unclaimed-property record for ESCHEAT.DAT, keyed by account   *
      * and the date TVMESCH flagged the account dormant, so an       *
      * account that goes dormant, comes back and goes dormant again  *
      * keeps each episode.  The file is the permanent record of      *
      * every dormant account and every remittance: nothing deletes   *
      * from it, so when an owner later claims funds already turned   *
      * over to the state, the account, the owner as the holder knew  *
      * them, the amount, the state and the date are all here.        *
      *                                                               *
      * ESCH-STATUS moves forward only:                               *
      *   "D" dormant    flagged, the due-diligence letter not yet    *
      *                  due                                          *
      *   "N" noticed    the letter has gone (ESCH-NOTICE-SENT-DATE), *
      *                  or was waived under the state minimum        *
      *                  (ESCH-NOTICE-FLAG "W") or could not be sent  *
      *                  for want of an address ("U")                 *
      *   "E" escheated  remitted to ESCH-STATE on ESCH-CLOSED-DATE   *
      *                  and taken off the book                       *
      *   "A" active     the owner came back before remittance        *
      *   "X" off book   the account left the master some other way   *
      *                  (a new instruction paid it out) first        *
      *                                                               *
      * ESCH-AMOUNT is what the account is worth: at flagging, then   *
      * as remitted.  The owner fields and ESCH-MASTER-IMAGE are      *
      * filled when the funds are remitted.                           *
      *                                                               *
      *****************************************************************
       01 ESCHEAT-RECORD.
              05 ESCH-KEY.
                     10 ESCH-ACCOUNT-ID     PIC X(10).
                     10 ESCH-DORMANT-DATE   PIC 9(8).
              05 ESCH-STATUS           PIC X.
                     88 ESCH-DORMANT       VALUE "D".
                     88 ESCH-NOTICED       VALUE "N".
                     88 ESCH-ESCHEATED     VALUE "E".
                     88 ESCH-REACTIVATED   VALUE "A".
                     88 ESCH-OFF-BOOK      VALUE "X".
                     88 ESCH-OPEN          VALUE "D" "N".
              05 ESCH-CUSTOMER-ID      PIC X(10).
              05 ESCH-STATE            PIC XX.
              05 ESCH-PRODUCT-CODE     PIC X(4).
              05 ESCH-CURRENCY-CODE    PIC X(3).
              05 ESCH-MATURITY-DATE    PIC 9(8).
              05 ESCH-LAST-ACTIVITY-DATE PIC 9(8).
              05 ESCH-ESCHEAT-DATE     PIC 9(8).
              05 ESCH-NOTICE-DUE-DATE  PIC 9(8).
              05 ESCH-NOTICE-SENT-DATE PIC 9(8).
              05 ESCH-NOTICE-FLAG      PIC X.
                     88 ESCH-NOTICE-WAIVED     VALUE "W".
                     88 ESCH-NOTICE-NO-ADDRESS VALUE "U".
              05 ESCH-CLOSED-DATE      PIC 9(8).
              05 ESCH-AMOUNT           PIC S9(9)V99.
              05 ESCH-OWNER-NAME       PIC X(30).
              05 ESCH-OWNER-ADDRESS    PIC X(30).
              05 ESCH-OWNER-CITY       PIC X(20).
              05 ESCH-OWNER-STATE      PIC XX.
              05 ESCH-OWNER-POSTAL     PIC X(10).
              05 ESCH-MASTER-IMAGE     PIC X(90).
