      *****************************************************************
      * ESCHREM.CPY                                                   *
      *                                                               *
      * Unclaimed-property remittance file ESCHREM.DAT written by     *
      * TVMESCH, one file per run, for the holder report filed with   *
      * each state and the funds sent with it:                        *
      *                                                               *
      *   "H" header   - run date and source program                  *
      *   "D" detail   - one property item per account remitted: the  *
      *                  state it is remitted to, the owner as last   *
      *                  known, the NAUPA property type (AC03,        *
      *                  matured certificate / time deposit), the     *
      *                  amount and currency, and the owner's last    *
      *                  activity, dormancy and notice dates          *
      *   "S" state    - one control record per state and currency:   *
      *                  the count and total of its items, the sum    *
      *                  remitted to that state                       *
      *   "T" trailer  - count and amount hash of every "D" record    *
      *                                                               *
      *****************************************************************
       01 ESCHEAT-REMIT-RECORD.
              05 ESCR-RECORD-TYPE      PIC X.
              05 ESCR-STATE            PIC XX.
              05 ESCR-ACCOUNT-ID       PIC X(10).
              05 ESCR-PROPERTY-TYPE    PIC X(4).
              05 ESCR-OWNER-NAME       PIC X(30).
              05 ESCR-OWNER-ADDRESS    PIC X(30).
              05 ESCR-OWNER-CITY       PIC X(20).
              05 ESCR-OWNER-STATE      PIC XX.
              05 ESCR-OWNER-POSTAL     PIC X(10).
              05 ESCR-AMOUNT           PIC 9(9)V99.
              05 ESCR-CURRENCY-CODE    PIC X(3).
              05 ESCR-LAST-ACTIVITY-DATE PIC 9(8).
              05 ESCR-DORMANT-DATE     PIC 9(8).
              05 ESCR-NOTICE-DATE      PIC 9(8).
       01 ESCHEAT-REMIT-HEADER.
              05 ESCH-HDR-RECORD-TYPE  PIC X.
              05 ESCH-HDR-RUN-DATE     PIC 9(8).
              05 ESCH-HDR-SOURCE       PIC X(8).
              05 FILLER                PIC X(130).
       01 ESCHEAT-REMIT-STATE.
              05 ESCS-RECORD-TYPE      PIC X.
              05 ESCS-STATE            PIC XX.
              05 ESCS-CURRENCY-CODE    PIC X(3).
              05 ESCS-REC-COUNT        PIC 9(7).
              05 ESCS-AMOUNT-TOTAL     PIC 9(13)V99.
              05 FILLER                PIC X(119).
       01 ESCHEAT-REMIT-TRAILER.
              05 ESCT-RECORD-TYPE      PIC X.
              05 ESCT-REC-COUNT        PIC 9(7).
              05 ESCT-AMOUNT-HASH      PIC 9(13)V99.
              05 FILLER                PIC X(124).
