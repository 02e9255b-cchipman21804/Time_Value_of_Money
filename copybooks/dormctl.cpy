      *****************************************************************
      * DORMCTL.CPY                                                   *
      *                                                               *
      * Dormancy control record for DORMCTL.DAT, one line per state   *
      * maintained by hand like GLMAP.DAT, read by the TVMESCH        *
      * unclaimed-property batch.  The state is the owner's           *
      * CUST-STATE; "**" is the rule for an owner in a state with no  *
      * line of its own, or with no address on file, and its          *
      * remittances go to the state the holder is domiciled in.       *
      *                                                               *
      *   DORM-DORMANT-MONTHS  months after maturity, or after the    *
      *                        owner last posted or had the account   *
      *                        maintained if later, before a matured  *
      *                        account left without instruction is    *
      *                        flagged dormant                        *
      *   DORM-ESCHEAT-YEARS   the state's dormancy period: years     *
      *                        from that same date until the funds    *
      *                        are presumed abandoned and remitted    *
      *   DORM-NOTICE-DAYS     lead time: days before the escheat     *
      *                        date the due-diligence letter is sent  *
      *   DORM-RESPONSE-DAYS   days the owner has to answer the       *
      *                        letter before the funds are remitted   *
      *   DORM-NOTICE-MINIMUM  balance under which the state waives   *
      *                        the letter (zero = always send)        *
      *                                                               *
      * An account whose owner's state has no line and no "**" line   *
      * is listed as an exception and left alone.  No DORMCTL.DAT on  *
      * disk means the batch has no rules to run by and stops RC=8.   *
      *                                                               *
      *****************************************************************
       01 DORMANCY-CONTROL-RECORD.
              05 DORM-STATE            PIC XX.
              05 DORM-DORMANT-MONTHS   PIC 999.
              05 DORM-ESCHEAT-YEARS    PIC 99.
              05 DORM-NOTICE-DAYS      PIC 999.
              05 DORM-RESPONSE-DAYS    PIC 999.
              05 DORM-NOTICE-MINIMUM   PIC 9(7)V99.
