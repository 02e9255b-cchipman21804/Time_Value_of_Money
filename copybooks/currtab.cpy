      *                                                               *
      * Currency table record for CURRTAB.DAT, the control file of    *
      * currencies the shop books accounts in -- one line per         *
      * currency, maintained online through TVMCTLM.  Maintenance     *
      * validates MAST-CURRENCY-CODE against it.  CURR-DECIMALS       *
      * records the currency's minor-unit places (0 for JPY, 2 for    *
      * USD/CAD/EUR); the stored amount fields carry two decimals     *
