      *****************************************************************
      * GLMAP.CPY                                                     *
      *                                                               *
      * GL account mapping record for GLMAP.DAT, maintained by hand   *
      * like LIMITS.DAT.  One record per product, entry type, and     *
      * side names the general-ledger account the daily journal       *
      * posts that entry to, so a chart-of-accounts change is a       *
      * change to this file, not to the programs producing the        *
      * entries.                                                      *
      *                                                               *
      * GLM-ENTRY-TYPE is the GLD-ENTRY-TYPE the producing program    *
      * stamps on its GL detail ("VALU", "ACCR", "MATP", ...);        *
      * GLM-SIDE is "D" or "C", the detail's record type.  A detail   *
      * with no mapping keeps the account its producer carries and    *
      * is reported as unmapped on the journal proof.                 *
      *                                                               *
      *****************************************************************
       01 GLMAP-RECORD.
              05 GLM-PRODUCT-CODE      PIC X(4).
              05 GLM-ENTRY-TYPE        PIC X(4).
              05 GLM-SIDE              PIC X.
              05 GLM-GL-ACCOUNT        PIC X(8).
              05 GLM-DESCRIPTION       PIC X(30).
