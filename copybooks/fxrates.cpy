      *                                                               *
      * Daily FX rate record for FXRATES.DAT -- one line per          *
      * CURR-CODE, carrying the USD value of one unit of the          *
      * currency, refreshed each morning through TVMCTLM, which       *
      * holds a move beyond the LIMITS.DAT tolerance for an override. *
      * The FPGA/FPGF batch runs use it to add a translated           *
      * consolidated section to the report and "U" control records    *
      * to the GL extract, so the controller stops retyping the       *
