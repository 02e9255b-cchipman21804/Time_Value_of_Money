      *****************************************************************
      * CALENDAR.CPY                                                  *
      *                                                               *
      * Business calendar record for CALENDAR.DAT, maintained online  *
      * through TVMCTLM.  Exactly one "C" control record carries the  *
      * current processing date the batch runs process as; "D"        *
      * records list dates, with the holiday flag set on non-         *
      * business days the shop observes (weekends need no listing     *
