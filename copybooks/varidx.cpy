      *****************************************************************
      * VARIDX.CPY                                                    *
      *                                                               *
      * Published index-rate record for VARIDX.DAT, maintained by     *
      * hand like RATECURV.DAT.  One line per index code and          *
      * effective date gives the index's rate from that date          *
      * forward; the rate in force on a date is the one with the      *
      * latest effective date on or before it, so a new publication   *
      * is a new line, never an edit of an old one, and a reset can   *
      * always be re-derived.                                         *
      *                                                               *
      * IDX-RATE is in percent, like MAST-ANNUAL-INTEREST.  A         *
      * variable-rate account's rate is the rate of the index its     *
      * VARRATE.DAT terms name plus its margin, within its caps and   *
      * floors.                                                       *
      *                                                               *
      *****************************************************************
       01 INDEX-RATE-RECORD.
              05 IDX-INDEX-CODE        PIC X(6).
              05 IDX-EFFECTIVE-DATE    PIC 9(8).
              05 IDX-RATE              PIC 99V9999.
