      *****************************************************************
      * PERDCHK.CPY                                                   *
      *                                                               *
      * Request block passed on CALL "tvmperd" by every program that  *
      * books a posting -- PAYPOST, TVMACCR, TVMMATP, TVMRPRC,        *
      * TVMREDM, TVMESCH and TVMCHGO -- to find the accounting period *
      * the posting belongs in.                                       *
      *                                                               *
      *   PCHK-POSTING-DATE   the date the posting is dated           *
      *   PCHK-RESULT         returned: "O" its period is open, "A"   *
      *                       its period is closed and the posting    *
      *                       is a prior-period adjustment booked to  *
      *                       the open period, "U" no PERIOD.DAT on   *
      *                       disk (period control not in use)        *
      *   PCHK-POSTING-PERIOD returned: the period the date falls in  *
      *                       (zero for a zero or invalid date, which *
      *                       is always treated as open)              *
      *   PCHK-OPEN-PERIOD    returned: the period the posting is     *
      *                       booked to -- the date's own period when *
      *                       it is open, else the first open period  *
      *                       after it                                *
      *   PCHK-EFFECTIVE-DATE returned: the date to book under -- the *
      *                       posting date, or the first day of the   *
      *                       open period on an adjustment            *
      *                                                               *
      *****************************************************************
       01 PERIOD-CHECK-REQUEST.
              05 PCHK-POSTING-DATE     PIC 9(8).
              05 PCHK-RESULT           PIC X.
                     88 PCHK-PERIOD-OPEN  VALUE "O".
                     88 PCHK-ADJUSTMENT   VALUE "A".
                     88 PCHK-NO-CONTROL   VALUE "U".
              05 PCHK-POSTING-PERIOD   PIC 9(6).
              05 PCHK-OPEN-PERIOD      PIC 9(6).
              05 PCHK-EFFECTIVE-DATE   PIC 9(8).
