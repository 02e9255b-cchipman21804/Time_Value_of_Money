      * maximum rate, writing a before/after detail line per account  *
      * changed, and logging each change to the shared audit log.     *
      * Instructions effective after the run date are reported but    *
      * not applied.  Variable-rate accounts are left alone and       *
      * counted: their rate follows their index through the TVMVRST   *
      * reset batch, not the board.                                   *
      *                                                               *
      * An instruction effective in an accounting period TVMCLOSE has *
      * closed (PERIOD.DAT, checked through TVMPERD) is still applied *
      * -- the rate is the board's -- but is booked to the open       *
      * period: each account it changes is reported as a prior-       *
      * period adjustment beside its change line.                     *
      *                                                               *
      *****************************************************************

                            15 CHG-TBL-NEW-RATE    PIC 99V9999
                                   USAGE COMP.
                            15 CHG-TBL-EFF-DATE    PIC 9(8).
                            15 CHG-TBL-CLOSED-PERIOD PIC 9(6).
                            15 CHG-TBL-OPEN-PERIOD PIC 9(6).
              05 OLD-RATE           PIC 99V9999 USAGE COMP.
              05 EXAMINED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 CHANGED-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 REJECTED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 VARIABLE-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 PRIOR-PERIOD-COUNT PIC 9(7) USAGE COMP VALUE 0.
              05 EXAMINED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 CHANGED-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 REJECTED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 VARIABLE-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 PRIOR-PERIOD-OUT   PIC ZZZZZZ9 USAGE DISPLAY.

       01 RPRC-DISP-FIELDS.
              05 OLD-RATE-OUT       PIC Z9.9999 USAGE DISPLAY.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 TERM-LOG-OUT       PIC Z9 USAGE DISPLAY.

       copy "perdchk.cpy".

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              move chg-old-rate-low to chg-tbl-rate-low(chg-count)
              move chg-old-rate-high to chg-tbl-rate-high(chg-count)
              move chg-new-rate to chg-tbl-new-rate(chg-count)
              move chg-effective-date to chg-tbl-eff-date(chg-count)
              move chg-effective-date to pchk-posting-date
              call "tvmperd" using period-check-request
              if pchk-adjustment
                     move pchk-posting-period
                            to chg-tbl-closed-period(chg-count)
                     move pchk-open-period
                            to chg-tbl-open-period(chg-count)
              else
                     move 0 to chg-tbl-closed-period(chg-count)
                     move 0 to chg-tbl-open-period(chg-count)
              end-if.

       reprice-master-file.
              open i-o master-file
      *****************************************************************

              add 1 to examined-count
              if mast-variable-rate
                     add 1 to variable-count
                     exit paragraph
              end-if
              move "N" to chg-match-switch
              perform varying chg-index from 1 by 1
                     until chg-index > chg-count
              end-rewrite
              add 1 to changed-count
              perform write-change-line
              if chg-tbl-closed-period(chg-index) not = 0
                     perform write-prior-period-line
              end-if
              perform log-rate-change.

       report-pending-instruction.
              write rpt-record
              add 1 to rpt-line-count.

       write-prior-period-line.
              add 1 to prior-period-count
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string "      *** PRIOR-PERIOD ADJUSTMENT - EFFECTIVE "
                     delimited by size
                     chg-tbl-eff-date(chg-index) delimited by size
                     " IN CLOSED PERIOD " delimited by size
                     chg-tbl-closed-period(chg-index)
                     delimited by size
                     ", BOOKED TO " delimited by size
                     chg-tbl-open-period(chg-index) delimited by size
                     " ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-pending-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              move examined-count to examined-out
              move changed-count to changed-out
              move rejected-count to rejected-out
              move variable-count to variable-out
              move spaces to rpt-record
              write rpt-record
              if prior-period-count > 0
                     move prior-period-count to prior-period-out
                     move spaces to rpt-record
                     string "*** " delimited by size
                            prior-period-out delimited by size
                            " CHANGE(S) EFFECTIVE IN A CLOSED PERIOD "
                            delimited by size
                            "- BOOKED AS PRIOR-PERIOD ADJUSTMENTS ***"
                            delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
              end-if
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     examined-out delimited by size
                     changed-out delimited by size
                     " CHANGED, " delimited by size
                     rejected-out delimited by size
                     " REJECTED BY LIMIT, " delimited by size
                     variable-out delimited by size
                     " VARIABLE-RATE SKIPPED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
