      *****************************************************************
      * INTEREST-RATE RISK REPORT                                     *
      *                                                               *
      * ALCO's view of how exposed the book is to a move in rates,    *
      * in place of the spreadsheet built off the printed valuation   *
      * reports.  One pass over MASTER.DAT projects every account's   *
      * remaining cash flows as of the CALENDAR.DAT processing date   *
      * -- each ANNU installment still to fall due on the open-date   *
      * anniversaries (segmented across applied MODHIST.DAT           *
      * modifications the way TVMDELQ builds the schedule), each      *
      * FUTV account's maturity amount on its maturity date -- and    *
      * reports three things:                                         *
      *                                                               *
      *   1. A cash-flow and repricing ladder by currency.  Each flow *
      *      falls in the time bucket of its date; the repricing      *
      *      column carries the book balance as it reprices -- a      *
      *      fixed-rate account's principal as it runs off, a         *
      *      variable-rate account's whole balance on its next        *
      *      VARRATE.DAT reset date -- with the cumulative gap.       *
      *      Every account on this system is an asset, so the gap is  *
      *      the rate-sensitive asset position.                       *
      *   2. Weighted-average life (principal-weighted, at the        *
      *      booked rate) and Macaulay and modified duration (at the  *
      *      curve) per product and currency.                         *
      *   3. Economic value of the book at the RATECURV.DAT curve --  *
      *      the same curve rate for the remaining term the FPGA and  *
      *      FPGF mark-to-market modes use -- and under parallel      *
      *      shocks of -300 to +300 basis points, with the change     *
      *      against the base mark-to-market figure, by currency and  *
      *      consolidated to USD at the FXRATES.DAT rates.  A shocked *
      *      rate below zero is floored at zero.                      *
      *                                                               *
      * Flows are timed in days from the processing date over 365,    *
      * the fraction-of-a-year convention TVMREDM discounts a FUTV    *
      * account with.  An account with no open date is projected as   *
      * if freshly opened, as the valuation batches treat it.  An     *
      * account whose remaining term matches no curve band is         *
      * laddered but left out of the duration and economic-value      *
      * figures, and listed.  No curve on disk refuses the run        *
      * (RC=8), as the mark-to-market modes do.  An account TVMCHGO   *
      * has charged off is off the book and projects no flows, as     *
      * FPGA and FPGF pass it by; it is counted on the report.        *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmrisk.

       environment division.
       input-output section.
       file-control.
              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is mast-account-id
                     file status is master-status.

              select var-rate-file assign to "VARRATE.DAT"
                     organization is indexed
                     access mode is random
                     record key is vrt-account-id
                     file status is var-rate-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select rate-curve-file assign to "RATECURV.DAT"
                     organization is line sequential
                     file status is rate-curve-status.

              select fxrates-file assign to "FXRATES.DAT"
                     organization is line sequential
                     file status is fxrate-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select rpt-file assign to "TVMRISK.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  master-file.
       copy "master.cpy".

       fd  var-rate-file.
       copy "varrate.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  rate-curve-file.
       copy "ratecurv.cpy".

       fd  fxrates-file.
       copy "fxrates.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 VAR-RATE-STATUS        PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 RATE-CURVE-STATUS      PIC XX.

       01 FXRATE-STATUS          PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 RISK-SWITCHES.
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 VRT-FILE-SWITCH         PIC X VALUE "N".
                     88 VRT-FILE-PRESENT VALUE "Y".
              05 MOD-FILE-SWITCH         PIC X VALUE "N".
                     88 MOD-FILE-PRESENT VALUE "Y".
              05 MOD-EOF-SWITCH          PIC X VALUE "N".
                     88 MOD-EOF          VALUE "Y".
              05 RUN-REFUSED-SWITCH      PIC X VALUE "N".
                     88 RUN-REFUSED      VALUE "Y".
              05 CURVE-FOUND-SWITCH      PIC X VALUE "N".
                     88 CURVE-FOUND      VALUE "Y".
              05 CURR-FOUND-SWITCH       PIC X VALUE "N".
                     88 CURR-FOUND       VALUE "Y".
              05 PROD-FOUND-SWITCH       PIC X VALUE "N".
                     88 PROD-FOUND       VALUE "Y".
              05 FX-FOUND-SWITCH         PIC X VALUE "N".
                     88 FX-FOUND         VALUE "Y".
              05 FX-EOF-SWITCH           PIC X VALUE "N".
                     88 FX-EOF           VALUE "Y".
              05 CURVE-EOF-SWITCH        PIC X VALUE "N".
                     88 CURVE-EOF        VALUE "Y".
              05 RESET-KNOWN-SWITCH      PIC X VALUE "N".
                     88 RESET-KNOWN      VALUE "Y".

      *****************************************************************
      *                                                               *
      * The ladder's time buckets: upper bound in days from the       *
      * processing date and the printed label.                        *
      *                                                               *
      *****************************************************************

       01 BUCKET-DEFINITIONS.
              05 FILLER PIC X(14) VALUE "000910-3 MOS  ".
              05 FILLER PIC X(14) VALUE "001823-6 MOS  ".
              05 FILLER PIC X(14) VALUE "003656-12 MOS ".
              05 FILLER PIC X(14) VALUE "007301-2 YRS  ".
              05 FILLER PIC X(14) VALUE "010952-3 YRS  ".
              05 FILLER PIC X(14) VALUE "018263-5 YRS  ".
              05 FILLER PIC X(14) VALUE "036525-10 YRS ".
              05 FILLER PIC X(14) VALUE "0730510-20 YRS".
              05 FILLER PIC X(14) VALUE "99999OVER 20  ".
       01 BUCKET-TABLE REDEFINES BUCKET-DEFINITIONS.
              05 BKT-ENTRY OCCURS 9 TIMES.
                     10 BKT-UPPER-DAYS     PIC 9(5).
                     10 BKT-LABEL          PIC X(9).

      *****************************************************************
      *                                                               *
      * The parallel curve shocks, in basis points.  Entry 4, no      *
      * shock, is the base mark-to-market.                            *
      *                                                               *
      *****************************************************************

       01 SHOCK-DEFINITIONS.
              05 FILLER PIC S9(3) VALUE -300.
              05 FILLER PIC S9(3) VALUE -200.
              05 FILLER PIC S9(3) VALUE -100.
              05 FILLER PIC S9(3) VALUE 0.
              05 FILLER PIC S9(3) VALUE +100.
              05 FILLER PIC S9(3) VALUE +200.
              05 FILLER PIC S9(3) VALUE +300.
       01 SHOCK-TABLE REDEFINES SHOCK-DEFINITIONS.
              05 SHOCK-BP OCCURS 7 TIMES PIC S9(3).

       01 SHOCK-FIELDS.
              05 SHOCK-COUNT        PIC 9 USAGE COMP VALUE 7.
              05 BASE-SHOCK         PIC 9 USAGE COMP VALUE 4.
              05 SHOCK-INDEX        PIC 9 USAGE COMP.
              05 SHOCK-RATE         PIC S9V9(8) USAGE COMP.
              05 ACCT-EV-TABLE.
                     10 ACCT-EV OCCURS 7 TIMES
                            PIC S9(11)V99 USAGE COMP.

       01 CURVE-FIELDS.
              05 CURVE-TABLE-MAX    PIC 99 USAGE COMP VALUE 20.
              05 CURVE-COUNT        PIC 99 USAGE COMP VALUE 0.
              05 CURVE-INDEX        PIC 99 USAGE COMP.
              05 CURVE-TABLE.
                     10 CURVE-ENTRY OCCURS 20 TIMES.
                            15 CURVE-BAND-LOW   PIC 99
                                   USAGE COMP.
                            15 CURVE-BAND-HIGH  PIC 99
                                   USAGE COMP.
                            15 CURVE-BAND-RATE  PIC 99V9999
                                   USAGE COMP.

       01 FX-FIELDS.
              05 FX-TABLE-MAX       PIC 99 USAGE COMP VALUE 20.
              05 FX-COUNT           PIC 99 USAGE COMP VALUE 0.
              05 FX-INDEX           PIC 99 USAGE COMP.
              05 FX-TABLE.
                     10 FX-ENTRY OCCURS 20 TIMES.
                            15 FX-TBL-CODE      PIC X(3).
                            15 FX-TBL-RATE      PIC 9(3)V9(6)
                                   USAGE COMP.
              05 FX-LOOKUP-CODE     PIC X(3).
              05 FX-WORK-RATE       PIC 9(3)V9(6) USAGE COMP.
              05 FX-MISSING-COUNT   PIC 9(3) USAGE COMP VALUE 0.

       01 SEGMENT-FIELDS.
              05 SEG-MAX            PIC 99 USAGE COMP VALUE 50.
              05 SEG-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 SEG-INDEX          PIC 99 USAGE COMP.
              05 ORIGINAL-PAYMENT   PIC S9(9)V99 USAGE COMP.
              05 SCHEDULED-AMOUNT   PIC S9(9)V99 USAGE COMP.
              05 SEGMENT-TABLE.
                     10 SEG-ENTRY OCCURS 50 TIMES.
                            15 SEG-START        PIC 99 USAGE COMP.
                            15 SEG-PAY-START    PIC 999 USAGE COMP.
                            15 SEG-PAYMENT      PIC S9(9)V99
                                   USAGE COMP.

      *****************************************************************
      *                                                               *
      * Ladder and economic-value totals by currency.                 *
      *                                                               *
      *****************************************************************

       01 CURRENCY-RISK-FIELDS.
              05 CRK-MAX            PIC 99 USAGE COMP VALUE 10.
              05 CRK-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 CRK-INDEX          PIC 99 USAGE COMP.
              05 CURRENCY-RISK-TABLE.
                     10 CRK-ENTRY OCCURS 10 TIMES.
                            15 CRK-CODE         PIC X(3).
                            15 CRK-ACCTS        PIC 9(7)
                                   USAGE COMP.
                            15 CRK-UNMARKED     PIC 9(7)
                                   USAGE COMP.
                            15 CRK-CASH OCCURS 9 TIMES
                                   PIC S9(13)V99 USAGE COMP.
                            15 CRK-REPRICE OCCURS 9 TIMES
                                   PIC S9(13)V99 USAGE COMP.
                            15 CRK-EV OCCURS 7 TIMES
                                   PIC S9(13)V99 USAGE COMP.

      *****************************************************************
      *                                                               *
      * Life and duration sums by product and currency: principal     *
      * and time-weighted principal for the weighted-average life,    *
      * base economic value and time-weighted value (plain and over   *
      * 1 + y) for Macaulay and modified duration.                    *
      *                                                               *
      *****************************************************************

       01 PRODUCT-RISK-FIELDS.
              05 PRK-MAX            PIC 99 USAGE COMP VALUE 20.
              05 PRK-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 PRK-INDEX          PIC 99 USAGE COMP.
              05 PRODUCT-RISK-TABLE.
                     10 PRK-ENTRY OCCURS 20 TIMES.
                            15 PRK-PRODUCT      PIC X(4).
                            15 PRK-CURRENCY     PIC X(3).
                            15 PRK-ACCTS        PIC 9(7)
                                   USAGE COMP.
                            15 PRK-PRINCIPAL    PIC S9(13)V99
                                   USAGE COMP.
                            15 PRK-TIME-PRIN    PIC S9(13)V9(4)
                                   USAGE COMP.
                            15 PRK-BASE-EV      PIC S9(13)V99
                                   USAGE COMP.
                            15 PRK-TIME-EV      PIC S9(13)V9(4)
                                   USAGE COMP.
                            15 PRK-MOD-EV       PIC S9(13)V9(4)
                                   USAGE COMP.

       01 ACCOUNT-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 ASOF-INT           PIC 9(7) USAGE COMP.
              05 WORK-CURRENCY      PIC X(3).
              05 BASE-DATE          PIC 9(8).
              05 BASE-DATE-SPLIT REDEFINES BASE-DATE.
                     10 BASE-YYYY   PIC 9(4).
                     10 BASE-MMDD   PIC 9(4).
              05 ASOF-DATE-NUM      PIC 9(8).
              05 ASOF-DATE-SPLIT REDEFINES ASOF-DATE-NUM.
                     10 ASOF-YYYY   PIC 9(4).
                     10 ASOF-MMDD   PIC 9(4).
              05 FLOW-DATE          PIC 9(8).
              05 FLOW-DATE-SPLIT REDEFINES FLOW-DATE.
                     10 FLOW-YYYY   PIC 9(4).
                     10 FLOW-MM     PIC 99.
                     10 FLOW-DD     PIC 99.
              05 LEAP-REM           PIC 9(3) USAGE COMP.
              05 ELAPSED-YEARS      PIC S9(3) USAGE COMP.
              05 REMAINING-TERM     PIC S9(3) USAGE COMP.
              05 FLOW-INDEX         PIC S9(3) USAGE COMP.
              05 INSTALLMENT-NUM    PIC S9(3) USAGE COMP.
              05 FLOW-DAYS          PIC S9(7) USAGE COMP.
              05 FLOW-YEARS         PIC S9(3)V9(6) USAGE COMP.
              05 FLOW-AMOUNT        PIC S9(9)V99 USAGE COMP.
              05 BUCKET-NUM         PIC 99 USAGE COMP.
              05 BOOK-RATE          PIC S9V9(8) USAGE COMP.
              05 CURVE-RATE         PIC S9V9(8) USAGE COMP.
              05 BOOK-BALANCE       PIC S9(11)V99 USAGE COMP.
              05 OPENING-BALANCE    PIC S9(11)V99 USAGE COMP.
              05 INTEREST-PORTION   PIC S9(11)V99 USAGE COMP.
              05 PRINCIPAL-PORTION  PIC S9(11)V99 USAGE COMP.
              05 ACCT-PRINCIPAL     PIC S9(11)V99 USAGE COMP.
              05 ACCT-TIME-PRIN     PIC S9(13)V9(4) USAGE COMP.
              05 ACCT-TIME-EV       PIC S9(13)V9(4) USAGE COMP.
              05 FLOW-PV            PIC S9(11)V99 USAGE COMP.
              05 RESET-DATE         PIC 9(8).
              05 RESET-DAYS         PIC S9(7) USAGE COMP.
              05 HOLD-FLOW-DAYS     PIC S9(7) USAGE COMP.

       01 RISK-TOTALS.
              05 EXAMINED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 PROJECTED-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 MATURED-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 CHARGED-OFF-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 UNMARKED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 OTHER-COUNT        PIC 9(7) USAGE COMP VALUE 0.
              05 CUM-GAP            PIC S9(13)V99 USAGE COMP.
              05 TOTAL-CASH         PIC S9(13)V99 USAGE COMP.
              05 TOTAL-REPRICE      PIC S9(13)V99 USAGE COMP.
              05 EV-CHANGE          PIC S9(13)V99 USAGE COMP.
              05 EV-PCT             PIC S9(5)V99 USAGE COMP.
              05 CONSOL-EV-TABLE.
                     10 CONSOL-EV OCCURS 7 TIMES
                            PIC S9(15)V99 USAGE COMP.
              05 WAL-YEARS          PIC S9(3)V99 USAGE COMP.
              05 MAC-DURATION       PIC S9(3)V99 USAGE COMP.
              05 MOD-DURATION       PIC S9(3)V99 USAGE COMP.

       01 RISK-DISP-FIELDS.
              05 CASH-OUT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 REPRICE-OUT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 GAP-OUT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 EV-OUT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 CHANGE-OUT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 PCT-OUT            PIC -ZZZ9.99 USAGE DISPLAY.
              05 SHOCK-OUT          PIC +ZZ9 USAGE DISPLAY.
              05 YEARS-OUT          PIC ZZ9.99 USAGE DISPLAY.
              05 MAC-OUT            PIC ZZ9.99 USAGE DISPLAY.
              05 MODD-OUT           PIC ZZ9.99 USAGE DISPLAY.
              05 ACCTS-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 MATURED-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 CHARGED-OFF-OUT    PIC ZZZZZZ9 USAGE DISPLAY.
              05 UNMARKED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 REMAIN-OUT         PIC ZZ9 USAGE DISPLAY.
              05 FX-RATE-OUT        PIC ZZ9.999999 USAGE DISPLAY.
              05 FX-MISSING-OUT     PIC ZZ9 USAGE DISPLAY.

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       procedure division.
       main-logic.
              perform load-calendar
              compute asof-int =
                     function integer-of-date(processing-date)
              perform load-rate-curve
              perform load-fx-table
              perform open-report
              if curve-count = 0
                     display "ERROR: interest-rate risk run refused - "
                            "no usable rate curve on RATECURV.DAT"
                     move "*** RUN REFUSED - NO USABLE RATE CURVE ON "
                            to rpt-record
                     move "RATECURV.DAT ***" to rpt-record(43:16)
                     write rpt-record
                     set run-refused to true
              else
                     perform project-master-file
                     perform write-ladders
                     perform write-durations
                     perform write-sensitivity
                     if fx-count > 0
                            perform write-consolidated-sensitivity
                     end-if
              end-if
              perform close-report
              if run-refused
                     move 8 to return-code
              else
                     display "Interest-rate risk report written to "
                            "TVMRISK.DAT"
              end-if
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The report is as of the CALENDAR.DAT "C" record's processing  *
      * date; no calendar on disk reads as "date control not in use"  *
      * and the system date stands in.                                *
      *                                                               *
      *****************************************************************

              open input calendar-file
              if calendar-status = "00"
                     perform until cal-eof
                            read calendar-file
                                   at end
                                          set cal-eof to true
                                   not at end
                                          if cal-control
                                                 move cal-date
                                                   to processing-date
                                          end-if
                            end-read
                     end-perform
                     close calendar-file
              end-if
              if processing-date = 0
                     accept processing-date from date yyyymmdd
              end-if.

       load-rate-curve.

      *****************************************************************
      *                                                               *
      * The market rate curve, one band per RATECURV.DAT line:        *
      * remaining-term low/high (inclusive) and the band's rate.      *
      *                                                               *
      *****************************************************************

              move 0 to curve-count
              open input rate-curve-file
              if rate-curve-status = "00"
                     perform until curve-eof
                            read rate-curve-file
                                   at end
                                          set curve-eof to true
                                   not at end
                                          perform load-one-curve-band
                            end-read
                     end-perform
                     close rate-curve-file
              end-if.

       load-one-curve-band.
              if curve-count < curve-table-max
                     add 1 to curve-count
                     move curv-term-low
                            to curve-band-low(curve-count)
                     move curv-term-high
                            to curve-band-high(curve-count)
                     move curv-market-rate
                            to curve-band-rate(curve-count)
              end-if.

       load-fx-table.

      *****************************************************************
      *                                                               *
      * The day's FX rates for the consolidated section.  No file on  *
      * disk reads as a single-currency shop and the section is       *
      * simply omitted.                                               *
      *                                                               *
      *****************************************************************

              move 0 to fx-count
              open input fxrates-file
              if fxrate-status = "00"
                     perform until fx-eof
                            read fxrates-file
                                   at end
                                          set fx-eof to true
                                   not at end
                                          perform load-one-fx-rate
                            end-read
                     end-perform
                     close fxrates-file
              end-if.

       load-one-fx-rate.
              if fx-count < fx-table-max
                     add 1 to fx-count
                     move fx-curr-code to fx-tbl-code(fx-count)
                     move fx-usd-rate to fx-tbl-rate(fx-count)
              end-if.

       find-fx-rate.
              move "N" to fx-found-switch
              move 0 to fx-work-rate
              if fx-lookup-code = "USD"
                     set fx-found to true
                     move 1 to fx-work-rate
                     exit paragraph
              end-if
              perform varying fx-index from 1 by 1
                     until fx-index > fx-count
                     or fx-found
                     if fx-tbl-code(fx-index) = fx-lookup-code
                            set fx-found to true
                            move fx-tbl-rate(fx-index)
                                   to fx-work-rate
                     end-if
              end-perform.

       project-master-file.

      *****************************************************************
      *                                                               *
      * One pass over the book.  The variable-rate terms and the      *
      * modification history are optional: without them every         *
      * account is read as fixed-rate and unmodified.                 *
      *                                                               *
      *****************************************************************

              open input var-rate-file
              if var-rate-status = "00"
                     set vrt-file-present to true
              end-if
              open input mod-hist-file
              if mod-hist-status = "00"
                     set mod-file-present to true
              end-if
              open input master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     set master-eof to true
              end-if
              perform until master-eof
                     read master-file next record
                            at end
                                   set master-eof to true
                            not at end
                                   perform project-one-account
                     end-read
              end-perform
              if master-status not = "35"
                     close master-file
              end-if
              if vrt-file-present
                     close var-rate-file
              end-if
              if mod-file-present
                     close mod-hist-file
              end-if.

       project-one-account.
              add 1 to examined-count
              if mast-product-code not = "ANNU"
                 and mast-product-code not = "FUTV"
                     add 1 to other-count
                     exit paragraph
              end-if
              if mast-charged-off
                     add 1 to charged-off-count
                     exit paragraph
              end-if
              if mast-currency-code = spaces
                     move "USD" to work-currency
              else
                     move mast-currency-code to work-currency
              end-if
              perform compute-remaining-term
              if remaining-term < 1
                     add 1 to matured-count
                     exit paragraph
              end-if
              perform find-curve-rate
              perform find-currency-entry
              if not curr-found
                     exit paragraph
              end-if
              perform find-product-entry
              if not prod-found
                     exit paragraph
              end-if
              add 1 to projected-count
              add 1 to crk-accts(crk-index)
              add 1 to prk-accts(prk-index)
              move 0 to acct-principal
              move 0 to acct-time-prin
              move 0 to acct-time-ev
              perform varying shock-index from 1 by 1
                     until shock-index > shock-count
                     move 0 to acct-ev(shock-index)
              end-perform
              compute book-rate = mast-annual-interest / 100
              if mast-product-code = "ANNU"
                     perform project-annuity
              else
                     perform project-future-value
              end-if
              perform post-account-totals.

       compute-remaining-term.

      *****************************************************************
      *                                                               *
      * Years remaining by the valuation batches' whole-year          *
      * arithmetic: the term less the anniversaries already passed    *
      * since the open date.  With no open date the account is        *
      * projected from the processing date with its full term.        *
      *                                                               *
      *****************************************************************

              if mast-open-date = 0
                     move processing-date to base-date
                     move 0 to elapsed-years
              else
                     move mast-open-date to base-date
                     move processing-date to asof-date-num
                     compute elapsed-years = asof-yyyy - base-yyyy
                     if asof-mmdd < base-mmdd
                            subtract 1 from elapsed-years
                     end-if
              end-if
              compute remaining-term =
                     mast-annual-term - elapsed-years.

       find-curve-rate.
              move "N" to curve-found-switch
              move 0 to curve-rate
              perform varying curve-index from 1 by 1
                     until curve-index > curve-count
                     or curve-found
                     if remaining-term
                            >= curve-band-low(curve-index)
                        and remaining-term
                            <= curve-band-high(curve-index)
                            set curve-found to true
                            compute curve-rate =
                                   curve-band-rate(curve-index) / 100
                     end-if
              end-perform.

       project-annuity.

      *****************************************************************
      *                                                               *
      * Each installment still to fall due, at the payment the        *
      * modification segments put in force for it.  The book          *
      * balance -- PAYPOST's, or before the first posting the present *
      * value of these payments at the booked rate -- is run off at   *
      * the booked rate to split out the principal each one repays;   *
      * the last installment takes whatever balance remains.          *
      *                                                               *
      *****************************************************************

              perform load-modifications
              if mast-outstanding-bal not = 0
                     move mast-outstanding-bal to opening-balance
              else
                     move 0 to opening-balance
                     perform varying flow-index from 1 by 1
                            until flow-index > remaining-term
                            compute installment-num =
                                   elapsed-years + flow-index
                            perform find-scheduled-amount
                            compute opening-balance rounded =
                                   opening-balance + scheduled-amount
                                   / ((1 + book-rate) ** flow-index)
                     end-perform
              end-if
              move opening-balance to book-balance
              perform check-variable-reset
              perform varying flow-index from 1 by 1
                     until flow-index > remaining-term
                     compute installment-num =
                            elapsed-years + flow-index
                     perform find-scheduled-amount
                     move scheduled-amount to flow-amount
                     perform compute-flow-date
                     compute interest-portion rounded =
                            book-balance * book-rate
                     if flow-index = remaining-term
                            move book-balance to principal-portion
                     else
                            compute principal-portion =
                                   flow-amount - interest-portion
                     end-if
                     subtract principal-portion from book-balance
                     perform post-one-flow
              end-perform.

       project-future-value.

      *****************************************************************
      *                                                               *
      * A lump sum paid on the maturity date.  Its book balance is    *
      * the maturity amount discounted at the booked rate, all of     *
      * it repaid -- and repriced -- at maturity.                     *
      *                                                               *
      *****************************************************************

              move remaining-term to flow-index
              compute installment-num = elapsed-years + flow-index
              perform compute-flow-date
              move mast-amount to flow-amount
              compute opening-balance rounded =
                     flow-amount / ((1 + book-rate) ** flow-years)
              move opening-balance to principal-portion
              perform check-variable-reset
              perform post-one-flow.

       compute-flow-date.

      *****************************************************************
      *                                                               *
      * Installment INSTALLMENT-NUM falls on that anniversary of the  *
      * base date (a 29 February falls back to the 28th in a common   *
      * year, as on TVMDELQ's schedule); it is timed in days from the *
      * processing date over 365.                                     *
      *                                                               *
      *****************************************************************

              move base-date to flow-date
              add installment-num to flow-yyyy
              if flow-mm = 2 and flow-dd = 29
                     compute leap-rem = function mod(flow-yyyy 4)
                     if leap-rem not = 0
                            move 28 to flow-dd
                     else
                            compute leap-rem =
                                   function mod(flow-yyyy 100)
                            if leap-rem = 0
                                   compute leap-rem =
                                          function mod(flow-yyyy 400)
                                   if leap-rem not = 0
                                          move 28 to flow-dd
                                   end-if
                            end-if
                     end-if
              end-if
              compute flow-days =
                     function integer-of-date(flow-date) - asof-int
              if flow-days < 0
                     move 0 to flow-days
              end-if
              compute flow-years rounded = flow-days / 365.

       check-variable-reset.

      *****************************************************************
      *                                                               *
      * A variable-rate account reprices its whole balance on its     *
      * next reset date, not as its principal runs off.  A reset      *
      * already due (the reset batch not yet run) reprices now.       *
      *                                                               *
      *****************************************************************

              move "N" to reset-known-switch
              if not mast-variable-rate or not vrt-file-present
                     exit paragraph
              end-if
              move mast-account-id to vrt-account-id
              read var-rate-file
                     invalid key
                            exit paragraph
              end-read
              set reset-known to true
              move vrt-next-reset-date to reset-date
              if reset-date = 0
                     move 0 to reset-days
              else
                     compute reset-days =
                            function integer-of-date(reset-date)
                            - asof-int
              end-if
              if reset-days < 0
                     move 0 to reset-days
              end-if
              move flow-days to hold-flow-days
              move reset-days to flow-days
              perform find-bucket
              add opening-balance to crk-reprice(crk-index bucket-num)
              move hold-flow-days to flow-days.

       post-one-flow.

      *****************************************************************
      *                                                               *
      * Ladder the flow and its principal, and discount it at the     *
      * curve rate under each shock.                                  *
      *                                                               *
      *****************************************************************

              perform find-bucket
              add flow-amount to crk-cash(crk-index bucket-num)
              if not reset-known
                     add principal-portion
                            to crk-reprice(crk-index bucket-num)
              end-if
              add principal-portion to acct-principal
              compute acct-time-prin =
                     acct-time-prin + principal-portion * flow-years
              if not curve-found
                     exit paragraph
              end-if
              perform varying shock-index from 1 by 1
                     until shock-index > shock-count
                     compute shock-rate =
                            curve-rate + shock-bp(shock-index) / 10000
                     if shock-rate < 0
                            move 0 to shock-rate
                     end-if
                     compute flow-pv rounded =
                            flow-amount
                            / ((1 + shock-rate) ** flow-years)
                     add flow-pv to acct-ev(shock-index)
                     if shock-index = base-shock
                            compute acct-time-ev =
                                   acct-time-ev + flow-pv * flow-years
                     end-if
              end-perform.

       find-bucket.
              perform varying bucket-num from 1 by 1
                     until bucket-num >= 9
                     or flow-days <= bkt-upper-days(bucket-num)
                     continue
              end-perform.

       post-account-totals.
              add acct-principal to prk-principal(prk-index)
              add acct-time-prin to prk-time-prin(prk-index)
              if not curve-found
                     add 1 to unmarked-count
                     add 1 to crk-unmarked(crk-index)
                     perform write-unmarked-line
                     exit paragraph
              end-if
              perform varying shock-index from 1 by 1
                     until shock-index > shock-count
                     add acct-ev(shock-index)
                            to crk-ev(crk-index shock-index)
              end-perform
              add acct-ev(base-shock) to prk-base-ev(prk-index)
              add acct-time-ev to prk-time-ev(prk-index)
              compute prk-mod-ev(prk-index) =
                     prk-mod-ev(prk-index)
                     + acct-time-ev / (1 + curve-rate).

       load-modifications.

      *****************************************************************
      *                                                               *
      * The account's applied modifications as schedule segments,     *
      * exactly as TVMDELQ builds them.                               *
      *                                                               *
      *****************************************************************

              move 0 to seg-count
              move mast-amount to original-payment
              if not mod-file-present
                     exit paragraph
              end-if
              move "N" to mod-eof-switch
              move mast-account-id to modh-account-id
              move 0 to modh-sequence
              start mod-hist-file key is not less than modh-key
                     invalid key
                            set mod-eof to true
              end-start
              perform until mod-eof
                     read mod-hist-file next record
                            at end
                                   set mod-eof to true
                            not at end
                                   if modh-account-id
                                          not = mast-account-id
                                          set mod-eof to true
                                   else
                                          if modh-applied
                                                 perform add-segment
                                          end-if
                                   end-if
                     end-read
              end-perform.

       add-segment.
              if seg-count = 0
                     move modh-old-payment to original-payment
              end-if
              if seg-count < seg-max
                     add 1 to seg-count
                     move modh-start-installment
                            to seg-start(seg-count)
                     compute seg-pay-start(seg-count) =
                            modh-start-installment + modh-defer-count
                     move modh-new-payment to seg-payment(seg-count)
              end-if.

       find-scheduled-amount.
              move original-payment to scheduled-amount
              perform varying seg-index from 1 by 1
                     until seg-index > seg-count
                     if seg-start(seg-index) <= installment-num
                            if installment-num
                                   < seg-pay-start(seg-index)
                                   move 0 to scheduled-amount
                            else
                                   move seg-payment(seg-index)
                                          to scheduled-amount
                            end-if
                     end-if
              end-perform.

       find-currency-entry.
              move "N" to curr-found-switch
              perform varying crk-index from 1 by 1
                     until crk-index > crk-count
                     or curr-found
                     if crk-code(crk-index) = work-currency
                            set curr-found to true
                     end-if
              end-perform
              if curr-found
                     subtract 1 from crk-index
                     exit paragraph
              end-if
              if crk-count >= crk-max
                     display "WARNING: more than 10 currencies - "
                            "account " mast-account-id " in "
                            work-currency " is excluded."
                     exit paragraph
              end-if
              add 1 to crk-count
              move crk-count to crk-index
              initialize crk-entry(crk-index)
              move work-currency to crk-code(crk-index)
              set curr-found to true.

       find-product-entry.
              move "N" to prod-found-switch
              perform varying prk-index from 1 by 1
                     until prk-index > prk-count
                     or prod-found
                     if prk-product(prk-index) = mast-product-code
                        and prk-currency(prk-index) = work-currency
                            set prod-found to true
                     end-if
              end-perform
              if prod-found
                     subtract 1 from prk-index
                     exit paragraph
              end-if
              if prk-count >= prk-max
                     display "WARNING: product/currency table full - "
                            "account " mast-account-id
                            " is excluded."
                     exit paragraph
              end-if
              add 1 to prk-count
              move prk-count to prk-index
              initialize prk-entry(prk-index)
              move mast-product-code to prk-product(prk-index)
              move work-currency to prk-currency(prk-index)
              set prod-found to true.

       write-unmarked-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move remaining-term to remain-out
              move spaces to rpt-record
              string "*** " delimited by size
                     mast-account-id delimited by size
                     " " delimited by size
                     mast-product-code delimited by size
                     " " delimited by size
                     work-currency delimited by size
                     " - NO CURVE BAND FOR REMAINING TERM "
                     delimited by size
                     remain-out delimited by size
                     " - LADDERED, NOT VALUED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-ladders.
              perform varying crk-index from 1 by 1
                     until crk-index > crk-count
                     perform write-one-ladder
              end-perform.

       write-one-ladder.

      *****************************************************************
      *                                                               *
      * The currency's ladder: cash flows and repricing amounts per   *
      * bucket, with the repricing position accumulated down the      *
      * buckets as the cumulative gap.                                *
      *                                                               *
      *****************************************************************

              if rpt-line-count >= rpt-lines-per-page - 13
                     perform write-report-header
              end-if
              move crk-accts(crk-index) to accts-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "CASH-FLOW AND REPRICING LADDER - CURRENCY "
                     delimited by size
                     crk-code(crk-index) delimited by size
                     "  (" delimited by size
                     accts-out delimited by size
                     " ACCOUNTS)" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "  BUCKET            CASH FLOWS"
                     delimited by size
                     "           REPRICING      CUMULATIVE GAP"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 3 to rpt-line-count
              move 0 to cum-gap
              move 0 to total-cash
              move 0 to total-reprice
              perform varying bucket-num from 1 by 1
                     until bucket-num > 9
                     add crk-cash(crk-index bucket-num) to total-cash
                     add crk-reprice(crk-index bucket-num)
                            to total-reprice
                     add crk-reprice(crk-index bucket-num) to cum-gap
                     move crk-cash(crk-index bucket-num) to cash-out
                     move crk-reprice(crk-index bucket-num)
                            to reprice-out
                     move cum-gap to gap-out
                     move spaces to rpt-record
                     string "  " delimited by size
                            bkt-label(bucket-num) delimited by size
                            " " delimited by size
                            cash-out delimited by size
                            " " delimited by size
                            reprice-out delimited by size
                            " " delimited by size
                            gap-out delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
                     add 1 to rpt-line-count
              end-perform
              move total-cash to cash-out
              move total-reprice to reprice-out
              move spaces to rpt-record
              string "  TOTAL     " delimited by size
                     cash-out delimited by size
                     " " delimited by size
                     reprice-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-durations.

      *****************************************************************
      *                                                               *
      * Weighted-average life: the years to each principal repayment  *
      * weighted by the principal.  Macaulay duration: the years to   *
      * each flow weighted by its value at the curve; modified        *
      * duration: Macaulay over (1 + y), account by account.          *
      *                                                               *
      *****************************************************************

              if rpt-line-count >= rpt-lines-per-page - 4
                     perform write-report-header
              end-if
              move spaces to rpt-record
              write rpt-record
              move "WEIGHTED-AVERAGE LIFE AND DURATION BY PRODUCT"
                     to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "  PROD CUR    ACCTS      BASE ECON VALUE"
                     delimited by size
                     "  WAL(YRS)  MACAULAY  MODIFIED"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 3 to rpt-line-count
              perform varying prk-index from 1 by 1
                     until prk-index > prk-count
                     perform write-one-duration
              end-perform.

       write-one-duration.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move 0 to wal-years
              move 0 to mac-duration
              move 0 to mod-duration
              if prk-principal(prk-index) not = 0
                     compute wal-years rounded =
                            prk-time-prin(prk-index)
                            / prk-principal(prk-index)
              end-if
              if prk-base-ev(prk-index) not = 0
                     compute mac-duration rounded =
                            prk-time-ev(prk-index)
                            / prk-base-ev(prk-index)
                     compute mod-duration rounded =
                            prk-mod-ev(prk-index)
                            / prk-base-ev(prk-index)
              end-if
              move prk-accts(prk-index) to accts-out
              move prk-base-ev(prk-index) to ev-out
              move wal-years to years-out
              move mac-duration to mac-out
              move mod-duration to modd-out
              move spaces to rpt-record
              string "  " delimited by size
                     prk-product(prk-index) delimited by size
                     " " delimited by size
                     prk-currency(prk-index) delimited by size
                     " " delimited by size
                     accts-out delimited by size
                     " " delimited by size
                     ev-out delimited by size
                     "    " delimited by size
                     years-out delimited by size
                     "    " delimited by size
                     mac-out delimited by size
                     "    " delimited by size
                     modd-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-sensitivity.
              perform varying crk-index from 1 by 1
                     until crk-index > crk-count
                     perform write-one-sensitivity
              end-perform.

       write-one-sensitivity.

      *****************************************************************
      *                                                               *
      * The currency's economic value at the curve and under each     *
      * parallel shock, with the change against the base.             *
      *                                                               *
      *****************************************************************

              if rpt-line-count >= rpt-lines-per-page - 10
                     perform write-report-header
              end-if
              move crk-unmarked(crk-index) to unmarked-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "ECONOMIC VALUE SENSITIVITY - CURRENCY "
                     delimited by size
                     crk-code(crk-index) delimited by size
                     "  (" delimited by size
                     unmarked-out delimited by size
                     " ACCOUNT(S) NOT VALUED)" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "  SHOCK (BP)       ECONOMIC VALUE"
                     delimited by size
                     "      CHANGE FROM BASE   PCT CHANGE"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 3 to rpt-line-count
              perform varying shock-index from 1 by 1
                     until shock-index > shock-count
                     move crk-ev(crk-index shock-index) to ev-out
                     compute ev-change =
                            crk-ev(crk-index shock-index)
                            - crk-ev(crk-index base-shock)
                     perform write-shock-line
              end-perform.

       write-shock-line.
              move 0 to ev-pct
              if crk-ev(crk-index base-shock) not = 0
                 and shock-index not = base-shock
                     compute ev-pct rounded =
                            ev-change * 100
                            / crk-ev(crk-index base-shock)
              end-if
              perform format-shock-line.

       format-shock-line.
              move shock-bp(shock-index) to shock-out
              move ev-change to change-out
              move ev-pct to pct-out
              move spaces to rpt-record
              if shock-index = base-shock
                     string "  BASE (CURVE)  " delimited by size
                            ev-out delimited by size
                            "   (MARK-TO-MARKET)" delimited by size
                            into rpt-record
                     end-string
              else
                     string "  " delimited by size
                            shock-out delimited by size
                            "          " delimited by size
                            ev-out delimited by size
                            " " delimited by size
                            change-out delimited by size
                            "   " delimited by size
                            pct-out delimited by size
                            "%" delimited by size
                            into rpt-record
                     end-string
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       write-consolidated-sensitivity.

      *****************************************************************
      *                                                               *
      * Each currency's shocked values translated to USD at the day's *
      * FXRATES.DAT rate and summed; a currency with no rate on file  *
      * is flagged and left out rather than translated at a guess.    *
      *                                                               *
      *****************************************************************

              move 0 to fx-missing-count
              perform varying shock-index from 1 by 1
                     until shock-index > shock-count
                     move 0 to consol-ev(shock-index)
              end-perform
              perform varying crk-index from 1 by 1
                     until crk-index > crk-count
                     move crk-code(crk-index) to fx-lookup-code
                     perform find-fx-rate
                     if fx-found
                            perform varying shock-index from 1 by 1
                                   until shock-index > shock-count
                                   compute consol-ev(shock-index)
                                          rounded =
                                          consol-ev(shock-index)
                                          + crk-ev(crk-index
                                                   shock-index)
                                          * fx-work-rate
                            end-perform
                     else
                            add 1 to fx-missing-count
                     end-if
              end-perform
              if rpt-line-count >= rpt-lines-per-page - 10
                     perform write-report-header
              end-if
              move spaces to rpt-record
              write rpt-record
              move fx-missing-count to fx-missing-out
              move spaces to rpt-record
              string "ECONOMIC VALUE SENSITIVITY - CONSOLIDATED (USD)"
                     delimited by size
                     "  (" delimited by size
                     fx-missing-out delimited by size
                     " CURRENCY(IES) EXCLUDED - NO RATE)"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 2 to rpt-line-count
              perform varying shock-index from 1 by 1
                     until shock-index > shock-count
                     move consol-ev(shock-index) to ev-out
                     compute ev-change = consol-ev(shock-index)
                            - consol-ev(base-shock)
                     move 0 to ev-pct
                     if consol-ev(base-shock) not = 0
                        and shock-index not = base-shock
                            compute ev-pct rounded =
                                   ev-change * 100
                                   / consol-ev(base-shock)
                     end-if
                     perform format-shock-line
              end-perform.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "INTEREST-RATE RISK REPORT" delimited by size
                     "  AS OF: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move "(ALL AMOUNTS IN ACCOUNT CURRENCY UNLESS MARKED USD)"
                     to rpt-record
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              move projected-count to count-out
              move matured-count to matured-out
              move charged-off-count to charged-off-out
              move unmarked-count to unmarked-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     count-out delimited by size
                     " ACCOUNT(S) PROJECTED, " delimited by size
                     matured-out delimited by size
                     " MATURED, " delimited by size
                     charged-off-out delimited by size
                     " CHARGED OFF, " delimited by size
                     unmarked-out delimited by size
                     " NOT VALUED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
