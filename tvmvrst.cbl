      *****************************************************************
      * VARIABLE-RATE RESET BATCH                                     *
      *                                                               *
      * Resets the rate on every variable-rate account whose reset    *
      * date has come, in place of pricing adjustable products by     *
      * hand or through a board-wide TVMRPRC instruction.             *
      *                                                               *
      * Each account flagged MAST-RATE-TYPE "V" carries its pricing   *
      * terms on VARRATE.DAT.  On its next reset date -- on or        *
      * before the CALENDAR.DAT processing date -- the new rate is    *
      * the VARIDX.DAT index rate in force on that date plus the      *
      * account's margin, held within the periodic cap and floor      *
      * (the most the rate may move at one reset) and then the        *
      * lifetime cap and floor.                                       *
      *                                                               *
      * An ANNU account's level payment is recomputed for the term    *
      * remaining from the current MAST-OUTSTANDING-BAL the way FAGP  *
      * computes one, A = P * [i(1+i)^n / ((1+i)^n - 1)], so the      *
      * loan still pays off on its maturity date.  A balance not yet  *
      * established by PAYPOST is taken as the present value of the   *
      * remaining payments at the old rate, the balance the           *
      * amortization schedule carries, and is established on the      *
      * master so PAYPOST carries on from it.  The new payment is     *
      * written to the MODHIST.DAT modification history as an         *
      * applied "VRST" segment, so TVMDELQ and the amortization       *
      * schedule expect the old payment up to the reset and the new   *
      * one after it.  A FUTV account simply accretes at the new      *
      * rate.                                                         *
      *                                                               *
      * Every reset rewrites the master record, writes a before/after *
      * image to the MAINTAUD.DAT maintenance audit, a rate-change    *
      * notice for the customer to RATENOTC.DAT, and a register line, *
      * then advances the next reset date by the account's reset      *
      * frequency.  An account more than one reset behind is caught   *
      * up one reset at a time.  An account whose index has no rate   *
      * in force on the reset date is reported and left for the next  *
      * run, once the index has been published.                       *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmvrst.

       environment division.
       input-output section.
       file-control.
              select var-rate-file assign to "VARRATE.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is vrt-account-id
                     file status is var-rate-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select index-file assign to "VARIDX.DAT"
                     organization is line sequential
                     file status is index-status.

              select customer-file assign to "CUSTOMER.DAT"
                     organization is indexed
                     access mode is random
                     record key is cust-id
                     file status is customer-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select maint-audit-file assign to "MAINTAUD.DAT"
                     organization is line sequential
                     file status is maint-audit-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select notice-file assign to "RATENOTC.DAT"
                     organization is line sequential.

              select rpt-file assign to "TVMVRSTR.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  var-rate-file.
       copy "varrate.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  index-file.
       copy "varidx.cpy".

       fd  customer-file.
       copy "customer.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  maint-audit-file.
       copy "maintaud.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  notice-file.
       01  notice-record             pic x(80).

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 VAR-RATE-STATUS        PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 INDEX-STATUS           PIC XX.

       01 CUSTOMER-STATUS        PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 MAINT-AUDIT-STATUS     PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 VRST-SWITCHES.
              05 VRT-EOF-SWITCH          PIC X VALUE "N".
                     88 VRT-EOF          VALUE "Y".
              05 INDEX-EOF-SWITCH        PIC X VALUE "N".
                     88 INDEX-EOF        VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 CUSTOMER-PRESENT-SWITCH PIC X VALUE "N".
                     88 CUSTOMER-FILE-PRESENT VALUE "Y".
              05 CUSTOMER-FOUND-SWITCH   PIC X VALUE "N".
                     88 CUSTOMER-FOUND   VALUE "Y".
              05 INDEX-FOUND-SWITCH      PIC X VALUE "N".
                     88 INDEX-FOUND      VALUE "Y".
              05 RESET-STOP-SWITCH       PIC X VALUE "N".
                     88 RESET-STOPPED    VALUE "Y".
              05 RELEVEL-SWITCH          PIC X VALUE "N".
                     88 PAYMENT-RELEVELLED VALUE "Y".
              05 MOD-EOF-SWITCH          PIC X VALUE "N".
                     88 MOD-EOF          VALUE "Y".

       01 INDEX-TABLE-FIELDS.
              05 IDX-TABLE-MAX      PIC 999 USAGE COMP VALUE 500.
              05 IDX-COUNT          PIC 999 USAGE COMP VALUE 0.
              05 IDX-INDEX          PIC 999 USAGE COMP.
              05 IDX-TABLE.
                     10 IDX-ENTRY OCCURS 500 TIMES.
                            15 IDX-TBL-CODE     PIC X(6).
                            15 IDX-TBL-DATE     PIC 9(8).
                            15 IDX-TBL-RATE     PIC 99V9999
                                   USAGE COMP.

       01 VRST-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 RESET-DATE         PIC 9(8).
              05 BEST-IDX-DATE      PIC 9(8).
              05 INDEX-RATE         PIC 99V9999 USAGE COMP.
              05 OLD-RATE           PIC 99V9999 USAGE COMP.
              05 NEW-RATE           PIC S99V9999 USAGE COMP.
              05 RATE-LIMIT         PIC S99V9999 USAGE COMP.
              05 LIMIT-APPLIED      PIC X(14).
              05 OLD-PAYMENT        PIC 9(9)V99.
              05 RESET-PASS-COUNT   PIC 99 USAGE COMP.
              05 NEXT-SEQUENCE      PIC 9(3).
              05 BEFORE-IMAGE       PIC X(90).

       01 PAYMENT-FIELDS.
              05 REMAINING-TERM     PIC S9(3) USAGE COMP.
              05 ELAPSED-YEARS      PIC S9(3) USAGE COMP.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(8) USAGE COMP.
              05 DENOMINATOR        PIC S9(9)V9(8) USAGE COMP.
              05 FACTOR             PIC S9(5)V9(8) USAGE COMP.
              05 REMAINING-BAL      PIC S9(9)V99 USAGE COMP.
              05 NEW-PAYMENT        PIC S9(9)V99 USAGE COMP.
              05 RESET-DATE-NUM     PIC 9(8).
              05 RESET-DATE-SPLIT REDEFINES RESET-DATE-NUM.
                     10 RST-YYYY    PIC 9(4).
                     10 RST-MMDD    PIC 9(4).
              05 OPEN-DATE-NUM      PIC 9(8).
              05 OPEN-DATE-SPLIT REDEFINES OPEN-DATE-NUM.
                     10 OPEN-YYYY   PIC 9(4).
                     10 OPEN-MMDD   PIC 9(4).

       01 NEXT-RESET-FIELDS.
              05 NEXT-DATE          PIC 9(8).
              05 NEXT-DATE-SPLIT REDEFINES NEXT-DATE.
                     10 NXT-YYYY    PIC 9(4).
                     10 NXT-MM      PIC 99.
                     10 NXT-DD      PIC 99.
              05 MONTH-TOTAL        PIC 9(3) USAGE COMP.
              05 RESET-MONTHS       PIC 99 USAGE COMP.

       01 CUSTOMER-FIELDS.
              05 CUSTOMER-NAME      PIC X(30).
              05 CUSTOMER-ADDRESS   PIC X(30).
              05 CUSTOMER-CITY-LINE PIC X(40).

       01 VRST-TOTALS.
              05 EXAMINED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 RESET-COUNT        PIC 9(7) USAGE COMP VALUE 0.
              05 EXCEPTION-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 EXAMINED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 RESET-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 EXCEPTION-OUT      PIC ZZZZZZ9 USAGE DISPLAY.

       01 VRST-DISP-FIELDS.
              05 OLD-RATE-OUT       PIC Z9.9999 USAGE DISPLAY.
              05 NEW-RATE-OUT       PIC Z9.9999 USAGE DISPLAY.
              05 INDEX-RATE-OUT     PIC Z9.9999 USAGE DISPLAY.
              05 MARGIN-OUT         PIC -Z9.9999 USAGE DISPLAY.
              05 OLD-PMT-OUT        PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 NEW-PMT-OUT        PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 LETTER-PMT-OUT     PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 TERM-OUT           PIC Z9 USAGE DISPLAY.

       01 EXCEPTION-REASON       PIC X(40).

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       procedure division.
       main-logic.
              perform load-calendar
              perform load-index-rates
              perform open-report
              open i-o var-rate-file
              if var-rate-status not = "00"
                     display "No variable-rate terms on disk - "
                            "nothing to reset."
                     set vrt-eof to true
              end-if
              open i-o master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     set vrt-eof to true
              end-if
              open input customer-file
              if customer-status = "00"
                     set customer-file-present to true
              end-if
              open i-o mod-hist-file
              if mod-hist-status = "35"
                     open output mod-hist-file
                     close mod-hist-file
                     open i-o mod-hist-file
              end-if
              open output notice-file
              perform until vrt-eof
                     read var-rate-file next record
                            at end
                                   set vrt-eof to true
                            not at end
                                   perform reset-one-account
                     end-read
              end-perform
              close notice-file
              close mod-hist-file
              if customer-file-present
                     close customer-file
              end-if
              if var-rate-status not = "35"
                     close var-rate-file
              end-if
              if master-status not = "35"
                     close master-file
              end-if
              perform close-report
              move reset-count to reset-out
              display "Variable-rate reset complete - " reset-out
                     " reset(s); notices written to RATENOTC.DAT"
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The processing date is the CALENDAR.DAT "C" record's; no      *
      * calendar on disk reads as "date control not in use" and the   *
      * system date stands in.                                        *
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

       load-index-rates.
              open input index-file
              if index-status not = "00"
                     display "WARNING: no index rates on VARIDX.DAT - "
                            "no account can be reset."
                     exit paragraph
              end-if
              perform until index-eof
                     read index-file
                            at end
                                   set index-eof to true
                            not at end
                                   perform load-one-index-rate
                     end-read
              end-perform
              close index-file.

       load-one-index-rate.
              if idx-count < idx-table-max
                     add 1 to idx-count
                     move idx-index-code to idx-tbl-code(idx-count)
                     move idx-effective-date
                            to idx-tbl-date(idx-count)
                     move idx-rate to idx-tbl-rate(idx-count)
              else
                     display "WARNING: more than 500 index rates on "
                            "VARIDX.DAT - " idx-index-code " "
                            idx-effective-date " ignored."
              end-if.

       reset-one-account.

      *****************************************************************
      *                                                               *
      * Apply every reset this account has come due for, oldest       *
      * first.  The pass count guards against a terms record whose    *
      * reset frequency could never carry it past the processing      *
      * date.                                                         *
      *                                                               *
      *****************************************************************

              add 1 to examined-count
              if vrt-next-reset-date = 0
                 or vrt-next-reset-date > processing-date
                     exit paragraph
              end-if
              move vrt-account-id to mast-account-id
              read master-file
                     invalid key
                            move "NOT ON MASTER FILE"
                                   to exception-reason
                            perform write-exception-line
                            exit paragraph
              end-read
              if not mast-variable-rate
                     move "MASTER NOT FLAGGED VARIABLE-RATE"
                            to exception-reason
                     perform write-exception-line
                     exit paragraph
              end-if
              move "N" to reset-stop-switch
              move 0 to reset-pass-count
              perform until reset-stopped
                     or vrt-next-reset-date > processing-date
                     or reset-pass-count >= 24
                     add 1 to reset-pass-count
                     perform apply-one-reset
              end-perform
              rewrite variable-rate-record
                     invalid key
                            display "ERROR: unable to update terms "
                                   "for " vrt-account-id " - status "
                                   var-rate-status
              end-rewrite.

       apply-one-reset.
              move vrt-next-reset-date to reset-date
              perform find-index-rate
              if not index-found
                     move "NO INDEX RATE IN FORCE ON RESET DATE"
                            to exception-reason
                     perform write-exception-line
                     set reset-stopped to true
                     exit paragraph
              end-if
              move master-record to before-image
              move mast-annual-interest to old-rate
              move mast-amount to old-payment
              move "N" to relevel-switch
              perform compute-new-rate
              move new-rate to mast-annual-interest
              if mast-product-code = "ANNU"
                     perform compute-new-payment
              end-if
              rewrite master-record
                     invalid key
                            display "ERROR: unable to rewrite "
                                   "account " mast-account-id
                                   " - status " master-status
                            set reset-stopped to true
                            exit paragraph
              end-rewrite
              add 1 to reset-count
              if payment-relevelled
                     perform write-reset-modification
              end-if
              move reset-date to vrt-last-reset-date
              move index-rate to vrt-last-index-rate
              move old-rate to vrt-prior-rate
              perform advance-reset-date
              perform write-reset-audit
              perform fetch-customer
              perform write-rate-notice
              perform write-reset-line.

       find-index-rate.

      *****************************************************************
      *                                                               *
      * The index rate in force on the reset date: the account's      *
      * index with the latest effective date on or before it.         *
      *                                                               *
      *****************************************************************

              move "N" to index-found-switch
              move 0 to best-idx-date
              perform varying idx-index from 1 by 1
                     until idx-index > idx-count
                     if idx-tbl-code(idx-index) = vrt-index-code
                        and idx-tbl-date(idx-index) <= reset-date
                        and idx-tbl-date(idx-index) >= best-idx-date
                            set index-found to true
                            move idx-tbl-date(idx-index)
                                   to best-idx-date
                            move idx-tbl-rate(idx-index)
                                   to index-rate
                     end-if
              end-perform.

       compute-new-rate.

      *****************************************************************
      *                                                               *
      * Index plus margin, then the periodic limits on the move from  *
      * the old rate, then the lifetime cap and floor, which always   *
      * have the last word.  A rate can never go below zero.          *
      *                                                               *
      *****************************************************************

              move spaces to limit-applied
              compute new-rate = index-rate + vrt-margin
              if vrt-periodic-cap > 0
                     compute rate-limit = old-rate + vrt-periodic-cap
                     if new-rate > rate-limit
                            move rate-limit to new-rate
                            move "PERIODIC CAP" to limit-applied
                     end-if
              end-if
              if vrt-periodic-floor > 0
                     compute rate-limit =
                            old-rate - vrt-periodic-floor
                     if new-rate < rate-limit
                            move rate-limit to new-rate
                            move "PERIODIC FLOOR" to limit-applied
                     end-if
              end-if
              if vrt-lifetime-cap > 0
                 and new-rate > vrt-lifetime-cap
                     move vrt-lifetime-cap to new-rate
                     move "LIFETIME CAP" to limit-applied
              end-if
              if new-rate < vrt-lifetime-floor
                     move vrt-lifetime-floor to new-rate
                     move "LIFETIME FLOOR" to limit-applied
              end-if
              if new-rate < 0
                     move 0 to new-rate
              end-if.

       compute-new-payment.

      *****************************************************************
      *                                                               *
      * Re-level the ANNU payment over the whole years left to        *
      * maturity on the reset date, by the anniversary arithmetic     *
      * FPGF uses.  The balance is the one PAYPOST keeps, or, before  *
      * the first posting, the present value of the remaining         *
      * payments at the old rate.  The payment is then FAGP's:        *
      * balance * i(1+i)^n / ((1+i)^n - 1), or balance / n at 0%.     *
      *                                                               *
      *****************************************************************

              if mast-open-date = 0
                     exit paragraph
              end-if
              move reset-date to reset-date-num
              move mast-open-date to open-date-num
              compute elapsed-years = rst-yyyy - open-yyyy
              if rst-mmdd < open-mmdd
                     subtract 1 from elapsed-years
              end-if
              compute remaining-term =
                     mast-annual-term - elapsed-years
              if remaining-term < 1
                     exit paragraph
              end-if
              if mast-outstanding-bal not = 0
                     move mast-outstanding-bal to remaining-bal
              else
                     compute periodic-rate = old-rate / 100
                     if periodic-rate = 0
                            compute remaining-bal rounded =
                                   old-payment * remaining-term
                     else
                            compute base-factor = 1 + periodic-rate
                            compute denominator =
                                   base-factor ** remaining-term
                            compute remaining-bal rounded =
                                   old-payment * (1 - 1 / denominator)
                                   / periodic-rate
                     end-if
              end-if
              compute periodic-rate = new-rate / 100
              if periodic-rate = 0
                     divide 1 by remaining-term giving factor
              else
                     compute base-factor = 1 + periodic-rate
                     compute denominator =
                            base-factor ** remaining-term
                     multiply periodic-rate by denominator giving
                     numerator
                     subtract 1 from denominator
                     divide numerator by denominator giving factor
              end-if
              multiply remaining-bal by factor giving new-payment
                     rounded
              if new-payment > 0
                     move new-payment to mast-amount
                     if mast-outstanding-bal = 0
                            move remaining-bal to mast-outstanding-bal
                     end-if
                     set payment-relevelled to true
              end-if.

       write-reset-modification.

      *****************************************************************
      *                                                               *
      * Record the re-levelled payment on the modification history    *
      * as an applied segment starting with the first installment     *
      * falling due after the reset date, numbered after the          *
      * account's last history record.  The reset is system-driven,   *
      * so it is its own maker and approver.                          *
      *                                                               *
      *****************************************************************

              move 0 to next-sequence
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
                                          move modh-sequence
                                                 to next-sequence
                                   end-if
                     end-read
              end-perform
              add 1 to next-sequence
              move spaces to modification-history-record
              move mast-account-id to modh-account-id
              move next-sequence to modh-sequence
              set modh-applied to true
              move reset-date to modh-effective-date
              compute modh-start-installment = elapsed-years + 1
              move 0 to modh-defer-count
              move old-rate to modh-old-rate
              move mast-annual-interest to modh-new-rate
              move mast-annual-term to modh-old-term
              move mast-annual-term to modh-new-term
              move old-payment to modh-old-payment
              move mast-amount to modh-new-payment
              move remaining-bal to modh-reamort-balance
              set modh-rate-reset to true
              move "VARIABLE-RATE RESET" to modh-reason-text
              move "TVMVRST" to modh-maker
              move processing-date to modh-request-date
              move "TVMVRST" to modh-approver
              move processing-date to modh-approved-date
              write modification-history-record
                     invalid key
                            display "ERROR: unable to record the "
                                   "reset for " mast-account-id
                                   " on MODHIST.DAT - status "
                                   mod-hist-status
              end-write.

       advance-reset-date.

      *****************************************************************
      *                                                               *
      * Move the next reset date on by the reset frequency in         *
      * months.  A day past the end of the new month (a 31st, or a    *
      * 29th of February in a common year) falls back to the last     *
      * day of that month.                                            *
      *                                                               *
      *****************************************************************

              move vrt-reset-months to reset-months
              if reset-months = 0
                     move 12 to reset-months
              end-if
              move vrt-next-reset-date to next-date
              compute month-total = nxt-mm + reset-months - 1
              compute nxt-yyyy = nxt-yyyy + month-total / 12
              compute nxt-mm = function mod(month-total 12) + 1
              perform until function integer-of-date(next-date) > 0
                     or nxt-dd < 29
                     subtract 1 from nxt-dd
              end-perform
              move next-date to vrt-next-reset-date.

       write-reset-audit.

      *****************************************************************
      *                                                               *
      * One maintenance audit entry per reset, action "RST", with     *
      * the master record before and after -- a reset moves the book  *
      * of record the same as maintenance does and leaves the same    *
      * paper trail.                                                  *
      *                                                               *
      *****************************************************************

              open extend maint-audit-file
              if maint-audit-status = "35"
                     open output maint-audit-file
              end-if
              move spaces to maint-audit-record
              accept maud-date from date yyyymmdd
              accept maud-time from time
              accept maud-operator from environment "USER"
              move "RST" to maud-action
              move mast-account-id to maud-account-id
              move before-image to maud-before-image
              move master-record to maud-after-image
              move spaces to maud-approver
              write maint-audit-record
              close maint-audit-file.

       fetch-customer.
              move "N" to customer-found-switch
              move spaces to customer-name
              move spaces to customer-address
              move spaces to customer-city-line
              if mast-customer-id not = spaces
                 and customer-file-present
                     move mast-customer-id to cust-id
                     read customer-file
                            invalid key
                                   continue
                            not invalid key
                                   set customer-found to true
                     end-read
              end-if
              if customer-found
                     move cust-name to customer-name
                     move cust-address to customer-address
                     string cust-city delimited by "  "
                            ", " delimited by size
                            cust-state delimited by size
                            "  " delimited by size
                            cust-postal-code delimited by size
                            into customer-city-line
                     end-string
              else
                     move "ACCOUNT HOLDER" to customer-name
              end-if.

       write-rate-notice.
              move old-rate to old-rate-out
              move new-rate to new-rate-out
              move index-rate to index-rate-out
              move vrt-margin to margin-out
              move all "*" to notice-record
              write notice-record
              move "          NOTICE OF INTEREST RATE CHANGE"
                     to notice-record
              write notice-record
              move all "*" to notice-record
              write notice-record
              move spaces to notice-record
              string "DATE: " delimited by size
                     processing-date delimited by size
                     into notice-record
              end-string
              write notice-record
              move spaces to notice-record
              write notice-record
              move customer-name to notice-record
              write notice-record
              if customer-found
                     move customer-address to notice-record
                     write notice-record
                     move customer-city-line to notice-record
                     write notice-record
              end-if
              move spaces to notice-record
              write notice-record
              move spaces to notice-record
              string "ACCOUNT:             " delimited by size
                     mast-account-id delimited by size
                     "  (" delimited by size
                     mast-product-code delimited by size
                     ")" delimited by size
                     into notice-record
              end-string
              write notice-record
              move spaces to notice-record
              string "RATE CHANGE DATE:    " delimited by size
                     reset-date delimited by size
                     into notice-record
              end-string
              write notice-record
              move spaces to notice-record
              string "PREVIOUS RATE:       " delimited by size
                     old-rate-out delimited by size
                     "%" delimited by size
                     into notice-record
              end-string
              write notice-record
              move spaces to notice-record
              string "NEW RATE:            " delimited by size
                     new-rate-out delimited by size
                     "%" delimited by size
                     into notice-record
              end-string
              write notice-record
              move spaces to notice-record
              string "  INDEX " delimited by size
                     vrt-index-code delimited by size
                     " AT " delimited by size
                     index-rate-out delimited by size
                     "% PLUS MARGIN " delimited by size
                     margin-out delimited by size
                     "%" delimited by size
                     into notice-record
              end-string
              write notice-record
              if limit-applied not = spaces
                     move spaces to notice-record
                     string "  LIMITED BY YOUR " delimited by size
                            limit-applied delimited by "  "
                            into notice-record
                     end-string
                     write notice-record
              end-if
              if mast-product-code = "ANNU"
                     move mast-amount to letter-pmt-out
                     move spaces to notice-record
                     string "NEW ANNUAL PAYMENT:  " delimited by size
                            letter-pmt-out delimited by size
                            into notice-record
                     end-string
                     write notice-record
              end-if
              move spaces to notice-record
              string "NEXT RATE CHANGE:    " delimited by size
                     vrt-next-reset-date delimited by size
                     into notice-record
              end-string
              write notice-record
              move spaces to notice-record
              write notice-record
              move "PLEASE KEEP THIS NOTICE WITH YOUR ACCOUNT RECORDS."
                     to notice-record
              write notice-record
              move spaces to notice-record
              write notice-record.

       write-reset-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move old-payment to old-pmt-out
              move mast-amount to new-pmt-out
              move spaces to rpt-record
              string mast-account-id delimited by size
                     " " delimited by size
                     mast-product-code delimited by size
                     " " delimited by size
                     reset-date delimited by size
                     " " delimited by size
                     vrt-index-code delimited by size
                     " " delimited by size
                     index-rate-out delimited by size
                     " " delimited by size
                     old-rate-out delimited by size
                     " " delimited by size
                     new-rate-out delimited by size
                     " " delimited by size
                     old-pmt-out delimited by size
                     " " delimited by size
                     new-pmt-out delimited by size
                     " " delimited by size
                     limit-applied delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-exception-line.
              add 1 to exception-count
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string "*** NOT RESET " delimited by size
                     vrt-account-id delimited by size
                     " - " delimited by size
                     exception-reason delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "VARIABLE-RATE RESET REGISTER" delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "ACCOUNT    PROD RESET DT INDEX    INDEX"
                     delimited by size
                     "  OLD RT  NEW RT    OLD PAYMENT    NEW PAYMENT"
                     delimited by size
                     " LIMIT" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              move examined-count to examined-out
              move reset-count to reset-out
              move exception-count to exception-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     examined-out delimited by size
                     " VARIABLE-RATE ACCOUNT(S), " delimited by size
                     reset-out delimited by size
                     " RESET(S), " delimited by size
                     exception-out delimited by size
                     " NOT RESET ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
