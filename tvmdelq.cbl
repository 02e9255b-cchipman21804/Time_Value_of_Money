      * book is aged in a single forward pass with no ceiling on     *
      * account count.                                                *
      *                                                               *
      * A reversed payment nets out of the paid total, so a bounced   *
      * check ages the installment it was meant to cover again.       *
      *                                                               *
      * A modified account's schedule is built in segments from its   *
      * applied MODHIST.DAT modifications: each installment is due    *
      * at the payment in force for it -- the original payment up to  *
      * the first modification, nothing for a deferred installment,   *
      * and each modification's new payment from its starting         *
      * installment on -- out to the modified term.                   *
      *                                                               *
      * Accounts with no open date cannot have a schedule derived     *
      * and are counted but not aged, the same convention the         *
      * maturity aging report applies.                                *
      *                                                               *
      * An account TVMCHGO has charged off is off the book and no     *
      * longer collections' to chase in the ordinary way: it is aged  *
      * the same, but held on the TVMDLQCO.DAT work file and listed   *
      * after the totals in a section of its own with its own totals, *
      * kept out of the delinquency counts and totals above it.       *
      *                                                               *
      *****************************************************************

       identification division.
                     organization is line sequential
                     file status is pay-hist-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select pay-sort-file assign to "TVMDLQSP.DAT"
                     organization is line sequential
                     file status is pay-sort-status.

              select sort-work assign to "TVMDLQWK".

              select chgo-work-file assign to "TVMDLQCO.DAT"
                     organization is line sequential
                     file status is chgo-work-status.

              select rpt-file assign to "TVMDELQ.DAT"
                     organization is line sequential.

       fd  pay-hist-file.
       copy "payhist.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  pay-sort-file.
       01  pay-sort-record.
              05 psr-account-id         pic x(10).
              05 psr-amount             pic s9(9)v99.

       sd  sort-work.
       01  sort-work-record.
              05 srt-account-id         pic x(10).
              05 srt-amount             pic s9(9)v99.

       fd  chgo-work-file.
       01  chgo-work-record.
              05 dco-account-id         pic x(10).
              05 dco-currency-code      pic x(3).
              05 dco-overdue-days       pic 9(7).
              05 dco-short-30           pic 9(11)v99.
              05 dco-short-60           pic 9(11)v99.
              05 dco-short-90           pic 9(11)v99.
              05 dco-short-over-90      pic 9(11)v99.

       fd  rpt-file.
       01  rpt-record                pic x(132).

       01 PAY-SORT-STATUS        PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 CHGO-WORK-STATUS       PIC XX.

       01 DELQ-SWITCHES.
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
                     88 PAY-SORT-EOF     VALUE "Y".
              05 CURR-TOT-FOUND-SWITCH   PIC X VALUE "N".
                     88 CURR-TOT-FOUND   VALUE "Y".
              05 MOD-FILE-SWITCH         PIC X VALUE "N".
                     88 MOD-FILE-PRESENT VALUE "Y".
              05 MOD-EOF-SWITCH          PIC X VALUE "N".
                     88 MOD-EOF          VALUE "Y".
              05 CHGO-WORK-EOF-SWITCH    PIC X VALUE "N".
                     88 CHGO-WORK-EOF    VALUE "Y".

       01 DELQ-FIELDS.
              05 TODAY-DATE         PIC 9(8).
              05 NO-DATE-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 EXAMINED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 DELINQUENT-COUNT   PIC 9(7) USAGE COMP VALUE 0.
              05 CHARGED-OFF-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 LINE-ACCOUNT-ID    PIC X(10).
              05 TOTALS-TITLE       PIC X(60).

       01 AGING-FIELDS.
              05 DUE-DATE           PIC 9(8).
              05 SHORT-90           PIC S9(11)V99 USAGE COMP.
              05 SHORT-OVER-90      PIC S9(11)V99 USAGE COMP.
              05 SHORT-TOTAL        PIC S9(11)V99 USAGE COMP.
              05 SCHEDULED-AMOUNT   PIC S9(9)V99 USAGE COMP.

       01 SEGMENT-FIELDS.
              05 SEG-MAX            PIC 99 USAGE COMP VALUE 50.
              05 SEG-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 SEG-INDEX          PIC 99 USAGE COMP.
              05 ORIGINAL-PAYMENT   PIC S9(9)V99 USAGE COMP.
              05 SEGMENT-TABLE.
                     10 SEG-ENTRY OCCURS 50 TIMES.
                            15 SEG-START        PIC 99 USAGE COMP.
                            15 SEG-PAY-START    PIC 999 USAGE COMP.
                            15 SEG-PAYMENT      PIC S9(9)V99
                                   USAGE COMP.

       01 CURRENCY-TOT-FIELDS.
              05 CURR-TOT-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 CURR-ACCT-OUT      PIC ZZZZZZ9 USAGE DISPLAY.
              05 DELQ-COUNT-OUT     PIC ZZZZZZ9 USAGE DISPLAY.
              05 NO-DATE-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 CHGO-COUNT-OUT     PIC ZZZZZZ9 USAGE DISPLAY.

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
                     function integer-of-date(today-date)
              perform sort-payment-history
              perform open-report
              open input mod-hist-file
              if mod-hist-status = "00"
                     set mod-file-present to true
              end-if
              open input pay-sort-file
              if pay-sort-status = "00"
                     perform read-sorted-payment
              else
                     set pay-sort-eof to true
              end-if
              open output chgo-work-file
              perform age-master-file
              close chgo-work-file
              if pay-sort-status not = "35"
                     close pay-sort-file
              end-if
              if mod-file-present
                     close mod-hist-file
              end-if
              move "DELINQUENCY TOTALS BY PRODUCT/CURRENCY (ANNU)"
                     to totals-title
              perform write-currency-totals
              perform write-charged-off-section
              perform close-report
              display "Delinquency aging report written to "
                     "TVMDELQ.DAT"
                            at end
                                   set pay-eof to true
                            not at end
                                   perform select-one-payment
                     end-read
              end-perform
              close pay-hist-file.
       select-payments-exit.
              exit.

       select-one-payment.

      *****************************************************************
      *                                                               *
      * A reversal takes its payment back out of the paid total; a    *
      * re-split only moves interest and principal around inside a    *
      * payment already counted, so it adds nothing.                  *
      *                                                               *
      *****************************************************************

              if payh-resplit
                     exit paragraph
              end-if
              move payh-account-id to srt-account-id
              if payh-reversal
                     compute srt-amount = 0 - payh-amount
              else
                     move payh-amount to srt-amount
              end-if
              release sort-work-record.

       age-master-file.

      *****************************************************************
              end-if
              add 1 to examined-count
              perform match-sorted-payments
              perform load-modifications
              if mast-currency-code = spaces
                     move "USD" to work-currency
              else
                     until due-index > mast-annual-term
                     perform age-one-due-date
              end-perform
              move mast-account-id to line-account-id
              if mast-charged-off
                     perform hold-charged-off-account
                     exit paragraph
              end-if
              if short-total > 0
                     add 1 to delinquent-count
                     perform write-delinquent-line
                     perform tally-currency-total
              end-if.

       hold-charged-off-account.
              move mast-account-id to dco-account-id
              move work-currency to dco-currency-code
              move first-overdue-days to dco-overdue-days
              move short-30 to dco-short-30
              move short-60 to dco-short-60
              move short-90 to dco-short-90
              move short-over-90 to dco-short-over-90
              write chgo-work-record
              add 1 to charged-off-count.

       write-charged-off-section.

      *****************************************************************
      *                                                               *
      * List the charged-off accounts held back from the report       *
      * above, aged the same way, and total them by currency on       *
      * their own.                                                    *
      *                                                               *
      *****************************************************************

              if charged-off-count = 0
                     exit paragraph
              end-if
              if rpt-line-count >= rpt-lines-per-page - 2
                     perform write-report-header
              end-if
              move spaces to rpt-record
              write rpt-record
              move "CHARGED-OFF ACCOUNTS - NOT IN THE TOTALS ABOVE"
                     to rpt-record
              write rpt-record
              add 2 to rpt-line-count
              move 0 to curr-tot-count
              move "N" to chgo-work-eof-switch
              open input chgo-work-file
              perform until chgo-work-eof
                     read chgo-work-file
                            at end
                                   set chgo-work-eof to true
                            not at end
                                   perform list-charged-off-account
                     end-read
              end-perform
              close chgo-work-file
              move "CHARGED-OFF TOTALS BY PRODUCT/CURRENCY (ANNU)"
                     to totals-title
              perform write-currency-totals.

       list-charged-off-account.
              move dco-account-id to line-account-id
              move dco-currency-code to work-currency
              move dco-overdue-days to first-overdue-days
              move dco-short-30 to short-30
              move dco-short-60 to short-60
              move dco-short-90 to short-90
              move dco-short-over-90 to short-over-90
              compute short-total =
                     short-30 + short-60 + short-90 + short-over-90
              perform write-delinquent-line
              perform tally-currency-total.

       match-sorted-payments.

      *****************************************************************
                     perform read-sorted-payment
              end-perform.

       load-modifications.

      *****************************************************************
      *                                                               *
      * Pull the account's applied modifications, oldest first, as    *
      * schedule segments.  The payment before the first one is the   *
      * original payment it replaced; an unmodified account pays      *
      * MAST-AMOUNT throughout.                                       *
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
              else
                     display "WARNING: more than 50 modifications on "
                            "account " mast-account-id
                            " - later ones ignored."
              end-if.

       find-scheduled-amount.

      *****************************************************************
      *                                                               *
      * The payment in force for installment DUE-INDEX: each segment  *
      * starting on or before it takes over from the one before --    *
      * nothing due while it is deferred, its new payment after.      *
      *                                                               *
      *****************************************************************

              move original-payment to scheduled-amount
              perform varying seg-index from 1 by 1
                     until seg-index > seg-count
                     if seg-start(seg-index) <= due-index
                            if due-index < seg-pay-start(seg-index)
                                   move 0 to scheduled-amount
                            else
                                   move seg-payment(seg-index)
                                          to scheduled-amount
                            end-if
                     end-if
              end-perform.

       read-sorted-payment.
              read pay-sort-file
                     at end
                     move mast-annual-term to due-index
                     exit paragraph
              end-if
              perform find-scheduled-amount
              if paid-remaining >= scheduled-amount
                     subtract scheduled-amount from paid-remaining
                     exit paragraph
              end-if
              compute short-this-due =
                     scheduled-amount - paid-remaining
              move 0 to paid-remaining
              compute days-overdue =
                     today-int - function integer-of-date(due-date)
              move short-90 to b90-out
              move short-over-90 to bover-out
              move spaces to rpt-record
              string line-account-id delimited by size
                     " ANNU " delimited by size
                     work-currency delimited by size
                     " DAYS=" delimited by size
              end-if
              move spaces to rpt-record
              write rpt-record
              move totals-title to rpt-record
              write rpt-record
              add 2 to rpt-line-count
              perform varying curr-tot-index from 1 by 1
       close-report.
              move delinquent-count to delq-count-out
              move no-date-count to no-date-out
              move charged-off-count to chgo-count-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     delq-count-out delimited by size
                     " DELINQUENT ACCOUNT(S), " delimited by size
                     chgo-count-out delimited by size
                     " CHARGED OFF, " delimited by size
                     no-date-out delimited by size
                     " WITH NO OPEN DATE ***" delimited by size
                     into rpt-record
