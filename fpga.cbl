                     file status is fxrate-status.

              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

              select valhist-file assign to "VALHIST.DAT"
                     organization is line sequential
                     file status is ckpt-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select runctl-file assign to "RUNCTL.DAT"
                     organization is indexed
                     access mode is dynamic
       fd  runctl-file.
       copy "runctl.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       working-storage section.

      *****************************************************************

       01 OPERAUTH-STATUS        PIC XX.

       copy "signon.cpy".

       01 AUTH-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 AUTH-MAX-PRINCIPAL PIC 9(9)V99.

       01 RUNCTL-STATUS          PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

      *****************************************************************
      *                                                               *
      * Schedule segments for a modified account, one per applied     *
      * MODHIST.DAT modification: the installment its terms start     *
      * at, the first one it pays after any deferral, and the         *
      * balance, rate, and payment it re-amortized to.                *
      *                                                               *
      *****************************************************************

       01 SEGMENT-FIELDS.
              05 MOD-FILE-SWITCH    PIC X VALUE "N".
                     88 MOD-FILE-PRESENT VALUE "Y".
              05 MOD-EOF-SWITCH     PIC X VALUE "N".
                     88 MOD-EOF     VALUE "Y".
              05 SEG-MAX            PIC 99 USAGE COMP VALUE 50.
              05 SEG-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 SEG-INDEX          PIC 99 USAGE COMP.
              05 ORIGINAL-PAYMENT   PIC S9(9)V99 USAGE COMP.
              05 ORIGINAL-RATE      PIC S9V9(8) USAGE COMP.
              05 ORIGINAL-TERM      PIC 99 USAGE COMP.
              05 SEGMENT-RATE       PIC S9V9(8) USAGE COMP.
              05 SEGMENT-PAYMENT    PIC S9(9)V99 USAGE COMP.
              05 SEGMENT-PAY-START  PIC 999 USAGE COMP.
              05 SEGMENT-FACTOR     PIC S9(9)V9(6) USAGE COMP.
              05 SEGMENT-TABLE.
                     10 SEG-ENTRY OCCURS 50 TIMES.
                            15 SEG-START        PIC 99 USAGE COMP.
                            15 SEG-PAY-START    PIC 999 USAGE COMP.
                            15 SEG-EFFECTIVE    PIC 9(8).
                            15 SEG-REASON       PIC X(4).
                            15 SEG-RATE         PIC 99V9999
                                   USAGE COMP.
                            15 SEG-PAYMENT      PIC S9(9)V99
                                   USAGE COMP.
                            15 SEG-BALANCE      PIC S9(9)V99
                                   USAGE COMP.
              05 SEG-RATE-OUT       PIC Z9.9999 USAGE DISPLAY.
              05 SEG-PMT-OUT        PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.

       01 RUN-CTL-FIELDS.
              05 RUN-SAVE-DATE        PIC 9(8).
              05 RUN-SAVE-TIME        PIC 9(8).
                     "for an irregular cash-flow series, or "
                     "(I)nteractive mode? "
              accept mode-switch
              perform sign-on-operator
              if (batch-mode or market-mode)
                 and not run-refused
                     perform get-stream-range
                            thru get-stream-range-exit
              end-if
              perform load-calendar
              if (batch-mode or market-mode)
                 and not run-refused
                     perform check-batch-date
              end-if
              if not run-refused
       get-stream-range-exit.
              continue.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted: a password at the terminal, or an active          *
      * profile for the job's user id on a batch run.  Called from    *
      * TVMMENU, the menu's sign-on carries over.                     *
      *                                                               *
      *****************************************************************

              if batch-mode or market-mode
                     move "B" to sgn-mode
              else
                     move "I" to sgn-mode
              end-if
              move "FPGA" to sgn-program
              call "tvmsign" using sign-on-request
              if sgn-refused
                     set run-refused to true
              end-if.

       read-operator-auth.

      *****************************************************************
      *                                                               *
      * Period-by-period amortization of PRESENT-VALUE at the         *
      * ANNUAL-INTEREST rate, paid down by the level US-AMOUNT        *
      * payment, for the full ANNUAL-TERM.  A modified account on     *
      * the master file is scheduled in segments instead.             *
      *                                                               *
      *****************************************************************

                     display "Amortization schedule written to "
                            "FPGARPT.DAT"
              end-if
              if (batch-mode or market-mode)
                 and mod-file-present
                     perform load-modifications
                     if seg-count > 0
                            perform amort-segmented-schedule
                            exit paragraph
                     end-if
              end-if
              perform varying period-num from 1 by 1
                     until period-num > total-periods


                     subtract principal-portion from remaining-balance

                     perform write-amort-line
              end-perform.

       write-amort-line.
              move period-num to period-out
              move interest-portion to interest-port-out
              move principal-portion to principal-port-out
              move remaining-balance to balance-out

              move spaces to rpt-record
              string period-out delimited by size
                     "   " delimited by size
                     interest-port-out delimited by size
                     "  " delimited by size
                     principal-port-out delimited by size
                     "  " delimited by size
                     balance-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       load-modifications.

      *****************************************************************
      *                                                               *
      * Pull the account's applied modifications, oldest first.  The  *
      * first one carries the original payment, rate, and term the    *
      * schedule ran on before it.                                    *
      *                                                               *
      *****************************************************************

              move 0 to seg-count
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
                     compute original-rate = modh-old-rate / 100
                     move modh-old-term to original-term
              end-if
              if seg-count < seg-max
                     add 1 to seg-count
                     move modh-start-installment
                            to seg-start(seg-count)
                     compute seg-pay-start(seg-count) =
                            modh-start-installment + modh-defer-count
                     move modh-effective-date
                            to seg-effective(seg-count)
                     move modh-reason-code to seg-reason(seg-count)
                     move modh-new-rate to seg-rate(seg-count)
                     move modh-new-payment to seg-payment(seg-count)
                     move modh-reamort-balance
                            to seg-balance(seg-count)
              end-if.

       amort-segmented-schedule.

      *****************************************************************
      *                                                               *
      * Schedule a modified account in segments.  The first segment   *
      * starts from the present value of the original payment at the  *
      * original rate over the original term and runs on those terms; *
      * at each modification's starting installment the balance it    *
      * re-amortized takes over at its new rate, deferred             *
      * installments pay nothing and capitalize their interest, and   *
      * the new payment runs from there out to the modified term.     *
      *                                                               *
      *****************************************************************

              if original-rate = 0
                     move original-term to segment-factor
              else
                     compute segment-factor =
                            (1 - 1 / ((1 + original-rate)
                            ** original-term)) / original-rate
              end-if
              compute remaining-balance rounded =
                     original-payment * segment-factor
              move original-rate to segment-rate
              move original-payment to segment-payment
              move 1 to segment-pay-start
              perform varying period-num from 1 by 1
                     until period-num > mast-annual-term
                     perform varying seg-index from 1 by 1
                            until seg-index > seg-count
                            if seg-start(seg-index) = period-num
                                   perform start-schedule-segment
                            end-if
                     end-perform
                     if rpt-line-count >= rpt-lines-per-page
                            perform write-report-header
                     end-if
                     compute interest-portion rounded =
                            remaining-balance * segment-rate
                     if period-num < segment-pay-start
                            compute principal-portion =
                                   0 - interest-portion
                     else
                            compute principal-portion =
                                   segment-payment - interest-portion
                     end-if
                     subtract principal-portion from remaining-balance
                     perform write-amort-line
              end-perform.

       start-schedule-segment.
              move seg-balance(seg-index) to remaining-balance
              compute segment-rate = seg-rate(seg-index) / 100
              move seg-payment(seg-index) to segment-payment
              move seg-pay-start(seg-index) to segment-pay-start
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move seg-rate(seg-index) to seg-rate-out
              move seg-payment(seg-index) to seg-pmt-out
              move seg-balance(seg-index) to balance-out
              move spaces to rpt-record
              string "*** MODIFIED " delimited by size
                     seg-effective(seg-index) delimited by size
                     " (" delimited by size
                     seg-reason(seg-index) delimited by size
                     ")  BALANCE=" delimited by size
                     balance-out delimited by size
                     "  RATE=" delimited by size
                     seg-rate-out delimited by size
                     "%  PAYMENT=" delimited by size
                     seg-pmt-out delimited by size
                     " ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       close-report.
              if curr-tot-count > 0
                     perform write-currency-totals
              end-if
              perform read-checkpoint
              perform open-valhist
              open input mod-hist-file
              if mod-hist-status = "00"
                     set mod-file-present to true
              end-if
              open input master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                     perform clear-checkpoint
                     perform close-gl-extract
              end-if
              if mod-file-present
                     close mod-hist-file
              end-if
              close valhist-file.

       batch-route-master.
                 and mast-account-id > range-high
                     set master-eof to true
              else
                     if mast-charged-off
                            move "is charged off - not valued"
                                   to skip-reason
                            perform skip-master-record
                     else
                            perform batch-process-record
                     end-if
              end-if.

       batch-process-record.
              move "10400100" to gld-gl-account
              move present-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "VALU" to gld-entry-type
              write gl-detail-record
              add 1 to gl-rec-count
              add present-value to gl-hash-total
              move "30500100" to gld-gl-account
              move present-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "VALU" to gld-entry-type
              write gl-detail-record
              add 1 to gl-rec-count
              add present-value to gl-hash-total.
