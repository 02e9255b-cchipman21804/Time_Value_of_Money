      * can never post short.  The run checkpoints after every        *
      * transaction so a resubmit resumes without double-posting.     *
      *                                                               *
      * An "R" transaction reverses an earlier posting -- a bounced   *
      * check, a misapplied payment -- found on the history by        *
      * account and PAYH-TRAN-SEQ.  The balance is restored, an       *
      * offsetting history record linked to the original is written,  *
      * and every later payment on the account is re-split from the   *
      * restored balance, since each one's interest was figured on    *
      * the balance the reversed payment left behind.  A "C"          *
      * transaction is a correction: the same reversal, then the      *
      * amount reposted as a payment to the account it belonged to.   *
      *                                                               *
      * A payment that meets a payoff TVMPAYOF registered for the     *
      * account -- the quoted balance still on the master, the        *
      * payment dated within the quote, and enough to cover the       *
      * balance plus the interest accrued to the payment date -- is   *
      * posted as the payoff: the whole balance is retired, the rest  *
      * is interest, and the account is closed off the master the     *
      * way TVMMATP closes a matured one, instead of being split as   *
      * an installment that leaves a few cents behind.                *
      *                                                               *
      * Every posting is checked against the accounting periods on    *
      * PERIOD.DAT through TVMPERD.  A payment, reversal or           *
      * correction dated into a period TVMCLOSE has closed is booked  *
      * to the open period instead: the history keeps the date the    *
      * customer paid and carries the closed period it was dated      *
      * into, and the register reports it as a prior-period           *
      * adjustment.                                                   *
      *                                                               *
      * A payment on an account TVMCHGO has charged off pays down     *
      * nothing: the balance on the master stays what the customer    *
      * still owes, and the payment posts as a recovery -- a "V"      *
      * history record, a recovery event on the CHGOREG.DAT           *
      * charge-off/recovery register, and a GL pair to the recovery   *
      * account held on RCVRYGL.DAT until TVMCHGO sweeps it into its  *
      * extract.  Reversing a recovery undoes all three; a payment    *
      * posted before the charge-off can no longer be reversed here.  *
      *                                                               *
      *****************************************************************

       identification division.
                     organization is line sequential
                     file status is ckpt-status.

              select payoff-reg-file assign to "PAYOFREG.DAT"
                     organization is line sequential
                     file status is payoff-reg-status.

              select chgo-reg-file assign to "CHGOREG.DAT"
                     organization is line sequential
                     file status is chgo-reg-status.

              select recovery-gl-file assign to "RCVRYGL.DAT"
                     organization is line sequential
                     file status is recovery-gl-status.

       data division.
       file section.

      * carry an explicit "P" type byte because an account id may     *
      * begin with any character.                                     *
      *                                                               *
      * "R" reversal and "C" correction details carry the original    *
      * posting's PAYH-TRAN-SEQ, optionally its payment date to pick  *
      * between runs that reused the sequence (zero matches the most  *
      * recent), and the original amount, which must agree with the   *
      * history.  A "C" also names the account to repost to.  They    *
      * count toward the trailer's detail count and hash like "P"     *
      * details.                                                      *
      *                                                               *
      *****************************************************************

       fd  pay-tran-file.
              05 pay-account-id         pic x(10).
              05 pay-payment-date       pic 9(8).
              05 pay-amount             pic 9(9)v99.
              05 pay-orig-seq           pic 9(9).
              05 pay-orig-pay-date      pic 9(8).
              05 pay-target-account     pic x(10).
       01  pay-header-record.
              05 filler                 pic x.
              05 pay-hdr-file-date      pic 9(8).
       fd  ckpt-file.
       copy "checkpoint.cpy".

       fd  payoff-reg-file.
       copy "payofreg.cpy".

       fd  chgo-reg-file.
       copy "chgoreg.cpy".

       fd  recovery-gl-file.
       copy "glint.cpy".

       working-storage section.

       01 PAY-TRAN-STATUS        PIC XX.

       01 CKPT-STATUS            PIC XX.

       01 PAYOFF-REG-STATUS      PIC XX.

       01 CHGO-REG-STATUS        PIC XX.

       01 RECOVERY-GL-STATUS     PIC XX.

       01 POST-SWITCHES.
              05 TRANS-EOF-SWITCH        PIC X VALUE "N".
                     88 TRANS-EOF        VALUE "Y".
                     88 RESTART-RUN   VALUE "Y".
              05 PAY-SCAN-EOF-SWITCH  PIC X VALUE "N".
                     88 PAY-SCAN-EOF  VALUE "Y".
              05 REPOST-PENDING-SWITCH PIC X VALUE "N".
                     88 REPOST-PENDING VALUE "Y".
              05 PENDING-LINK-SEQ     PIC 9(9) VALUE 0.
              05 PENDING-LINK-POST-DATE PIC 9(8) VALUE 0.

       01 REVERSAL-SWITCHES.
              05 REVERSAL-DONE-SWITCH    PIC X VALUE "N".
                     88 REVERSAL-DONE    VALUE "Y".
              05 HIST-FULL-SWITCH        PIC X VALUE "N".
                     88 HIST-FULL        VALUE "Y".
              05 REPOST-SWITCH           PIC X VALUE "N".
                     88 REPOST-OF-CORRECTION VALUE "Y".
              05 PAYOFF-SWITCH           PIC X VALUE "N".
                     88 PAYOFF-POSTING   VALUE "Y".
              05 PAYOFF-EOF-SWITCH       PIC X VALUE "N".
                     88 PAYOFF-EOF       VALUE "Y".

      *****************************************************************
      *                                                               *
      * The payoffs registered on PAYOFREG.DAT, loaded at the start   *
      * of the run so each payment can be checked against them.      *
      *                                                               *
      *****************************************************************

       01 PAYOFF-TABLE.
              05 PAYOFF-MAX           PIC 9(4) USAGE COMP VALUE 999.
              05 PAYOFF-COUNT         PIC 9(4) USAGE COMP VALUE 0.
              05 PAYOFF-INDEX         PIC 9(4) USAGE COMP.
              05 PAYOFF-ENTRY OCCURS 999 TIMES.
                     10 PO-ACCOUNT-ID        PIC X(10).
                     10 PO-QUOTE-DATE        PIC 9(8).
                     10 PO-GOOD-THROUGH      PIC 9(8).
                     10 PO-INTEREST-FROM     PIC 9(8).
                     10 PO-PRINCIPAL         PIC S9(9)V99 USAGE COMP.

       01 PAYOFF-CALC-FIELDS.
              05 PAYOFF-DAYS          PIC S9(7) USAGE COMP.
              05 PAYOFF-INTEREST      PIC S9(9)V99 USAGE COMP.
              05 PAYOFF-DUE           PIC S9(9)V99 USAGE COMP.
              05 PAYOFF-EXCESS        PIC S9(9)V99 USAGE COMP.
              05 EXCESS-OUT           PIC $ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.

      *****************************************************************
      *                                                               *
      * The account's payment history, loaded when a posting on it    *
      * is reversed: one entry per payment, carrying its effective    *
      * interest/principal split (its own record plus any re-splits   *
      * since) and whether it has itself been reversed.               *
      *                                                               *
      *****************************************************************

       01 ACCT-HIST-TABLE.
              05 HIST-COUNT           PIC 9(4) USAGE COMP VALUE 0.
              05 HIST-INDEX           PIC 9(4) USAGE COMP.
              05 ORIG-INDEX           PIC 9(4) USAGE COMP.
              05 LINK-INDEX           PIC 9(4) USAGE COMP.
              05 HIST-ENTRY OCCURS 999 TIMES.
                     10 HIST-SEQ             PIC 9(9).
                     10 HIST-POST-DATE       PIC 9(8).
                     10 HIST-PAY-DATE        PIC 9(8).
                     10 HIST-AMOUNT          PIC 9(9)V99.
                     10 HIST-INTEREST        PIC S9(9)V99 USAGE COMP.
                     10 HIST-PRINCIPAL       PIC S9(9)V99 USAGE COMP.
                     10 HIST-REVERSED-SWITCH PIC X.
                            88 HIST-REVERSED VALUE "Y".
                     10 HIST-RECOVERY-SWITCH PIC X.
                            88 HIST-RECOVERY VALUE "Y".

       01 REVERSAL-CALC-FIELDS.
              05 LINK-SEQ             PIC 9(9).
              05 LINK-POST-DATE       PIC 9(8).
              05 LATER-PRINCIPAL      PIC S9(11)V99 USAGE COMP.
              05 RUNNING-BAL          PIC S9(9)V99 USAGE COMP.
              05 INTEREST-DELTA       PIC S9(9)V99 USAGE COMP.
              05 PRINCIPAL-DELTA      PIC S9(9)V99 USAGE COMP.
              05 ADJ-TYPE             PIC X.
              05 ADJ-AMOUNT           PIC 9(9)V99.
              05 ADJ-INTEREST         PIC S9(9)V99 USAGE COMP.
              05 ADJ-PRINCIPAL        PIC S9(9)V99 USAGE COMP.
              05 ADJ-BALANCE          PIC S9(9)V99 USAGE COMP.

       01 TRANS-BALANCE-FIELDS.
              05 TRAN-READ-COUNT      PIC 9(7) USAGE COMP VALUE 0.
       01 POST-TOTALS.
              05 POSTED-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 REJECTED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 REVERSED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 RESPLIT-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 PAID-OFF-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 RECOVERED-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 POSTED-OUT         PIC ZZZZZZ9 USAGE DISPLAY.
              05 REJECTED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 REVERSED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 RESPLIT-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 PAID-OFF-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 RECOVERED-OUT      PIC ZZZZZZ9 USAGE DISPLAY.

       01 POST-DISP-FIELDS.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 RATE-LOG-OUT       PIC ZZ9.9999 USAGE DISPLAY.
              05 TERM-LOG-OUT       PIC Z9 USAGE DISPLAY.
              05 TRAN-SEQ-OUT       PIC ZZZZZZZZ9 USAGE DISPLAY.
              05 ORIG-SEQ-OUT       PIC ZZZZZZZZ9 USAGE DISPLAY.

       01 REJECT-REASON          PIC X(30).

       01 RECOVERY-FIELDS.
              05 RECOVERY-CURRENCY  PIC X(3).
              05 RECOVERY-AMOUNT    PIC 9(9)V99.
              05 RECOVERY-EVENT     PIC X.
              05 RECOVERY-DR-ACCT   PIC X(8).
              05 RECOVERY-CR-ACCT   PIC X(8).

       01 PRIOR-PERIOD-FIELDS.
              05 PRIOR-PERIOD-COUNT PIC 9(7) USAGE COMP VALUE 0.
              05 PRIOR-PERIOD-OUT   PIC ZZZZZZ9 USAGE DISPLAY.

       copy "perdchk.cpy".

       copy "purgreq.cpy".

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
       main-logic.
              accept rpt-run-date from date yyyymmdd
              perform read-checkpoint
              perform load-payoff-register
              perform open-report
              open i-o master-file
              if master-status not = "00"
                            set trailer-found to true
                     when "P"
                            perform post-one-payment
                     when "R"
                            perform post-one-reversal
                     when "C"
                            perform post-one-correction
                     when other
                            display "WARNING: unrecognized record "
                                   "type '" pay-record-type
                     perform reject-payment
                     exit paragraph
              end-if
              perform check-posting-period
              move "N" to repost-switch
              perform apply-payment.

       apply-payment.
              move "N" to payoff-switch
              move pay-account-id to mast-account-id
              read master-file
                     invalid key
                     perform reject-payment
                     exit paragraph
              end-if
              if mast-charged-off
                     perform post-recovery
                     exit paragraph
              end-if
              perform split-payment
              perform write-payment-history
              if payoff-posting
                     delete master-file
                            invalid key
                                   display "ERROR: unable to close "
                                          "account " mast-account-id
                                          " - status " master-status
                                   exit paragraph
                     end-delete
                     move mast-account-id to purg-account-id
                     move spaces to purg-pending
                     call "tvmpurg" using purge-request
                     add 1 to paid-off-count
              else
                     move outstanding-bal to mast-outstanding-bal
                     rewrite master-record
                            invalid key
                                   display "ERROR: unable to rewrite "
                                          "account " mast-account-id
                                          " - status " master-status
                                   exit paragraph
                     end-rewrite
              end-if
              add 1 to posted-count
              perform write-posting-line
              if pchk-adjustment
                     perform write-prior-period-line
              end-if
              perform log-posting
              perform write-checkpoint.

       post-recovery.

      *****************************************************************
      *                                                               *
      * A payment on a charged-off account: its balance already sits  *
      * in the loss reserve, so the payment is booked to recoveries   *
      * and the master is left alone, the balance still showing what  *
      * the customer owes.                                            *
      *                                                               *
      *****************************************************************

              move spaces to payhist-record
              move mast-account-id to payh-account-id
              move pay-payment-date to payh-payment-date
              accept payh-post-date from date yyyymmdd
              accept payh-post-time from time
              move pay-amount to payh-amount
              move 0 to payh-interest
              move 0 to payh-principal
              move mast-outstanding-bal to payh-balance-after
              move tran-seq-num to payh-tran-seq
              move "V" to payh-tran-type
              move 0 to payh-overpaid
              if repost-of-correction
                     move link-seq to payh-orig-seq
                     move link-post-date to payh-orig-post-date
              else
                     move 0 to payh-orig-seq
                     move 0 to payh-orig-post-date
              end-if
              perform set-prior-period
              perform append-payment-history
              move pay-amount to recovery-amount
              move "R" to recovery-event
              move "10100100" to recovery-dr-acct
              move "40500100" to recovery-cr-acct
              perform write-recovery-records
              add 1 to recovered-count
              move pay-amount to amount-out
              move mast-outstanding-bal to balance-out
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string mast-account-id delimited by size
                     "  PAID=" delimited by size
                     amount-out delimited by size
                     "  *** RECOVERY ON CHARGED-OFF ACCOUNT ***"
                     delimited by size
                     "  BAL=" delimited by size
                     balance-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count
              if pchk-adjustment
                     perform write-prior-period-line
              end-if
              perform log-posting
              perform write-checkpoint.

       write-recovery-records.

      *****************************************************************
      *                                                               *
      * Register the recovery (or its reversal) on CHGOREG.DAT for    *
      * the period it books to, and hold its GL pair on RCVRYGL.DAT   *
      * for TVMCHGO to carry into the journal.                        *
      *                                                               *
      *****************************************************************

              move mast-currency-code to recovery-currency
              if recovery-currency = spaces
                     move "USD" to recovery-currency
              end-if
              open extend chgo-reg-file
              if chgo-reg-status = "35"
                     open output chgo-reg-file
              end-if
              move spaces to charge-off-reg-record
              move pchk-open-period to chgr-period
              move recovery-event to chgr-event-type
              move mast-account-id to chgr-account-id
              move mast-customer-id to chgr-customer-id
              move mast-product-code to chgr-product-code
              move recovery-currency to chgr-currency-code
              move pay-payment-date to chgr-date
              move payh-post-date to chgr-post-date
              move recovery-amount to chgr-amount
              move 0 to chgr-interest-reversed
              move 0 to chgr-days-past-due
              move 0 to chgr-missed-count
              move tran-seq-num to chgr-tran-seq
              move payh-prior-period to chgr-prior-period
              accept chgr-operator from environment "USER"
              write charge-off-reg-record
              close chgo-reg-file
              open extend recovery-gl-file
              if recovery-gl-status = "35"
                     open output recovery-gl-file
              end-if
              move spaces to gl-detail-record
              move "D" to gld-record-type
              move mast-account-id to gld-account-id
              move recovery-dr-acct to gld-gl-account
              move recovery-amount to gld-amount
              move recovery-currency to gld-currency-code
              move mast-product-code to gld-product-code
              move "RCVY" to gld-entry-type
              move pchk-open-period to gld-post-period
              move payh-prior-period to gld-prior-period
              write gl-detail-record
              move "C" to gld-record-type
              move recovery-cr-acct to gld-gl-account
              write gl-detail-record
              close recovery-gl-file.

       split-payment.

      *****************************************************************
              else
                     move mast-outstanding-bal to outstanding-bal
              end-if
              perform check-payoff-quote
              if payoff-posting
                     move outstanding-bal to principal-portion
                     move payoff-interest to interest-portion
                     move 0 to outstanding-bal
                     exit paragraph
              end-if
              compute interest-portion rounded =
                     outstanding-bal * periodic-rate
              compute principal-portion =
                     pay-amount - interest-portion
              subtract principal-portion from outstanding-bal.

       check-payoff-quote.

      *****************************************************************
      *                                                               *
      * Is this payment the payoff of a registered quote?  The        *
      * latest quote for the account that the payment date falls     *
      * within, and that was quoted against the balance still on the *
      * master -- any payment posted since voids it -- is the one     *
      * that counts.  The interest due is the quote's own actual/365  *
      * accrual carried to the payment date, so funds that arrive     *
      * early owe less and a late payer must have added the per-diem.*
      * Anything paid over the payoff is reported for refund.         *
      *                                                               *
      *****************************************************************

              move "N" to payoff-switch
              move 0 to payoff-excess
              perform varying payoff-index from payoff-count by -1
                     until payoff-index < 1
                     or payoff-posting
                     if po-account-id(payoff-index) = mast-account-id
                        and po-principal(payoff-index)
                            = outstanding-bal
                        and po-quote-date(payoff-index)
                            <= pay-payment-date
                        and po-good-through(payoff-index)
                            >= pay-payment-date
                            perform judge-payoff-amount
                     end-if
              end-perform.

       judge-payoff-amount.
              move 0 to payoff-days
              if po-interest-from(payoff-index) not = 0
                 and po-interest-from(payoff-index)
                     < pay-payment-date
                     compute payoff-days =
                            function integer-of-date(pay-payment-date)
                            - function integer-of-date(
                              po-interest-from(payoff-index))
              end-if
              compute payoff-interest rounded =
                     outstanding-bal * periodic-rate
                     * payoff-days / 365
              compute payoff-due = outstanding-bal + payoff-interest
              if pay-amount >= payoff-due
                     set payoff-posting to true
                     compute payoff-excess = pay-amount - payoff-due
              end-if.

       load-payoff-register.

      *****************************************************************
      *                                                               *
      * Load the payoff register.  No register on disk means no       *
      * payoff has been quoted, and every payment posts as an         *
      * installment as it always has.  Quotes that ran out more than  *
      * a year ago can no longer match a payment and are passed by.  *
      *                                                               *
      *****************************************************************

              move 0 to payoff-count
              open input payoff-reg-file
              if payoff-reg-status not = "00"
                     exit paragraph
              end-if
              perform until payoff-eof
                     read payoff-reg-file
                            at end
                                   set payoff-eof to true
                            not at end
                                   perform load-one-payoff
                     end-read
              end-perform
              close payoff-reg-file.

       load-one-payoff.
              if function integer-of-date(rpt-run-date)
                 - function integer-of-date(poff-good-through) > 365
                     exit paragraph
              end-if
              if payoff-count < payoff-max
                     add 1 to payoff-count
                     move poff-account-id
                            to po-account-id(payoff-count)
                     move poff-date to po-quote-date(payoff-count)
                     move poff-good-through
                            to po-good-through(payoff-count)
                     move poff-interest-from
                            to po-interest-from(payoff-count)
                     move poff-principal
                            to po-principal(payoff-count)
              else
                     display "WARNING: more than 999 current payoffs "
                            "on PAYOFREG.DAT - payoff "
                            poff-number " is not recognized."
              end-if.

       establish-opening-balance.

      *****************************************************************
              move principal-portion to payh-principal
              move outstanding-bal to payh-balance-after
              move tran-seq-num to payh-tran-seq
              move "P" to payh-tran-type
              if payoff-posting
                     move payoff-excess to payh-overpaid
              else
                     move 0 to payh-overpaid
              end-if
              if repost-of-correction
                     move link-seq to payh-orig-seq
                     move link-post-date to payh-orig-post-date
              else
                     move 0 to payh-orig-seq
                     move 0 to payh-orig-post-date
              end-if
              perform set-prior-period
              perform append-payment-history.

       set-prior-period.
              if pchk-adjustment
                     move pchk-posting-period to payh-prior-period
              else
                     move 0 to payh-prior-period
              end-if.

       append-payment-history.
              open extend pay-hist-file
              if pay-hist-status = "35"
                     open output pay-hist-file
       reject-payment.
              add 1 to rejected-count
              move tran-seq-num to tran-seq-out
              display "REJECTED: transaction " tran-seq-out " for "
                     "account " pay-account-id " " reject-reason
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count
              if payoff-posting
                     move payoff-excess to excess-out
                     move spaces to rpt-record
                     string "            *** PAYOFF - ACCOUNT CLOSED"
                            delimited by size
                            "  OVERPAID=" delimited by size
                            excess-out delimited by size
                            " ***" delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
                     add 1 to rpt-line-count
              end-if.

       write-prior-period-line.
              add 1 to prior-period-count
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string "            *** PRIOR-PERIOD ADJUSTMENT - DATED "
                     delimited by size
                     pay-payment-date delimited by size
                     " IN CLOSED PERIOD " delimited by size
                     pchk-posting-period delimited by size
                     ", BOOKED TO " delimited by size
                     pchk-open-period delimited by size
                     " ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       post-one-reversal.
              add 1 to tran-seq-num
              add 1 to tran-read-count
              add pay-amount to tran-amt-hash
              if restart-run and tran-seq-num <= skip-through-seq
                     exit paragraph
              end-if
              perform check-posting-period
              perform reverse-original-payment
              if reversal-done
                     if pchk-adjustment
                            perform write-prior-period-line
                     end-if
                     perform write-checkpoint
              end-if.

       post-one-correction.

      *****************************************************************
      *                                                               *
      * Reverse the payment off the account it was misapplied to and  *
      * repost the amount to the account it belonged to.  The target  *
      * is checked before anything is reversed, so a correction that  *
      * cannot be reposted is rejected whole instead of leaving the   *
      * money reversed off one account and on none.                   *
      *                                                               *
      *****************************************************************

              add 1 to tran-seq-num
              add 1 to tran-read-count
              add pay-amount to tran-amt-hash
              if restart-run and tran-seq-num <= skip-through-seq
                     if tran-seq-num = skip-through-seq
                            and repost-pending
                            perform finish-interrupted-correction
                     end-if
                     exit paragraph
              end-if
              if pay-target-account = spaces
                     or pay-target-account = pay-account-id
                     move "names no account to repost to"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              move pay-target-account to mast-account-id
              read master-file
                     invalid key
                            move "repost account not on master"
                                   to reject-reason
                            perform reject-payment
                            exit paragraph
              end-read
              if mast-product-code not = "ANNU"
                     move "repost account is not ANNU"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              perform check-posting-period
              perform reverse-original-payment
              if not reversal-done
                     exit paragraph
              end-if
              move pay-target-account to pay-account-id
              move "Y" to repost-switch
              perform apply-payment
              move "N" to repost-switch.

       finish-interrupted-correction.

      *****************************************************************
      *                                                               *
      * The run that died had written this correction's reversal to   *
      * PAYHIST.DAT but not its repost.  The original is already      *
      * reversed, so only the repost is left to do -- linked back to  *
      * the original through the reversal record, as it would have    *
      * been had the run not stopped.                                 *
      *                                                               *
      *****************************************************************

              move "N" to repost-pending-switch
              display "RESTART: completing the repost of correction "
                     tran-seq-num " to account " pay-target-account
              move pending-link-seq to link-seq
              move pending-link-post-date to link-post-date
              perform check-posting-period
              move pay-target-account to pay-account-id
              move "Y" to repost-switch
              perform apply-payment
              move "N" to repost-switch.

       check-posting-period.

      *****************************************************************
      *                                                               *
      * Which accounting period does this transaction book to?  Its   *
      * payment date's own period while that is open; the open        *
      * period after it, as a prior-period adjustment, once TVMCLOSE  *
      * has closed it.                                                *
      *                                                               *
      *****************************************************************

              move pay-payment-date to pchk-posting-date
              call "tvmperd" using period-check-request.

       reverse-original-payment.

      *****************************************************************
      *                                                               *
      * Find the original posting on the account's history, write     *
      * the offsetting "R" record, and re-split every later payment   *
      * still standing from the balance the account had before the    *
      * reversed payment.  That balance is the current balance plus   *
      * the effective principal of the reversed payment and of every  *
      * later one; each later payment's interest is refigured on the  *
      * running balance the way split-payment figures it, and only a  *
      * payment whose split actually moved gets an "S" record.        *
      *                                                               *
      *****************************************************************

              move "N" to reversal-done-switch
              if pay-orig-seq not numeric or pay-orig-seq = 0
                     move "carries no original sequence"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              if pay-orig-pay-date not numeric
                     move 0 to pay-orig-pay-date
              end-if
              move pay-account-id to mast-account-id
              read master-file
                     invalid key
                            move "has no master account"
                                   to reject-reason
                            perform reject-payment
                            exit paragraph
              end-read
              if mast-product-code not = "ANNU"
                     move "is not an ANNU account" to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              perform load-account-history
              if hist-full
                     move "history too long to re-split"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              if mast-charged-off
                     perform reverse-recovery
                     exit paragraph
              end-if
              move 0 to orig-index
              perform varying hist-index from hist-count by -1
                     until hist-index < 1 or orig-index > 0
                     if hist-seq(hist-index) = pay-orig-seq
                            and not hist-reversed(hist-index)
                            and (pay-orig-pay-date = 0
                            or hist-pay-date(hist-index)
                            = pay-orig-pay-date)
                            move hist-index to orig-index
                     end-if
              end-perform
              if orig-index = 0
                     move "original not found or reversed"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              if hist-amount(orig-index) not = pay-amount
                     move "amount differs from original"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              move 0 to later-principal
              perform varying hist-index from orig-index by 1
                     until hist-index > hist-count
                     if not hist-reversed(hist-index)
                            add hist-principal(hist-index)
                                   to later-principal
                     end-if
              end-perform
              compute outstanding-bal =
                     mast-outstanding-bal + later-principal
              compute running-bal =
                     mast-outstanding-bal
                     + hist-principal(orig-index)
              move "R" to adj-type
              move hist-amount(orig-index) to adj-amount
              compute adj-interest = 0 - hist-interest(orig-index)
              compute adj-principal = 0 - hist-principal(orig-index)
              move running-bal to adj-balance
              move orig-index to link-index
              perform write-adjustment-history
              add 1 to reversed-count
              perform write-adjustment-line
              move "Y" to hist-reversed-switch(orig-index)
              compute periodic-rate =
                     mast-annual-interest / 100
              perform varying hist-index from orig-index by 1
                     until hist-index > hist-count
                     if not hist-reversed(hist-index)
                            perform resplit-later-payment
                     end-if
              end-perform
              move outstanding-bal to mast-outstanding-bal
              rewrite master-record
                     invalid key
                            display "ERROR: unable to rewrite "
                                   "account " mast-account-id
                                   " - status " master-status
                            exit paragraph
              end-rewrite
              move hist-seq(orig-index) to link-seq
              move hist-post-date(orig-index) to link-post-date
              move pay-amount to amount-out
              move outstanding-bal to balance-out
              perform log-posting
              set reversal-done to true.

       reverse-recovery.

      *****************************************************************
      *                                                               *
      * Only a recovery can be reversed on a charged-off account.     *
      * Its "R" record carries no split and leaves the balance where  *
      * it stands; the recovery comes back off the register and the   *
      * recovery account.  A payment from before the charge-off went  *
      * into the balance that was charged off, so it cannot simply be *
      * taken back here.                                              *
      *                                                               *
      *****************************************************************

              move 0 to orig-index
              perform varying hist-index from hist-count by -1
                     until hist-index < 1 or orig-index > 0
                     if hist-seq(hist-index) = pay-orig-seq
                            and not hist-reversed(hist-index)
                            and (pay-orig-pay-date = 0
                            or hist-pay-date(hist-index)
                            = pay-orig-pay-date)
                            move hist-index to orig-index
                     end-if
              end-perform
              if orig-index = 0
                     move "original not found or reversed"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              if not hist-recovery(orig-index)
                     move "payment predates the charge-off"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              if hist-amount(orig-index) not = pay-amount
                     move "amount differs from original"
                            to reject-reason
                     perform reject-payment
                     exit paragraph
              end-if
              move "R" to adj-type
              move hist-amount(orig-index) to adj-amount
              move 0 to adj-interest
              move 0 to adj-principal
              move mast-outstanding-bal to adj-balance
              move orig-index to link-index
              perform write-adjustment-history
              add 1 to reversed-count
              perform write-adjustment-line
              move "Y" to hist-reversed-switch(orig-index)
              move hist-amount(orig-index) to recovery-amount
              move "B" to recovery-event
              move "40500100" to recovery-dr-acct
              move "10100100" to recovery-cr-acct
              perform write-recovery-records
              move hist-seq(orig-index) to link-seq
              move hist-post-date(orig-index) to link-post-date
              move pay-amount to amount-out
              move mast-outstanding-bal to balance-out
              perform log-posting
              set reversal-done to true.

       resplit-later-payment.
              compute interest-portion rounded =
                     outstanding-bal * periodic-rate
              compute principal-portion =
                     hist-amount(hist-index) - interest-portion
              subtract principal-portion from outstanding-bal
              compute interest-delta =
                     interest-portion - hist-interest(hist-index)
              compute principal-delta =
                     principal-portion - hist-principal(hist-index)
              if interest-delta = 0 and principal-delta = 0
                     exit paragraph
              end-if
              subtract principal-delta from running-bal
              move "S" to adj-type
              move 0 to adj-amount
              move interest-delta to adj-interest
              move principal-delta to adj-principal
              move running-bal to adj-balance
              move hist-index to link-index
              perform write-adjustment-history
              add 1 to resplit-count
              perform write-adjustment-line
              move interest-portion to hist-interest(hist-index)
              move principal-portion to hist-principal(hist-index).

       load-account-history.

      *****************************************************************
      *                                                               *
      * Load the account's payments off the history in posting        *
      * order.  A reversal marks the payment it links to; a re-split  *
      * folds its change into that payment's effective split.         *
      *                                                               *
      *****************************************************************

              move 0 to hist-count
              move "N" to hist-full-switch
              move "N" to pay-scan-eof-switch
              open input pay-hist-file
              if pay-hist-status not = "00"
                     exit paragraph
              end-if
              perform until pay-scan-eof
                     read pay-hist-file
                            at end
                                   set pay-scan-eof to true
                            not at end
                                   if payh-account-id = mast-account-id
                                          perform load-one-history
                                   end-if
                     end-read
              end-perform
              close pay-hist-file.

       load-one-history.
              if payh-payment or payh-recovery
                     if hist-count >= 999
                            set hist-full to true
                            exit paragraph
                     end-if
                     add 1 to hist-count
                     move payh-tran-seq to hist-seq(hist-count)
                     move payh-post-date to hist-post-date(hist-count)
                     move payh-payment-date
                            to hist-pay-date(hist-count)
                     move payh-amount to hist-amount(hist-count)
                     move payh-interest to hist-interest(hist-count)
                     move payh-principal
                            to hist-principal(hist-count)
                     move "N" to hist-reversed-switch(hist-count)
                     move "N" to hist-recovery-switch(hist-count)
                     if payh-recovery
                            move "Y" to hist-recovery-switch(hist-count)
                     end-if
                     exit paragraph
              end-if
              move 0 to link-index
              perform varying hist-index from hist-count by -1
                     until hist-index < 1 or link-index > 0
                     if hist-seq(hist-index) = payh-orig-seq
                            and hist-post-date(hist-index)
                            = payh-orig-post-date
                            move hist-index to link-index
                     end-if
              end-perform
              if link-index = 0
                     exit paragraph
              end-if
              if payh-reversal
                     move "Y" to hist-reversed-switch(link-index)
              end-if
              if payh-resplit
                     add payh-interest to hist-interest(link-index)
                     add payh-principal to hist-principal(link-index)
              end-if.

       write-adjustment-history.
              move spaces to payhist-record
              move mast-account-id to payh-account-id
              move pay-payment-date to payh-payment-date
              accept payh-post-date from date yyyymmdd
              accept payh-post-time from time
              move adj-amount to payh-amount
              move adj-interest to payh-interest
              move adj-principal to payh-principal
              move adj-balance to payh-balance-after
              move tran-seq-num to payh-tran-seq
              move adj-type to payh-tran-type
              move 0 to payh-overpaid
              move hist-seq(link-index) to payh-orig-seq
              move hist-post-date(link-index) to payh-orig-post-date
              perform set-prior-period
              perform append-payment-history.

       write-adjustment-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move hist-seq(link-index) to orig-seq-out
              move hist-amount(link-index) to amount-out
              move adj-principal to principal-out
              move adj-balance to balance-out
              move spaces to rpt-record
              if adj-type = "R"
                     string mast-account-id delimited by size
                            "  REVERSED SEQ " delimited by size
                            orig-seq-out delimited by size
                            " POSTED " delimited by size
                            hist-post-date(link-index)
                            delimited by size
                            "  PAID=" delimited by size
                            amount-out delimited by size
                            "  PRIN=" delimited by size
                            principal-out delimited by size
                            "  BAL=" delimited by size
                            balance-out delimited by size
                            into rpt-record
                     end-string
              else
                     string mast-account-id delimited by size
                            "  RE-SPLIT SEQ " delimited by size
                            orig-seq-out delimited by size
                            " POSTED " delimited by size
                            hist-post-date(link-index)
                            delimited by size
                            "  PAID=" delimited by size
                            amount-out delimited by size
                            "  PRIN=" delimited by size
                            principal-out delimited by size
                            "  BAL=" delimited by size
                            balance-out delimited by size
                            into rpt-record
                     end-string
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       balance-tran-file.
                                   to skip-through-seq
                     else
                            move resume-seq-num to skip-through-seq
                            move "N" to repost-pending-switch
                     end-if
                     display "RESTART: resuming payment posting "
                            "after transaction " skip-through-seq
      * An older-layout last record carries no sequence and reads     *
      * as "trust the checkpoint".                                    *
      *                                                               *
      * A correction writes its reversal before its repost, both      *
      * under the one sequence.  If that sequence's last record is    *
      * the reversal (or a re-split it caused), the repost never      *
      * went out: the reversal's link to the original is kept so the  *
      * restart can finish the correction rather than skip it.        *
      *                                                               *
      *****************************************************************

              move 0 to last-posted-seq
              move "N" to repost-pending-switch
              move "N" to pay-scan-eof-switch
              open input pay-hist-file
              if pay-hist-status = "00"
                                   at end
                                          set pay-scan-eof to true
                                   not at end
                                          perform note-posted-record
                            end-read
                     end-perform
                     close pay-hist-file
              end-if.

       note-posted-record.
              if payh-tran-seq not numeric
                     move 0 to last-posted-seq
                     move "N" to repost-pending-switch
                     exit paragraph
              end-if
              if payh-tran-seq not = last-posted-seq
                     move "N" to repost-pending-switch
              end-if
              move payh-tran-seq to last-posted-seq
              evaluate true
                     when payh-reversal
                            move "Y" to repost-pending-switch
                            move payh-orig-seq to pending-link-seq
                            move payh-orig-post-date
                                   to pending-link-post-date
                     when payh-resplit
                            continue
                     when other
                            move "N" to repost-pending-switch
              end-evaluate.

       write-checkpoint.
              move "PAYP" to ckpt-program-id
              move tran-seq-num to ckpt-last-key-num

       close-report.
              move posted-count to posted-out
              move paid-off-count to paid-off-out
              move recovered-count to recovered-out
              move rejected-count to rejected-out
              move reversed-count to reversed-out
              move resplit-count to resplit-out
              move spaces to rpt-record
              write rpt-record
              if prior-period-count > 0
                     move prior-period-count to prior-period-out
                     move spaces to rpt-record
                     string "*** " delimited by size
                            prior-period-out delimited by size
                            " PRIOR-PERIOD ADJUSTMENT(S) DATED INTO A "
                            delimited by size
                            "CLOSED PERIOD - BOOKED TO THE OPEN PERIOD"
                            delimited by size
                            " ***" delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
              end-if
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     posted-out delimited by size
                     " POSTED, " delimited by size
                     paid-off-out delimited by size
                     " PAID OFF, " delimited by size
                     recovered-out delimited by size
                     " RECOVERED, " delimited by size
                     reversed-out delimited by size
                     " REVERSED, " delimited by size
                     resplit-out delimited by size
                     " RE-SPLIT, " delimited by size
                     rejected-out delimited by size
                     " REJECTED ***" delimited by size
                     into rpt-record
