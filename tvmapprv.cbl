      * (withdraw) their own change.  Every disposition writes a      *
      * maintenance audit record carrying both identities.            *
      *                                                               *
      * A loan modification queued by TVMMODF (action "MOD") is       *
      * re-amortized here from the balance standing at approval, and  *
      * its MODHIST.DAT history record is marked applied or rejected  *
      * with the approver on it.                                      *
      *                                                               *
      * TVMCTLM queues changes to LIMITS.DAT (action "LIM", key       *
      * "*LIMITS") and to rate curve bands (CVA add, CVC change, CVD  *
      * delete, key "*CURVE" and the band's low year) the same way.   *
      * Those are applied here to the control file itself, only if    *
      * the record still matches the before image the maker saw, and  *
      * the disposition is audited to CTLAUD.DAT instead.             *
      *                                                               *
      * A reopen of a closed accounting period (action "REO", key     *
      * "*PER" and the period) is applied to PERIOD.DAT the same way, *
      * only while the period is still closed and no later period     *
      * has closed since; the period record keeps who asked for the   *
      * reopen, who approved it and why, and the disposition goes to  *
      * CTLAUD.DAT.                                                   *
      *                                                               *
      *****************************************************************

       identification division.
                     organization is line sequential
                     file status is maint-audit-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select limits-file assign to "LIMITS.DAT"
                     organization is line sequential
                     file status is limits-status.

              select curve-file assign to "RATECURV.DAT"
                     organization is line sequential
                     file status is curve-status.

              select ctl-audit-file assign to "CTLAUD.DAT"
                     organization is line sequential
                     file status is ctl-audit-status.

              select period-file assign to "PERIOD.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is per-period
                     file status is period-status.

       data division.
       file section.
       fd  pend-chg-file.
       fd  maint-audit-file.
       copy "maintaud.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  limits-file.
       copy "limits.cpy".

       fd  curve-file.
       copy "ratecurv.cpy".

       fd  ctl-audit-file.
       copy "ctlaud.cpy".

       fd  period-file.
       copy "period.cpy".

       working-storage section.

       01 PEND-CHG-STATUS        PIC XX.

       01 MAINT-AUDIT-STATUS     PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 LIMITS-STATUS          PIC XX.

       01 CURVE-STATUS           PIC XX.

       01 CTL-AUDIT-STATUS       PIC XX.

       01 PERIOD-STATUS          PIC XX.

       01 APPRV-SWITCHES.
              05 APPRV-CHOICE            PIC X VALUE SPACE.
                     88 APPRV-LIST       VALUE "L" "l".
                     88 PEND-EOF         VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".
              05 HIST-EOF-SWITCH         PIC X VALUE "N".
                     88 HIST-EOF         VALUE "Y".
              05 MOD-FOUND-SWITCH        PIC X VALUE "N".
                     88 MOD-FOUND        VALUE "Y".
              05 CURVE-EOF-SWITCH        PIC X VALUE "N".
                     88 CURVE-EOF        VALUE "Y".
              05 BAND-FOUND-SWITCH       PIC X VALUE "N".
                     88 BAND-FOUND       VALUE "Y".
              05 CONTROL-OK-SWITCH       PIC X VALUE "N".
                     88 CONTROL-OK       VALUE "Y".
              05 PERIOD-EOF-SWITCH       PIC X VALUE "N".
                     88 PERIOD-EOF       VALUE "Y".
              05 LATER-CLOSED-SWITCH     PIC X VALUE "N".
                     88 LATER-CLOSED     VALUE "Y".

       01 APPRV-WORK-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 PENDING-COUNT      PIC 9(5) USAGE COMP VALUE 0.
              05 PENDING-OUT        PIC ZZZZ9 USAGE DISPLAY.
              05 DISPOSED-ACTION    PIC X(3).
              05 TODAY-DATE         PIC 9(8).
              05 MOD-KEY-SAVE       PIC X(13).
              05 CURRENT-LIMITS     PIC X(34).

      *****************************************************************
      *                                                               *
      * The rate curve as it stands at approval, held in low-year     *
      * order and written back whole once the band change is made.    *
      *                                                               *
      *****************************************************************

       01 CURVE-FIELDS.
              05 CURVE-TABLE-MAX    PIC 9(3) USAGE COMP VALUE 20.
              05 CURVE-COUNT        PIC 9(3) USAGE COMP VALUE 0.
              05 CURVE-INDEX        PIC 9(3) USAGE COMP.
              05 BAND-INDEX         PIC 9(3) USAGE COMP.
              05 CURVE-TABLE.
                     10 CURVE-ENTRY OCCURS 20 TIMES.
                            15 CURVE-TBL-LOW    PIC 99.
                            15 CURVE-TBL-HIGH   PIC 99.
                            15 CURVE-TBL-RATE   PIC 99V9999.
              05 QUEUED-BAND.
                     10 QUEUED-BAND-LOW    PIC 99.
                     10 QUEUED-BAND-HIGH   PIC 99.
                     10 QUEUED-BAND-RATE   PIC 99V9999.
              05 LOW-OUT            PIC Z9 USAGE DISPLAY.
              05 HIGH-OUT           PIC Z9 USAGE DISPLAY.

       01 REAMORT-FIELDS.
              05 REMAINING-OLD      PIC S9(3) USAGE COMP.
              05 AMORT-PERIODS      PIC S9(3) USAGE COMP.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(8) USAGE COMP.
              05 DENOMINATOR        PIC S9(9)V9(8) USAGE COMP.
              05 FACTOR             PIC S9(5)V9(8) USAGE COMP.
              05 BASIS-BAL          PIC S9(9)V99 USAGE COMP.
              05 CAPITAL-BAL        PIC S9(9)V99 USAGE COMP.
              05 NEW-PAYMENT        PIC S9(9)V99 USAGE COMP.
              05 RATE-OUT           PIC Z9.9999 USAGE DISPLAY.
              05 NEW-RATE-OUT       PIC Z9.9999 USAGE DISPLAY.
              05 TERM-OUT           PIC Z9 USAGE DISPLAY.
              05 NEW-TERM-OUT       PIC Z9 USAGE DISPLAY.
              05 INSTALL-OUT        PIC Z9 USAGE DISPLAY.
              05 DEFER-OUT          PIC Z9 USAGE DISPLAY.
              05 PMT-OUT            PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.

      *****************************************************************
      *                                                               *
              05 PAFT-LAST-ACCRUAL-DATE PIC 9(8).
              05 PAFT-ROLLOVER-CODE     PIC X(4).

       copy "purgreq.cpy".

       procedure division.
       main-logic.
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              accept today-date from date yyyymmdd
              open i-o pend-chg-file
              if pend-chg-status not = "00"
                     display "No pending changes on file - nothing "
                     close pend-chg-file
                     perform end-program
              end-if
              open i-o mod-hist-file
              perform until apprv-done
                     perform display-menu
                     accept apprv-choice
              end-perform
              close pend-chg-file
              close master-file
              if mod-hist-status not = "35"
                     close mod-hist-file
              end-if
              perform end-program.

       display-menu.
              display " "
              display "CHANGE APPROVAL  (OPERATOR: "
                     current-operator ")"
              display "  L. List pending changes"
              display "  A. Apply a pending change"
              display pending-out " change(s) pending approval.".

       get-pending-change.
              display "Enter account id or control key: "
              accept work-account-id
              move work-account-id to pend-account-id
              if work-account-id(1:6) = "*CURVE"
                 or work-account-id(1:6) = "*curve"
                     move spaces to pend-account-id
                     move "*" to pend-control-mark
                     move "CURVE" to pend-control-file
                     if function test-numval(work-account-id(7:4)) = 0
                            compute pend-control-band =
                                   function numval(work-account-id(7:4))
                     end-if
                     move pend-account-id to work-account-id
              end-if
              if work-account-id = "*limits"
                     move "*LIMITS" to work-account-id
                     move work-account-id to pend-account-id
              end-if
              if work-account-id(1:4) = "*per"
                     move "*PER" to work-account-id(1:4)
                     move work-account-id to pend-account-id
              end-if
              read pend-chg-file
                     invalid key
                            display "No pending change for account "
              end-read.

       display-pending-change.
              if pend-control-table
                     perform display-control-change
                     exit paragraph
              end-if
              display "Account:  " pend-account-id
              display "Action:   " pend-action "  (" pend-reason ")"
              display "Queued:   " pend-date " " pend-time
                     display "After:    (record deleted)"
              else
                     display "After:    " pend-after-image
              end-if
              if pend-action = "MOD"
                     perform find-pending-modification
                     if mod-found
                            perform display-modification
                     end-if
              end-if.

       display-modification.
              move modh-old-rate to rate-out
              move modh-new-rate to new-rate-out
              move modh-old-term to term-out
              move modh-new-term to new-term-out
              move modh-start-installment to install-out
              move modh-defer-count to defer-out
              move modh-new-payment to pmt-out
              display "Modification " modh-sequence ": "
                     modh-reason-code " " modh-reason-text
              display "  Effective " modh-effective-date
                     " from installment " install-out
                     ", deferring " defer-out
              display "  Rate " rate-out "% -> " new-rate-out
                     "%  Term " term-out " -> " new-term-out
                     "  Quoted payment " pmt-out.

       display-control-change.
              display "Control:  " pend-account-id
              display "Action:   " pend-action "  (" pend-reason ")"
              display "Queued:   " pend-date " " pend-time
                     " by " pend-maker
              if pend-limits-change
                     display "Before:   " pend-before-image(1:34)
                     display "After:    " pend-after-image(1:34)
                     display "          (rate 99V9999, term 99, "
                            "principal 9(9)V99, dual-control amount "
                            "9(9)V99, FX tolerance 99V99)"
                     exit paragraph
              end-if
              if pend-period-change
                     move pend-before-image to period-record
                     display "Period:   " pend-period-id
                            "  reopen - closed " per-closed-date
                            " by " per-closed-by
                     display "          a posting dated into the "
                            "period will book there again until "
                            "TVMCLOSE closes it once more"
                     exit paragraph
              end-if
              if pend-before-image = spaces
                     display "Before:   (new band)"
              else
                     move pend-before-image(1:10) to queued-band
                     perform display-queued-band
              end-if
              if pend-action = "CVD"
                     display "After:    (band deleted)"
              else
                     move pend-after-image(1:10) to queued-band
                     perform display-queued-band
              end-if.

       display-queued-band.
              move queued-band-low to low-out
              move queued-band-high to high-out
              move queued-band-rate to rate-out
              display "          years " low-out " - " high-out
                     "  " rate-out "%".

       find-pending-modification.

      *****************************************************************
      *                                                               *
      * Locate the account's PENDING history record -- there can be   *
      * only one, since PENDCHG.DAT holds one change per account.     *
      *                                                               *
      *****************************************************************

              move "N" to mod-found-switch
              move "N" to hist-eof-switch
              move pend-account-id to modh-account-id
              move 0 to modh-sequence
              start mod-hist-file key is not less than modh-key
                     invalid key
                            set hist-eof to true
              end-start
              perform until hist-eof
                     read mod-hist-file next record
                            at end
                                   set hist-eof to true
                            not at end
                                   if modh-account-id
                                          not = pend-account-id
                                          set hist-eof to true
                                   else
                                          if modh-pending
                                                 set mod-found to true
                                                 move modh-key
                                                        to mod-key-save
                                          end-if
                                   end-if
                     end-read
              end-perform
              if mod-found
                     move mod-key-save to modh-key
                     read mod-hist-file
                            invalid key
                                   move "N" to mod-found-switch
                     end-read
              end-if.

       apply-change.
                     display "Apply cancelled."
                     go to apply-change-exit
              end-if
              if pend-control-table
                     perform apply-control-change
                        thru apply-control-change-exit
                     go to apply-change-exit
              end-if
              move pend-account-id to mast-account-id
              read master-file
                     invalid key
                                   "file - reject the change."
                            go to apply-change-exit
              end-read
              if pend-action = "MOD"
                     perform find-pending-modification
                     if not mod-found
                            display "No pending modification history "
                                   "for account " pend-account-id
                                   " - reject the change."
                            go to apply-change-exit
                     end-if
                     perform reamortize-modification
                     if new-payment not > 0
                            display "Nothing left to re-amortize on "
                                   "account " pend-account-id
                                   " - reject the change."
                            go to apply-change-exit
                     end-if
              end-if
              if pend-action = "DEL"
                     delete master-file
                            invalid key
                                          " - status " master-status
                                   go to apply-change-exit
                     end-delete
                     move pend-account-id to purg-account-id
                     set purg-keep-pending to true
                     call "tvmpurg" using purge-request
              else
                     if pend-action = "MOD"
                            perform overlay-modified-terms
                     else
                            perform overlay-approved-fields
                     end-if
                     rewrite master-record
                            invalid key
                                   display "ERROR: unable to change "
                                   go to apply-change-exit
                     end-rewrite
              end-if
              if pend-action = "MOD"
                     set modh-applied to true
                     perform dispose-modification
              end-if
              move pend-action to disposed-action
              perform write-approval-audit
              perform remove-pending-change
                     display "Reject cancelled."
                     go to reject-change-exit
              end-if
              if pend-action = "MOD"
                     perform find-pending-modification
                     if mod-found
                            set modh-rejected to true
                            perform dispose-modification
                     end-if
              end-if
              move "REJ" to disposed-action
              if pend-control-table
                     perform write-control-approval-audit
              else
                     perform write-approval-audit
              end-if
              perform remove-pending-change
              display "Change for " work-account-id " rejected.".

       reject-change-exit.
              continue.

       apply-control-change.

      *****************************************************************
      *                                                               *
      * Apply a queued LIMITS.DAT or rate curve change.  The record   *
      * on file must still be the one the maker changed -- anything   *
      * else means the table moved underneath the queued change, and  *
      * it must be rejected and keyed again.  A curve band is         *
      * checked once more for overlap against the curve as it now     *
      * stands before the file is rewritten.                          *
      *                                                               *
      *****************************************************************

              move "N" to control-ok-switch
              evaluate true
                     when pend-limits-change
                            perform apply-limits-change
                     when pend-period-change
                            perform apply-period-reopen
                     when other
                            perform apply-curve-change
              end-evaluate
              if not control-ok
                     go to apply-control-change-exit
              end-if
              move pend-action to disposed-action
              perform write-control-approval-audit
              perform remove-pending-change
              display "Change for " work-account-id " applied.".

       apply-control-change-exit.
              continue.

       apply-limits-change.
              move spaces to current-limits
              move 0 to lim-dual-control-amount
              move 0 to lim-fx-tolerance-pct
              open input limits-file
              if limits-status = "00"
                     read limits-file
                            not at end
                                   if lim-dual-control-amount
                                          not numeric
                                          move 0 to
                                                 lim-dual-control-amount
                                   end-if
                                   if lim-fx-tolerance-pct not numeric
                                          move 0 to lim-fx-tolerance-pct
                                   end-if
                                   move limits-record to current-limits
                     end-read
                     close limits-file
              end-if
              if current-limits not = pend-before-image(1:34)
                     display "LIMITS.DAT has changed since this "
                            "change was queued - reject it."
                     exit paragraph
              end-if
              open output limits-file
              if limits-status not = "00"
                     display "ERROR: unable to write LIMITS.DAT - "
                            "status " limits-status
                     exit paragraph
              end-if
              move pend-after-image(1:34) to limits-record
              write limits-record
              close limits-file
              move "Y" to control-ok-switch.

       apply-period-reopen.

      *****************************************************************
      *                                                               *
      * Periods reopen newest first: the period must still be closed  *
      * and no period after it closed, or the books would have a      *
      * closed month following an open one.                           *
      *                                                               *
      *****************************************************************

              open i-o period-file
              if period-status not = "00"
                     display "ERROR: unable to open PERIOD.DAT - "
                            "status " period-status
                     exit paragraph
              end-if
              move "N" to later-closed-switch
              move "N" to period-eof-switch
              move pend-period-id to per-period
              start period-file key is greater than per-period
                     invalid key
                            set period-eof to true
              end-start
              perform until period-eof or later-closed
                     read period-file next record
                            at end
                                   set period-eof to true
                            not at end
                                   if per-locked
                                          set later-closed to true
                                   end-if
                     end-read
              end-perform
              if later-closed
                     display "Period " per-period " has closed since "
                            "- reject the change."
                     close period-file
                     exit paragraph
              end-if
              move pend-period-id to per-period
              read period-file
                     invalid key
                            display "Period " pend-period-id " is no "
                                   "longer on file - reject the change."
                            close period-file
                            exit paragraph
              end-read
              if not per-closed
                     display "Period " pend-period-id " is no longer "
                            "closed - reject the change."
                     close period-file
                     exit paragraph
              end-if
              set per-open to true
              add 1 to per-reopen-count
              move today-date to per-reopened-date
              move pend-maker to per-reopened-by
              move current-operator to per-reopen-approver
              move pend-reason to per-reopen-reason
              rewrite period-record
                     invalid key
                            display "ERROR: unable to reopen the "
                                   "period - status " period-status
                            close period-file
                            exit paragraph
              end-rewrite
              close period-file
              move period-record(1:64) to pend-after-image
              move "Y" to control-ok-switch.

       apply-curve-change.
              perform load-curve-table
              move "N" to band-found-switch
              move 0 to band-index
              perform varying curve-index from 1 by 1
                     until curve-index > curve-count
                     or band-found
                     if curve-tbl-low(curve-index) = pend-control-band
                            set band-found to true
                            move curve-index to band-index
                     end-if
              end-perform
              if pend-action = "CVA"
                     if band-found
                            display "A band already starts at that "
                                   "year - reject the change."
                            exit paragraph
                     end-if
                     if curve-count not < curve-table-max
                            display "The curve already has "
                                   curve-table-max " bands - reject "
                                   "the change."
                            exit paragraph
                     end-if
              else
                     if not band-found
                        or curve-entry(band-index)
                            not = pend-before-image(1:10)
                            display "The band has changed since this "
                                   "change was queued - reject it."
                            exit paragraph
                     end-if
              end-if
              if pend-action not = "CVD"
                     move pend-after-image(1:10) to queued-band
                     perform varying curve-index from 1 by 1
                            until curve-index > curve-count
                            if curve-index not = band-index
                               and queued-band-low
                                   not > curve-tbl-high(curve-index)
                               and curve-tbl-low(curve-index)
                                   not > queued-band-high
                                   display "The band now overlaps "
                                          "another on the curve - "
                                          "reject the change."
                                   exit paragraph
                            end-if
                     end-perform
              end-if
              evaluate pend-action
                     when "CVA"
                            move curve-count to curve-index
                            add 1 to curve-count
                            perform until curve-index = 0
                               or curve-tbl-low(curve-index)
                                  < queued-band-low
                                   move curve-entry(curve-index) to
                                          curve-entry(curve-index + 1)
                                   subtract 1 from curve-index
                            end-perform
                            add 1 to curve-index
                            move queued-band to curve-entry(curve-index)
                     when "CVC"
                            move queued-band to curve-entry(band-index)
                     when other
                            perform varying curve-index
                                   from band-index by 1
                                   until curve-index not < curve-count
                                   move curve-entry(curve-index + 1)
                                          to curve-entry(curve-index)
                            end-perform
                            subtract 1 from curve-count
              end-evaluate
              open output curve-file
              if curve-status not = "00"
                     display "ERROR: unable to write RATECURV.DAT - "
                            "status " curve-status
                     exit paragraph
              end-if
              perform varying curve-index from 1 by 1
                     until curve-index > curve-count
                     move curve-entry(curve-index) to ratecurv-record
                     write ratecurv-record
              end-perform
              close curve-file
              move "Y" to control-ok-switch.

       load-curve-table.
              move 0 to curve-count
              move "N" to curve-eof-switch
              open input curve-file
              if curve-status not = "00"
                     exit paragraph
              end-if
              perform until curve-eof
                     read curve-file
                            at end
                                   set curve-eof to true
                            not at end
                                   if curve-count < curve-table-max
                                          add 1 to curve-count
                                          move ratecurv-record
                                            to curve-entry(curve-count)
                                   end-if
                     end-read
              end-perform
              close curve-file.

       overlay-approved-fields.

      *****************************************************************
              move paft-customer-id to mast-customer-id
              move paft-rollover-code to mast-rollover-code.

       reamortize-modification.

      *****************************************************************
      *                                                               *
      * Re-amortize the modification from the account as it stands    *
      * now, the arithmetic TVMMODF quoted it with: PAYPOST's         *
      * balance, or before the first posting the present value at     *
      * the old rate of the old payments still to come; each          *
      * deferred installment capitalizes a year's interest at the     *
      * new rate; the result is levelled over the paying              *
      * installments left to the new term.                            *
      *                                                               *
      *****************************************************************

              compute remaining-old =
                     mast-annual-term - modh-start-installment + 1
              if mast-outstanding-bal not = 0
                     move mast-outstanding-bal to basis-bal
              else
                     move 0 to basis-bal
                     if remaining-old > 0
                            compute periodic-rate =
                                   mast-annual-interest / 100
                            if periodic-rate = 0
                                   compute basis-bal rounded =
                                          mast-amount * remaining-old
                            else
                                   compute base-factor =
                                          1 + periodic-rate
                                   compute denominator =
                                          base-factor ** remaining-old
                                   compute basis-bal rounded =
                                          mast-amount
                                          * (1 - 1 / denominator)
                                          / periodic-rate
                            end-if
                     end-if
              end-if
              compute periodic-rate = modh-new-rate / 100
              compute base-factor = 1 + periodic-rate
              compute capital-bal rounded =
                     basis-bal * (base-factor ** modh-defer-count)
              compute amort-periods = modh-new-term
                     - modh-start-installment + 1 - modh-defer-count
              move 0 to new-payment
              if amort-periods < 1 or capital-bal not > 0
                     exit paragraph
              end-if
              if periodic-rate = 0
                     divide 1 by amort-periods giving factor
              else
                     compute denominator =
                            base-factor ** amort-periods
                     multiply periodic-rate by denominator giving
                     numerator
                     subtract 1 from denominator
                     divide numerator by denominator giving factor
              end-if
              multiply capital-bal by factor giving new-payment
                     rounded.

       overlay-modified-terms.

      *****************************************************************
      *                                                               *
      * A modification changes only the rate, term, and payment.  The *
      * terms being replaced are taken off the live record for the    *
      * history.  Before the first posting the balance the            *
      * modification was levelled from is established on the master,  *
      * so PAYPOST carries on from it rather than from a present      *
      * value of the new terms back to the open date.                 *
      *                                                               *
      *****************************************************************

              move mast-annual-interest to modh-old-rate
              move mast-annual-term to modh-old-term
              move mast-amount to modh-old-payment
              move basis-bal to modh-reamort-balance
              move new-payment to modh-new-payment
              move modh-new-rate to mast-annual-interest
              move modh-new-term to mast-annual-term
              move new-payment to mast-amount
              if mast-outstanding-bal = 0
                     move basis-bal to mast-outstanding-bal
              end-if.

       dispose-modification.
              move current-operator to modh-approver
              move today-date to modh-approved-date
              rewrite modification-history-record
                     invalid key
                            display "ERROR: unable to update the "
                                   "modification history - status "
                                   mod-hist-status
              end-rewrite.

       remove-pending-change.
              move work-account-id to pend-account-id
              delete pend-chg-file
              move pend-account-id to maud-account-id
              move pend-before-image to maud-before-image
              if disposed-action = "CHG"
                 or disposed-action = "MOD"
                     move master-record to maud-after-image
              else
                     move pend-after-image to maud-after-image
              write maint-audit-record
              close maint-audit-file.

       write-control-approval-audit.

      *****************************************************************
      *                                                               *
      * A control table disposition goes to CTLAUD.DAT, alongside     *
      * the direct changes TVMCTLM audits there, with the maker as    *
      * operator and the approver beside them.  A period reopen,      *
      * applied or rejected, carries the period, its status, the      *
      * reopen count and the reason asked for as the after image,     *
      * since PERIOD.DAT keeps only the latest reopen's reason.       *
      *                                                               *
      *****************************************************************

              open extend ctl-audit-file
              if ctl-audit-status = "35"
                     open output ctl-audit-file
              end-if
              move spaces to control-audit-record
              accept caud-date from date yyyymmdd
              accept caud-time from time
              move pend-maker to caud-operator
              move disposed-action to caud-action
              evaluate true
                     when pend-limits-change
                            move "LIMITS" to caud-table
                            move "LIMITS" to caud-key
                     when pend-period-change
                            move "PERIOD" to caud-table
                            move pend-period-id to caud-key
                     when other
                            move "RATECURV" to caud-table
                            move pend-control-band to caud-key
              end-evaluate
              move pend-before-image to caud-before-image
              move pend-after-image to caud-after-image
              if pend-period-change
                     move pend-after-image to period-record
                     move spaces to caud-after-image
                     string per-period delimited by size
                            per-status delimited by size
                            per-reopen-count delimited by size
                            pend-reason delimited by size
                            into caud-after-image
                     end-string
              end-if
              move current-operator to caud-approver
              write control-audit-record
              close ctl-audit-file.

       end-program.
              goback.
