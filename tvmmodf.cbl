      *****************************************************************
      * LOAN MODIFICATION                                             *
      *                                                               *
      * The maker side of a hardship modification to an ANNU          *
      * account: extend the term, cut the rate, defer installments,   *
      * or any combination, effective from a given date.  Changing    *
      * MAST-ANNUAL-TERM or MAST-ANNUAL-INTEREST in place through     *
      * TVMMAINT re-draws the whole schedule from the open date, so   *
      * a modified borrower suddenly shows decades ahead or behind;   *
      * a modification instead leaves every installment already due   *
      * on its original terms and re-amortizes only what remains.     *
      *                                                               *
      * The installments falling due after the effective date are     *
      * re-levelled: the balance outstanding (PAYPOST's, or before    *
      * the first posting the present value of the remaining          *
      * payments) has any deferred installments' interest             *
      * capitalized onto it and is then paid off by a new level       *
      * payment, FAGP's A = P * [i(1+i)^n / ((1+i)^n - 1)], over the  *
      * installments left to the new term.                            *
      *                                                               *
      * Every modification goes through dual control.  It is          *
      * written to the MODHIST.DAT modification history PENDING and   *
      * queued to PENDCHG.DAT as action "MOD" for a second operator   *
      * to apply or reject through TVMAPPRV, which re-amortizes from  *
      * the balance as it stands at approval.  The history record     *
      * carries the effective date, the old and new rate, term, and   *
      * payment, the reason code, the maker, and the approver.        *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmmodf is initial program.

       environment division.
       input-output section.
       file-control.
              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select pend-chg-file assign to "PENDCHG.DAT"
                     organization is indexed
                     access mode is random
                     record key is pend-account-id
                     file status is pend-chg-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select limits-file assign to "LIMITS.DAT"
                     organization is line sequential
                     file status is limits-status.

       data division.
       file section.
       fd  master-file.
       copy "master.cpy".

       fd  pend-chg-file.
       copy "pendchg.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  limits-file.
       copy "limits.cpy".

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 PEND-CHG-STATUS        PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 LIMITS-STATUS          PIC XX.

       01 EDIT-INPUT             PIC X(15).

       01 MODF-SWITCHES.
              05 MODF-CHOICE             PIC X VALUE SPACE.
                     88 MODF-REQUEST     VALUE "M" "m".
                     88 MODF-HISTORY     VALUE "H" "h".
                     88 MODF-QUIT        VALUE "Q" "q".
              05 MODF-DONE-SWITCH        PIC X VALUE "N".
                     88 MODF-DONE        VALUE "Y".
              05 ENTRY-OK-SWITCH         PIC X VALUE "N".
                     88 ENTRY-OK         VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".
              05 HIST-EOF-SWITCH         PIC X VALUE "N".
                     88 HIST-EOF         VALUE "Y".

       01 MODF-WORK-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 WORK-ACCOUNT-ID    PIC X(10).
              05 TODAY-DATE         PIC 9(8).
              05 NEXT-SEQUENCE      PIC 9(3).
              05 LAST-EFFECTIVE-DATE PIC 9(8).
              05 HIST-COUNT         PIC 9(3) USAGE COMP.
              05 EFFECTIVE-DATE     PIC 9(8).
              05 NEW-RATE           PIC 99V9999.
              05 NEW-TERM           PIC 99.
              05 DEFER-COUNT        PIC 99.
              05 REASON-CODE        PIC X(4).
                     88 REASON-VALID VALUE "HARD" "RATE" "TERM"
                                           "DEFR".
              05 REASON-TEXT        PIC X(30).

       01 REAMORT-FIELDS.
              05 ELAPSED-YEARS      PIC S9(3) USAGE COMP.
              05 START-INSTALLMENT  PIC S9(3) USAGE COMP.
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
              05 EFF-DATE-NUM       PIC 9(8).
              05 EFF-DATE-SPLIT REDEFINES EFF-DATE-NUM.
                     10 EFF-YYYY    PIC 9(4).
                     10 EFF-MMDD    PIC 9(4).
              05 OPEN-DATE-NUM      PIC 9(8).
              05 OPEN-DATE-SPLIT REDEFINES OPEN-DATE-NUM.
                     10 OPEN-YYYY   PIC 9(4).
                     10 OPEN-MMDD   PIC 9(4).

       01 MODF-DISP-FIELDS.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 BALANCE-OUT        PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 RATE-OUT           PIC Z9.9999 USAGE DISPLAY.
              05 NEW-RATE-OUT       PIC Z9.9999 USAGE DISPLAY.
              05 TERM-OUT           PIC Z9 USAGE DISPLAY.
              05 NEW-TERM-OUT       PIC Z9 USAGE DISPLAY.
              05 INSTALL-OUT        PIC Z9 USAGE DISPLAY.
              05 DEFER-OUT          PIC Z9 USAGE DISPLAY.
              05 PMT-OUT            PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 NEW-PMT-OUT        PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 LIM-INTEREST-OUT   PIC Z9.9999 USAGE DISPLAY.
              05 LIM-TERM-OUT       PIC Z9 USAGE DISPLAY.

       procedure division.
       main-logic.
              perform init-ws
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
              else
                     perform until modf-done
                            perform display-menu
                            accept modf-choice
                            evaluate true
                                   when modf-request
                                          perform request-modification
                                             thru request-mod-exit
                                   when modf-history
                                          perform inquire-history
                                             thru inquire-history-exit
                                   when modf-quit
                                          set modf-done to true
                                   when other
                                          display "Invalid selection - "
                                                 "choose M, H, or Q."
                            end-evaluate
                     end-perform
                     close master-file
              end-if
              close pend-chg-file
              close mod-hist-file
              perform end-program.

       init-ws.
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              accept today-date from date yyyymmdd
              perform read-limits
              open i-o pend-chg-file
              if pend-chg-status = "35"
                     open output pend-chg-file
                     close pend-chg-file
                     open i-o pend-chg-file
              end-if
              open i-o mod-hist-file
              if mod-hist-status = "35"
                     open output mod-hist-file
                     close mod-hist-file
                     open i-o mod-hist-file
              end-if
              open input master-file.

       read-limits.

      *****************************************************************
      *                                                               *
      * The modified rate and term are held to the same LIMITS.DAT    *
      * business limits maintenance enforces, with the same           *
      * long-standing defaults when the control file is absent.       *
      *                                                               *
      *****************************************************************

              move 26        to lim-max-interest-rate
              move 30        to lim-max-term-years
              move 999999999 to lim-max-principal
              move 0         to lim-dual-control-amount
              open input limits-file
              if limits-status = "00"
                     read limits-file
                     end-read
                     close limits-file
              end-if
              move lim-max-interest-rate to lim-interest-out
              move lim-max-term-years to lim-term-out.

       display-menu.
              display " "
              display "LOAN MODIFICATION  (OPERATOR: "
                     current-operator ")"
              display "  M. Request a modification"
              display "  H. Modification history for an account"
              display "  Q. Quit"
              display "Enter selection: ".

       get-account-id.
              display "Enter account id: "
              accept work-account-id.

       request-modification.
              perform get-account-id
              move work-account-id to pend-account-id
              read pend-chg-file
                     invalid key
                            continue
                     not invalid key
                            display "Account " work-account-id
                                   " already has a change pending "
                                   "approval - nothing queued."
                            go to request-mod-exit
              end-read
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            display "Account " work-account-id
                                   " not found."
                            go to request-mod-exit
              end-read
              if mast-product-code not = "ANNU"
                     display "Only an ANNU account has a repayment "
                            "schedule to modify."
                     go to request-mod-exit
              end-if
              if mast-open-date = 0
                     display "Account " work-account-id " has no "
                            "open date - no schedule to modify."
                     go to request-mod-exit
              end-if
              perform find-last-modification
              perform display-current-terms
              perform enter-mod-fields
                     thru enter-mod-fields-exit
              if not entry-ok
                     go to request-mod-exit
              end-if
              perform reamortize-balance
              if new-payment not > 0
                     display "Nothing left to re-amortize on account "
                            work-account-id " - modification refused."
                     go to request-mod-exit
              end-if
              perform display-proposal
              display "Queue this modification for approval? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Modification cancelled."
                     go to request-mod-exit
              end-if
              perform write-pending-history
              if mod-hist-status not = "00"
                     go to request-mod-exit
              end-if
              perform queue-modification.

       request-mod-exit.
              continue.

       find-last-modification.

      *****************************************************************
      *                                                               *
      * Read the account's history to number the new record and to    *
      * find the latest applied effective date: modifications stack   *
      * forward in time, so a new one may not reach back behind one   *
      * already in force.                                             *
      *                                                               *
      *****************************************************************

              move 0 to next-sequence
              move 0 to last-effective-date
              move "N" to hist-eof-switch
              move work-account-id to modh-account-id
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
                                          not = work-account-id
                                          set hist-eof to true
                                   else
                                          move modh-sequence
                                                 to next-sequence
                                          if modh-applied
                                             and modh-effective-date
                                             > last-effective-date
                                                 move
                                                 modh-effective-date
                                                 to last-effective-date
                                          end-if
                                   end-if
                     end-read
              end-perform
              add 1 to next-sequence.

       display-current-terms.
              move mast-amount to amount-out
              move mast-annual-interest to rate-out
              move mast-annual-term to term-out
              move mast-outstanding-bal to balance-out
              display "Account:       " mast-account-id
              display "Opened:        " mast-open-date
              display "Payment:       " amount-out
              display "Rate:          " rate-out "%"
              display "Term:          " term-out " years"
              if mast-outstanding-bal = 0
                     display "Balance:       (no payment posted yet)"
              else
                     display "Balance:       " balance-out
              end-if
              if mast-variable-rate
                     display "Rate Type:     VARIABLE - the rate "
                            "moves only at its resets"
              end-if
              if last-effective-date not = 0
                     display "Last Modified: " last-effective-date
              end-if.

       enter-mod-fields.

      *****************************************************************
      *                                                               *
      * Capture the modified terms.  The installments the new terms   *
      * govern start with the first one falling due after the         *
      * effective date, by the whole-anniversary arithmetic FPGF      *
      * uses; at least one of the original installments must still    *
      * be to come, and the new term must leave at least one paying   *
      * installment after any deferral.                               *
      *                                                               *
      *****************************************************************

              move "N" to entry-ok-switch
              display "Enter effective date (YYYYMMDD, -1 to cancel "
                     "this action): "
              accept edit-input
              if function numval(edit-input) = -1
                     display "Action cancelled."
                     go to enter-mod-fields-exit
              end-if
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                     display "Invalid date entry - please re-enter."
                     go to enter-mod-fields
              end-if
              compute effective-date = function numval(edit-input)
              if function integer-of-date(effective-date) = 0
                     display "Not a valid calendar date - please "
                            "re-enter."
                     go to enter-mod-fields
              end-if
              if effective-date < mast-open-date
                     display "Effective date may not precede the open "
                            "date " mast-open-date "."
                     go to enter-mod-fields
              end-if
              if effective-date <= last-effective-date
                     display "Effective date must follow the last "
                            "modification, " last-effective-date "."
                     go to enter-mod-fields
              end-if
              move effective-date to eff-date-num
              move mast-open-date to open-date-num
              compute elapsed-years = eff-yyyy - open-yyyy
              if eff-mmdd < open-mmdd
                     subtract 1 from elapsed-years
              end-if
              compute start-installment = elapsed-years + 1
              if start-installment > mast-annual-term
                     display "Every installment is already due by "
                            "that date - nothing left to modify."
                     go to enter-mod-fields
              end-if

              if mast-variable-rate
                     move mast-annual-interest to new-rate
                     display "Variable-rate account - the rate stays "
                            "as priced; change its margin through "
                            "TVMVRATE."
              else
                     display "Enter new annual interest rate as a % "
                            "value: "
                     accept edit-input
                     if function test-numval(edit-input) not = 0
                        or function numval(edit-input) < 0
                            display "Invalid numeric entry - please "
                                   "re-enter."
                            go to enter-mod-fields
                     end-if
                     compute new-rate = function numval(edit-input)
                     if new-rate > lim-max-interest-rate
                            display "Rate exceeds the maximum of "
                                   lim-interest-out "% - please "
                                   "re-enter."
                            go to enter-mod-fields
                     end-if
              end-if

              display "Enter number of installments to defer (0 for "
                     "none): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                 or function numval(edit-input) > 99
                     display "Invalid numeric entry - please re-enter."
                     go to enter-mod-fields
              end-if
              compute defer-count = function numval(edit-input)

              display "Enter new term in years from the open date: "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 1
                 or function numval(edit-input) > 99
                     display "Invalid numeric entry - please re-enter."
                     go to enter-mod-fields
              end-if
              compute new-term = function numval(edit-input)
              if new-term > lim-max-term-years
                     display "Term exceeds the maximum of "
                            lim-term-out " years - please re-enter."
                     go to enter-mod-fields
              end-if
              if new-term < start-installment + defer-count
                     move start-installment to install-out
                     display "The new term must run past installment "
                            install-out " and any deferral - please "
                            "re-enter."
                     go to enter-mod-fields
              end-if
              if new-rate = mast-annual-interest
                 and new-term = mast-annual-term
                 and defer-count = 0
                     display "The terms are unchanged - nothing to "
                            "modify."
                     go to enter-mod-fields
              end-if

              display "Enter reason code (HARD hardship, RATE rate "
                     "reduction, TERM extension, DEFR deferral): "
              accept reason-code
              move function upper-case(reason-code) to reason-code
              if not reason-valid
                     display "Reason code must be HARD, RATE, TERM, "
                            "or DEFR - please re-enter."
                     go to enter-mod-fields
              end-if
              display "Enter a short description: "
              accept reason-text
              move "Y" to entry-ok-switch.

       enter-mod-fields-exit.
              continue.

       reamortize-balance.

      *****************************************************************
      *                                                               *
      * The balance to re-amortize is PAYPOST's outstanding balance   *
      * or, before the first posting, the present value at the old    *
      * rate of the old payments still to come.  Each deferred        *
      * installment capitalizes a year's interest at the new rate;    *
      * the result is then levelled over the paying installments      *
      * left: A = P * i(1+i)^n / ((1+i)^n - 1), or P / n at 0%.       *
      *                                                               *
      *****************************************************************

              compute remaining-old =
                     mast-annual-term - start-installment + 1
              if mast-outstanding-bal not = 0
                     move mast-outstanding-bal to basis-bal
              else
                     compute periodic-rate = mast-annual-interest / 100
                     if periodic-rate = 0
                            compute basis-bal rounded =
                                   mast-amount * remaining-old
                     else
                            compute base-factor = 1 + periodic-rate
                            compute denominator =
                                   base-factor ** remaining-old
                            compute basis-bal rounded =
                                   mast-amount * (1 - 1 / denominator)
                                   / periodic-rate
                     end-if
              end-if
              compute periodic-rate = new-rate / 100
              compute base-factor = 1 + periodic-rate
              compute capital-bal rounded =
                     basis-bal * (base-factor ** defer-count)
              compute amort-periods =
                     new-term - start-installment + 1 - defer-count
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

       display-proposal.
              move start-installment to install-out
              move defer-count to defer-out
              move basis-bal to balance-out
              move mast-amount to pmt-out
              move new-payment to new-pmt-out
              move mast-annual-interest to rate-out
              move new-rate to new-rate-out
              move mast-annual-term to term-out
              move new-term to new-term-out
              display " "
              display "PROPOSED MODIFICATION - account " work-account-id
              display "  Effective:      " effective-date
                     "  (from installment " install-out ")"
              display "  Rate:           " rate-out "% -> "
                     new-rate-out "%"
              display "  Term:           " term-out " -> "
                     new-term-out " years"
              display "  Deferred:       " defer-out
                     " installment(s)"
              display "  Balance:        " balance-out
              display "  Payment:        " pmt-out " -> " new-pmt-out
              display "  (the payment is re-levelled from the balance "
                     "standing at approval)".

       write-pending-history.

      *****************************************************************
      *                                                               *
      * Record the request on the modification history, PENDING       *
      * until a second operator disposes of it through TVMAPPRV.      *
      *                                                               *
      *****************************************************************

              move spaces to modification-history-record
              move work-account-id to modh-account-id
              move next-sequence to modh-sequence
              set modh-pending to true
              move effective-date to modh-effective-date
              move start-installment to modh-start-installment
              move defer-count to modh-defer-count
              move mast-annual-interest to modh-old-rate
              move new-rate to modh-new-rate
              move mast-annual-term to modh-old-term
              move new-term to modh-new-term
              move mast-amount to modh-old-payment
              move new-payment to modh-new-payment
              move basis-bal to modh-reamort-balance
              move reason-code to modh-reason-code
              move reason-text to modh-reason-text
              move current-operator to modh-maker
              move today-date to modh-request-date
              move 0 to modh-approved-date
              write modification-history-record
                     invalid key
                            display "ERROR: unable to record the "
                                   "modification for "
                                   work-account-id " - status "
                                   mod-hist-status
              end-write.

       queue-modification.

      *****************************************************************
      *                                                               *
      * Queue the modified master record to PENDCHG.DAT as action     *
      * "MOD", the way maintenance queues a change needing dual       *
      * control, so nothing reaches the master until a second         *
      * operator applies it.                                          *
      *                                                               *
      *****************************************************************

              move spaces to pending-change-record
              move work-account-id to pend-account-id
              move "MOD" to pend-action
              accept pend-date from date yyyymmdd
              accept pend-time from time
              move current-operator to pend-maker
              string "LOAN MODIFICATION " delimited by size
                     reason-code delimited by size
                     " SEQ " delimited by size
                     next-sequence delimited by size
                     into pend-reason
              end-string
              move master-record to pend-before-image
              move new-rate to mast-annual-interest
              move new-term to mast-annual-term
              move new-payment to mast-amount
              move master-record to pend-after-image
              write pending-change-record
                     invalid key
                            display "ERROR: unable to queue the "
                                   "modification for "
                                   work-account-id " - status "
                                   pend-chg-status
                            delete mod-hist-file
                                   invalid key
                                          continue
                            end-delete
                            exit paragraph
              end-write
              display "Modification for account " work-account-id
                     " queued for approval.".

       inquire-history.
              perform get-account-id
              move 0 to hist-count
              move "N" to hist-eof-switch
              move work-account-id to modh-account-id
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
                                          not = work-account-id
                                          set hist-eof to true
                                   else
                                          add 1 to hist-count
                                          perform display-history-entry
                                   end-if
                     end-read
              end-perform
              if hist-count = 0
                     display "No modifications on file for account "
                            work-account-id "."
              end-if.

       inquire-history-exit.
              continue.

       display-history-entry.
              move modh-start-installment to install-out
              move modh-defer-count to defer-out
              move modh-old-rate to rate-out
              move modh-new-rate to new-rate-out
              move modh-old-term to term-out
              move modh-new-term to new-term-out
              move modh-old-payment to pmt-out
              move modh-new-payment to new-pmt-out
              display " "
              evaluate true
                     when modh-applied
                            display modh-sequence " APPLIED   "
                                   modh-effective-date " "
                                   modh-reason-code " "
                                   modh-reason-text
                     when modh-rejected
                            display modh-sequence " REJECTED  "
                                   modh-effective-date " "
                                   modh-reason-code " "
                                   modh-reason-text
                     when other
                            display modh-sequence " PENDING   "
                                   modh-effective-date " "
                                   modh-reason-code " "
                                   modh-reason-text
              end-evaluate
              display "    Rate " rate-out "% -> " new-rate-out
                     "%  Term " term-out " -> " new-term-out
                     "  From installment " install-out
                     "  Deferred " defer-out
              display "    Payment " pmt-out " -> " new-pmt-out
              display "    Requested " modh-request-date " by "
                     modh-maker "  Approved " modh-approved-date
                     " by " modh-approver.

       end-program.
              goback.
