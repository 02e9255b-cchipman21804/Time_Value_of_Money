      *****************************************************************
      * CHARGE-OFF BATCH AND CHARGE-OFF/RECOVERY REGISTER             *
      *                                                               *
      * TVMDELQ tells collections who is behind; this batch takes     *
      * the accounts that will not pay off the book.  Every ANNU      *
      * account is aged the way TVMDELQ ages it -- its open-date      *
      * anniversary schedule, modified segments and all, covered      *
      * oldest first by what PAYHIST.DAT shows paid -- as of the      *
      * CALENDAR.DAT processing date, and one past the policy on      *
      * CHGOCTL.DAT (days the oldest shortfall is past due and/or     *
      * installments missed) is charged off:                          *
      *                                                               *
      *   - a balanced GL pair moves its balance (the outstanding     *
      *     balance, or the present value of its payment stream       *
      *     until a payment establishes one) to the loss reserve;     *
      *   - a second pair reverses the interest TVMACCR accrued on    *
      *     it that was never collected -- accrued from the later of  *
      *     its last payment and its open date to its last accrual    *
      *     date, on the same base at the same rate;                  *
      *   - the account is marked charged off (MAST-ACCOUNT-STATUS    *
      *     "C"), audited to MAINTAUD.DAT as CHO, and recorded on     *
      *     the CHGOREG.DAT charge-off/recovery register.             *
      *                                                               *
      * From then on TVMACCR stops accruing it, FPGA and FPGF stop    *
      * valuing it, TVMDELQ lists it apart, and PAYPOST posts what    *
      * it receives on it as a recovery: the balance is left as the   *
      * amount the customer still owes, the recovery goes on the      *
      * register, and its GL pair (to the recovery account) is held   *
      * on RCVRYGL.DAT until this batch sweeps it into the day's      *
      * TVMCHGGL.DAT extract beside the charge-offs, the way TVMREDM  *
      * sweeps its interactive withdrawals -- so the batch runs       *
      * every night, ahead of TVMJRNL, whether or not anything is     *
      * charged off.  Swept pairs wait on RCVRYSW.DAT and go into     *
      * every extract until TVMJRNL has journaled one.                *
      *                                                               *
      * The run ends with the register for the accounting period the  *
      * day books to: every charge-off, recovery and reversed         *
      * recovery on CHGOREG.DAT for the period with totals by         *
      * currency, the figures the loss-reserve calculation takes.  A  *
      * period (YYYYMM) given on STDIN prints that period's register  *
      * alone, without charging anything off or sweeping -- the       *
      * month-end run for a period once it has closed.                *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmchgo.

       environment division.
       input-output section.
       file-control.
              select chgo-ctl-file assign to "CHGOCTL.DAT"
                     organization is line sequential
                     file status is chgo-ctl-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is mast-account-id
                     file status is master-status.

              select pay-hist-file assign to "PAYHIST.DAT"
                     organization is line sequential
                     file status is pay-hist-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select pay-sort-file assign to "TVMCHGSP.DAT"
                     organization is line sequential
                     file status is pay-sort-status.

              select sort-work assign to "TVMCHGWK".

              select maint-audit-file assign to "MAINTAUD.DAT"
                     organization is line sequential
                     file status is maint-audit-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select chgo-reg-file assign to "CHGOREG.DAT"
                     organization is line sequential
                     file status is chgo-reg-status.

              select held-gl-file assign to "RCVRYGL.DAT"
                     organization is line sequential
                     file status is held-gl-status.

              select swept-gl-file assign to "RCVRYSW.DAT"
                     organization is line sequential
                     file status is swept-gl-status.

              select gl-extract-file assign to "TVMCHGGL.DAT"
                     organization is line sequential.

              select rpt-file assign to "TVMCHGO.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  chgo-ctl-file.
       copy "chgoctl.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  pay-hist-file.
       copy "payhist.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  pay-sort-file.
       01  pay-sort-record.
              05 psr-account-id         pic x(10).
              05 psr-amount             pic s9(9)v99.
              05 psr-pay-date           pic 9(8).

       sd  sort-work.
       01  sort-work-record.
              05 srt-account-id         pic x(10).
              05 srt-amount             pic s9(9)v99.
              05 srt-pay-date           pic 9(8).

       fd  maint-audit-file.
       copy "maintaud.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  chgo-reg-file.
       copy "chgoreg.cpy".

       fd  held-gl-file.
       01  held-gl-record            pic x(80).

       fd  swept-gl-file.
       01  swept-gl-record           pic x(80).

       fd  gl-extract-file.
       copy "glint.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(132).

       working-storage section.

       01 CHGO-CTL-STATUS        PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 PAY-HIST-STATUS        PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 PAY-SORT-STATUS        PIC XX.

       01 MAINT-AUDIT-STATUS     PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 CHGO-REG-STATUS        PIC XX.

       01 HELD-GL-STATUS         PIC XX.

       01 SWEPT-GL-STATUS        PIC XX.

       01 CHGO-SWITCHES.
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 FILE-EOF-SWITCH         PIC X VALUE "N".
                     88 FILE-EOF         VALUE "Y".
              05 PAY-EOF-SWITCH          PIC X VALUE "N".
                     88 PAY-EOF          VALUE "Y".
              05 PAY-SORT-EOF-SWITCH     PIC X VALUE "N".
                     88 PAY-SORT-EOF     VALUE "Y".
              05 MOD-FILE-SWITCH         PIC X VALUE "N".
                     88 MOD-FILE-PRESENT VALUE "Y".
              05 MOD-EOF-SWITCH          PIC X VALUE "N".
                     88 MOD-EOF          VALUE "Y".
              05 POLICY-SWITCH           PIC X VALUE "N".
                     88 POLICY-SET       VALUE "Y".
              05 REGISTER-ONLY-SWITCH    PIC X VALUE "N".
                     88 REGISTER-ONLY    VALUE "Y".
              05 PAST-POLICY-SWITCH      PIC X VALUE "N".
                     88 PAST-POLICY      VALUE "Y".
              05 CURR-TOT-FOUND-SWITCH   PIC X VALUE "N".
                     88 CURR-TOT-FOUND   VALUE "Y".
              05 REG-TOT-FOUND-SWITCH    PIC X VALUE "N".
                     88 REG-TOT-FOUND    VALUE "Y".

       01 CHGO-FIELDS.
              05 RUN-DATE           PIC 9(8).
              05 PROCESSING-DATE    PIC 9(8).
              05 PROCESSING-INT     PIC 9(7) USAGE COMP.
              05 CURRENT-OPERATOR   PIC X(8).
              05 REGISTER-INPUT     PIC X(6).
              05 REGISTER-PERIOD    PIC 9(6).
              05 REGISTER-SPLIT REDEFINES REGISTER-PERIOD.
                     10 REGISTER-YEAR  PIC 9(4).
                     10 REGISTER-MONTH PIC 99.
              05 POLICY-DAYS        PIC 9(4) USAGE COMP VALUE 0.
              05 POLICY-MISSED      PIC 999 USAGE COMP VALUE 0.
              05 POLICY-TEST        PIC X VALUE "O".
                     88 POLICY-BOTH      VALUE "A".
              05 WORK-CURRENCY      PIC X(3).
              05 PAID-TOTAL         PIC S9(11)V99 USAGE COMP.
              05 LAST-PAID-DATE     PIC 9(8).
              05 BEFORE-IMAGE       PIC X(90).

       copy "perdchk.cpy".

       01 AGING-FIELDS.
              05 DUE-DATE           PIC 9(8).
              05 DUE-DATE-SPLIT REDEFINES DUE-DATE.
                     10 DUE-YYYY    PIC 9(4).
                     10 DUE-MM      PIC 99.
                     10 DUE-DD      PIC 99.
              05 DUE-LEAP-REM       PIC 9(3) USAGE COMP.
              05 DUE-INDEX          PIC 99 USAGE COMP.
              05 DAYS-OVERDUE       PIC S9(7) USAGE COMP.
              05 FIRST-OVERDUE-DAYS PIC S9(7) USAGE COMP.
              05 MISSED-COUNT       PIC 999 USAGE COMP.
              05 PAID-REMAINING     PIC S9(11)V99 USAGE COMP.
              05 SHORT-THIS-DUE     PIC S9(11)V99 USAGE COMP.
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

       01 CHARGE-OFF-CALC-FIELDS.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(6) USAGE COMP.
              05 DENOMINATOR        PIC S9(9)V9(6) USAGE COMP.
              05 FACTOR             PIC S9(9)V9(6) USAGE COMP.
              05 CHARGE-OFF-BAL     PIC S9(9)V99 USAGE COMP.
              05 INTEREST-FROM-DATE PIC 9(8).
              05 UNCOLLECTED-DAYS   PIC S9(7) USAGE COMP.
              05 UNCOLLECTED-INT    PIC S9(9)V99 USAGE COMP.
              05 ENTRY-AMOUNT       PIC S9(9)V99 USAGE COMP.

       01 CURRENCY-RPT-FIELDS.
              05 CURR-TOT-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 CURR-TOT-INDEX     PIC 99 USAGE COMP.
              05 CURRENCY-TOTALS.
                     10 CURR-TOT-ENTRY OCCURS 10 TIMES.
                            15 CURR-TOT-CODE   PIC X(3).
                            15 CURR-TOT-PAIRS  PIC 9(5)
                                   USAGE COMP.
                            15 CURR-TOT-AMOUNT PIC S9(13)V99
                                   USAGE COMP.

      *****************************************************************
      *                                                               *
      * The period register's totals by currency: what was charged    *
      * off and the interest reversed with it, what was recovered     *
      * net of reversed recoveries, and the net loss between them.    *
      *                                                               *
      *****************************************************************

       01 REGISTER-TOTAL-FIELDS.
              05 REG-TOT-COUNT      PIC 99 USAGE COMP VALUE 0.
              05 REG-TOT-INDEX      PIC 99 USAGE COMP.
              05 REG-TOT-ENTRY OCCURS 10 TIMES.
                     10 REG-TOT-CODE       PIC X(3).
                     10 REG-TOT-CHGO-COUNT PIC 9(7) USAGE COMP.
                     10 REG-TOT-CHGO-AMT   PIC S9(13)V99 USAGE COMP.
                     10 REG-TOT-INT-AMT    PIC S9(13)V99 USAGE COMP.
                     10 REG-TOT-RCVY-COUNT PIC 9(7) USAGE COMP.
                     10 REG-TOT-RCVY-AMT   PIC S9(13)V99 USAGE COMP.
              05 REG-EVENT-COUNT    PIC 9(7) USAGE COMP VALUE 0.

       01 CHGO-TOTALS.
              05 EXAMINED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 CHARGED-OFF-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 ALREADY-OFF-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 NO-DATE-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 DORMANT-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 SWEPT-COUNT        PIC 9(7) USAGE COMP VALUE 0.
              05 TOTAL-OUT          PIC ZZZZZZ9 USAGE DISPLAY.

       01 GL-CONTROL.
              05 GL-REC-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 GL-HASH-TOTAL      PIC 9(13)V99 USAGE COMP VALUE 0.

       01 CHGO-DISP-FIELDS.
              05 DAYS-OUT           PIC ZZZZZZ9 USAGE DISPLAY.
              05 MISSED-OUT         PIC ZZ9 USAGE DISPLAY.
              05 BALANCE-OUT        PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 INTEREST-OUT       PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 REG-COUNT-OUT      PIC ZZZZZZ9 USAGE DISPLAY.
              05 REG-AMT-OUT        PIC -$ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 REG-INT-OUT        PIC $ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 REG-RCVY-OUT       PIC -$ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 REG-NET-OUT        PIC -$ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 REG-NET-LOSS       PIC S9(13)V99 USAGE COMP.
              05 EVENT-TEXT         PIC X(18).

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.
              05 RPT-TITLE          PIC X(50).

       procedure division.
       main-logic.
              accept run-date from date yyyymmdd
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              perform load-processing-date
              compute processing-int =
                     function integer-of-date(processing-date)
              move processing-date to pchk-posting-date
              call "tvmperd" using period-check-request
              perform get-register-period
              if return-code not = 0
                     perform end-program
              end-if
              if register-only
                     perform open-report
                     perform write-period-register
                     perform close-report
                     display "Charge-off/recovery register for "
                            register-period " written to TVMCHGO.DAT"
                     perform end-program
              end-if
              perform load-charge-off-policy
              if not policy-set
                     display "ERROR: no charge-off policy on "
                            "CHGOCTL.DAT - nothing charged off."
                     move 8 to return-code
              end-if
              move "CHARGE-OFF RUN" to rpt-title
              perform open-report
              perform open-gl-extract
              perform sweep-held-entries
              if policy-set
                     perform sort-payment-history
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
                     perform charge-off-master-file
                     if pay-sort-status not = "35"
                            close pay-sort-file
                     end-if
                     if mod-file-present
                            close mod-hist-file
                     end-if
              end-if
              perform close-gl-extract
              perform write-run-totals
              perform write-period-register
              perform close-report
              display "Charge-off run complete - report written to "
                     "TVMCHGO.DAT, entries to TVMCHGGL.DAT"
              perform end-program.

       load-processing-date.
              move run-date to processing-date
              open input calendar-file
              if calendar-status not = "00"
                     exit paragraph
              end-if
              move "N" to file-eof-switch
              perform until file-eof
                     read calendar-file
                            at end
                                   set file-eof to true
                            not at end
                                   if cal-control
                                          move cal-date
                                                 to processing-date
                                   end-if
                     end-read
              end-perform
              close calendar-file.

       get-register-period.
              display "Enter the period for the register alone "
                     "(YYYYMM, blank for the charge-off run): "
              move spaces to register-input
              accept register-input
              if register-input = spaces
                     move pchk-open-period to register-period
                     exit paragraph
              end-if
              if register-input not numeric
                     display "ERROR: the period must be given as "
                            "YYYYMM."
                     move 8 to return-code
                     exit paragraph
              end-if
              move register-input to register-period
              if register-month < 1 or register-month > 12
                     display "ERROR: the period must be given as "
                            "YYYYMM."
                     move 8 to return-code
                     exit paragraph
              end-if
              set register-only to true
              move "CHARGE-OFF/RECOVERY REGISTER" to rpt-title.

       load-charge-off-policy.
              open input chgo-ctl-file
              if chgo-ctl-status not = "00"
                     exit paragraph
              end-if
              read chgo-ctl-file
                     at end
                            close chgo-ctl-file
                            exit paragraph
              end-read
              close chgo-ctl-file
              if chgo-days-past-due not numeric
                 or chgo-missed-count not numeric
                     display "WARNING: CHGOCTL.DAT is not valid - "
                            "ignored."
                     exit paragraph
              end-if
              if not chgo-test-both and not chgo-test-either
                     display "WARNING: CHGOCTL.DAT test code '"
                            chgo-test-code "' is not A or O - "
                            "ignored."
                     exit paragraph
              end-if
              move chgo-days-past-due to policy-days
              move chgo-missed-count to policy-missed
              move chgo-test-code to policy-test
              if policy-days > 0 or policy-missed > 0
                     set policy-set to true
              end-if.

       sort-payment-history.

      *****************************************************************
      *                                                               *
      * Sort every posted payment into account-id order so the paid   *
      * total and the last payment date per account can be match-     *
      * merged against the master pass, as TVMDELQ does.              *
      *                                                               *
      *****************************************************************

              sort sort-work
                     on ascending key srt-account-id
                     input procedure is select-payments
                            thru select-payments-exit
                     giving pay-sort-file.

       select-payments.
              open input pay-hist-file
              if pay-hist-status not = "00"
                     go to select-payments-exit
              end-if
              perform until pay-eof
                     read pay-hist-file
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
      * payment already counted, so it adds nothing.  Only a payment  *
      * dates the last collection.                                    *
      *                                                               *
      *****************************************************************

              if payh-resplit
                     exit paragraph
              end-if
              move payh-account-id to srt-account-id
              move 0 to srt-pay-date
              if payh-reversal
                     compute srt-amount = 0 - payh-amount
              else
                     move payh-amount to srt-amount
                     if payh-payment and payh-payment-date numeric
                            move payh-payment-date to srt-pay-date
                     end-if
              end-if
              release sort-work-record.

       charge-off-master-file.
              open i-o master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     move 8 to return-code
                     exit paragraph
              end-if
              perform until master-eof
                     read master-file next record
                            at end
                                   set master-eof to true
                            not at end
                                   perform check-one-account
                     end-read
              end-perform
              close master-file.

       check-one-account.

      *****************************************************************
      *                                                               *
      * Age the account against its schedule the way TVMDELQ does,    *
      * counting the installments not paid in full and how far past   *
      * due the oldest of them is, and charge it off if that puts it  *
      * past the policy.  An account already charged off, or dormant  *
      * and so in TVMESCH's hands, is passed by.                      *
      *                                                               *
      *****************************************************************

              if mast-product-code not = "ANNU"
                     exit paragraph
              end-if
              perform match-sorted-payments
              if mast-charged-off
                     add 1 to already-off-count
                     exit paragraph
              end-if
              if mast-dormant
                     add 1 to dormant-count
                     exit paragraph
              end-if
              if mast-open-date = 0
                     add 1 to no-date-count
                     exit paragraph
              end-if
              add 1 to examined-count
              perform load-modifications
              move 0 to short-total
              move 0 to first-overdue-days
              move 0 to missed-count
              move paid-total to paid-remaining
              perform varying due-index from 1 by 1
                     until due-index > mast-annual-term
                     perform age-one-due-date
              end-perform
              if short-total <= 0
                     exit paragraph
              end-if
              perform test-charge-off-policy
              if past-policy
                     perform charge-off-account
              end-if.

       match-sorted-payments.
              move 0 to paid-total
              move 0 to last-paid-date
              perform until pay-sort-eof
                     or psr-account-id > mast-account-id
                     if psr-account-id = mast-account-id
                            add psr-amount to paid-total
                            if psr-pay-date > last-paid-date
                                   move psr-pay-date to last-paid-date
                            end-if
                     end-if
                     perform read-sorted-payment
              end-perform.

       read-sorted-payment.
              read pay-sort-file
                     at end
                            set pay-sort-eof to true
              end-read.

       load-modifications.
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

       age-one-due-date.
              move mast-open-date to due-date
              add due-index to due-yyyy
              if due-mm = 2 and due-dd = 29
                     compute due-leap-rem = function mod(due-yyyy 4)
                     if due-leap-rem not = 0
                            move 28 to due-dd
                     else
                            compute due-leap-rem =
                                   function mod(due-yyyy 100)
                            if due-leap-rem = 0
                                   compute due-leap-rem =
                                          function mod(due-yyyy 400)
                                   if due-leap-rem not = 0
                                          move 28 to due-dd
                                   end-if
                            end-if
                     end-if
              end-if
              if due-date > processing-date
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
              compute days-overdue = processing-int
                     - function integer-of-date(due-date)
              if first-overdue-days = 0
                     move days-overdue to first-overdue-days
              end-if
              add short-this-due to short-total
              add 1 to missed-count.

       test-charge-off-policy.
              move "N" to past-policy-switch
              if policy-both
                     if (policy-days = 0
                         or first-overdue-days >= policy-days)
                        and (policy-missed = 0
                         or missed-count >= policy-missed)
                            set past-policy to true
                     end-if
              else
                     if (policy-days > 0
                         and first-overdue-days >= policy-days)
                        or (policy-missed > 0
                         and missed-count >= policy-missed)
                            set past-policy to true
                     end-if
              end-if.

       charge-off-account.

      *****************************************************************
      *                                                               *
      * Take the account off the book: the account marked charged     *
      * off with the balance left on it as what the customer still    *
      * owes, its balance to the loss reserve, the interest accrued   *
      * on it and never collected reversed out of income, and the     *
      * charge-off audited and registered.  The master is marked      *
      * first; an account that cannot be marked books nothing and is  *
      * picked up again by the next run.                              *
      *                                                               *
      *****************************************************************

              perform compute-charge-off-balance
              perform compute-uncollected-interest
              move mast-currency-code to work-currency
              if work-currency = spaces
                     move "USD" to work-currency
              end-if
              move master-record to before-image
              if mast-outstanding-bal = 0
                     move charge-off-bal to mast-outstanding-bal
              end-if
              move "C" to mast-account-status
              rewrite master-record
                     invalid key
                            display "ERROR: unable to mark account "
                                   mast-account-id " charged off - "
                                   "status " master-status
                            move 4 to return-code
                            exit paragraph
              end-rewrite
              perform write-charge-off-entries
              perform write-maint-audit
              perform write-charge-off-register
              add 1 to charged-off-count
              perform write-charge-off-line.

       compute-charge-off-balance.

      *****************************************************************
      *                                                               *
      * What the book carries for the account, the figure TVMACCR     *
      * accrues on: the outstanding balance PAYPOST maintains, or     *
      * the present value of the level payment stream until a         *
      * payment establishes one.                                      *
      *                                                               *
      *****************************************************************

              compute periodic-rate = mast-annual-interest / 100
              if mast-outstanding-bal not = 0
                     move mast-outstanding-bal to charge-off-bal
                     exit paragraph
              end-if
              if periodic-rate = 0
                     move mast-annual-term to factor
              else
                     compute base-factor = 1 + periodic-rate
                     compute numerator =
                            base-factor ** mast-annual-term
                     multiply periodic-rate by numerator giving
                            denominator
                     subtract 1 from numerator
                     divide numerator by denominator giving factor
              end-if
              compute charge-off-bal rounded =
                     mast-amount * factor.

       compute-uncollected-interest.

      *****************************************************************
      *                                                               *
      * The interest TVMACCR has booked since the account last paid:  *
      * a payment collects the interest due to its date, so what was  *
      * accrued from the later of the last payment and the open date  *
      * through the last accrual date is receivable never collected.  *
      *                                                               *
      *****************************************************************

              move 0 to uncollected-int
              move 0 to uncollected-days
              move mast-open-date to interest-from-date
              if last-paid-date > interest-from-date
                     move last-paid-date to interest-from-date
              end-if
              if mast-last-accrual-date = 0
                 or mast-last-accrual-date not > interest-from-date
                     exit paragraph
              end-if
              compute uncollected-days =
                     function integer-of-date(mast-last-accrual-date)
                     - function integer-of-date(interest-from-date)
              compute uncollected-int rounded =
                     charge-off-bal * (mast-annual-interest / 100)
                     * uncollected-days / 365.

       write-charge-off-entries.
              move spaces to gl-detail-record
              move "D" to gld-record-type
              move mast-account-id to gld-account-id
              move "10900100" to gld-gl-account
              move charge-off-bal to gld-amount
              move work-currency to gld-currency-code
              move mast-product-code to gld-product-code
              move "CHGO" to gld-entry-type
              perform write-gl-detail
              move spaces to gl-detail-record
              move "C" to gld-record-type
              move mast-account-id to gld-account-id
              move "30500100" to gld-gl-account
              move charge-off-bal to gld-amount
              move work-currency to gld-currency-code
              move mast-product-code to gld-product-code
              move "CHGO" to gld-entry-type
              perform write-gl-detail
              move charge-off-bal to entry-amount
              perform tally-currency-total
              if uncollected-int = 0
                     exit paragraph
              end-if
              move spaces to gl-detail-record
              move "D" to gld-record-type
              move mast-account-id to gld-account-id
              move "40100100" to gld-gl-account
              move uncollected-int to gld-amount
              move work-currency to gld-currency-code
              move mast-product-code to gld-product-code
              move "CHGI" to gld-entry-type
              perform write-gl-detail
              move spaces to gl-detail-record
              move "C" to gld-record-type
              move mast-account-id to gld-account-id
              move "10450100" to gld-gl-account
              move uncollected-int to gld-amount
              move work-currency to gld-currency-code
              move mast-product-code to gld-product-code
              move "CHGI" to gld-entry-type
              perform write-gl-detail
              move uncollected-int to entry-amount
              perform tally-currency-total.

       write-gl-detail.
              move pchk-open-period to gld-post-period
              if pchk-adjustment
                     move pchk-posting-period to gld-prior-period
              else
                     move 0 to gld-prior-period
              end-if
              write gl-detail-record
              add 1 to gl-rec-count
              add gld-amount to gl-hash-total.

       write-maint-audit.
              open extend maint-audit-file
              if maint-audit-status = "35"
                     open output maint-audit-file
              end-if
              move spaces to maint-audit-record
              accept maud-date from date yyyymmdd
              accept maud-time from time
              move current-operator to maud-operator
              move "CHO" to maud-action
              move mast-account-id to maud-account-id
              move before-image to maud-before-image
              move master-record to maud-after-image
              move spaces to maud-approver
              write maint-audit-record
              close maint-audit-file.

       write-charge-off-register.
              open extend chgo-reg-file
              if chgo-reg-status = "35"
                     open output chgo-reg-file
              end-if
              move spaces to charge-off-reg-record
              move pchk-open-period to chgr-period
              set chgr-charge-off to true
              move mast-account-id to chgr-account-id
              move mast-customer-id to chgr-customer-id
              move mast-product-code to chgr-product-code
              move work-currency to chgr-currency-code
              move processing-date to chgr-date
              accept chgr-post-date from date yyyymmdd
              move charge-off-bal to chgr-amount
              move uncollected-int to chgr-interest-reversed
              move first-overdue-days to chgr-days-past-due
              move missed-count to chgr-missed-count
              move 0 to chgr-tran-seq
              if pchk-adjustment
                     move pchk-posting-period to chgr-prior-period
              else
                     move 0 to chgr-prior-period
              end-if
              move current-operator to chgr-operator
              write charge-off-reg-record
              close chgo-reg-file.

       sweep-held-entries.

      *****************************************************************
      *                                                               *
      * Carry the recovery pairs PAYPOST has held into today's        *
      * extract.  Pairs an earlier run swept wait on RCVRYSW.DAT and  *
      * go in again on every run until TVMJRNL has journaled an       *
      * extract carrying them and empties the file, so a rerun before *
      * the journal loses nothing.  Pairs held since the last sweep   *
      * are moved off the holding file onto RCVRYSW.DAT as they go    *
      * in, and the holding file is emptied behind them.              *
      *                                                               *
      *****************************************************************

              open input swept-gl-file
              if swept-gl-status = "00"
                     move "N" to file-eof-switch
                     perform until file-eof
                            read swept-gl-file
                                   at end
                                          set file-eof to true
                                   not at end
                                          move swept-gl-record
                                                 to gl-detail-record
                                          perform sweep-one-entry
                            end-read
                     end-perform
                     close swept-gl-file
              end-if
              open input held-gl-file
              if held-gl-status not = "00"
                     exit paragraph
              end-if
              open extend swept-gl-file
              if swept-gl-status = "35"
                     open output swept-gl-file
              end-if
              move "N" to file-eof-switch
              perform until file-eof
                     read held-gl-file
                            at end
                                   set file-eof to true
                            not at end
                                   move held-gl-record
                                          to swept-gl-record
                                   write swept-gl-record
                                   move held-gl-record
                                          to gl-detail-record
                                   perform sweep-one-entry
                     end-read
              end-perform
              close swept-gl-file
              close held-gl-file
              open output held-gl-file
              close held-gl-file.

       sweep-one-entry.
              if gld-record-type not = "D"
                 and gld-record-type not = "C"
                     exit paragraph
              end-if
              write gl-detail-record
              add 1 to gl-rec-count
              add gld-amount to gl-hash-total
              add 1 to swept-count
              if gld-record-type = "D"
                     move gld-currency-code to work-currency
                     move gld-amount to entry-amount
                     perform tally-currency-total
              end-if.

       tally-currency-total.
              move "N" to curr-tot-found-switch
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     or curr-tot-found
                     if curr-tot-code(curr-tot-index) = work-currency
                            set curr-tot-found to true
                            add 1 to curr-tot-pairs(curr-tot-index)
                            add entry-amount
                                   to curr-tot-amount(curr-tot-index)
                     end-if
              end-perform
              if not curr-tot-found
                     if curr-tot-count < 10
                            add 1 to curr-tot-count
                            move work-currency
                                   to curr-tot-code(curr-tot-count)
                            move 1
                                   to curr-tot-pairs(curr-tot-count)
                            move entry-amount
                                   to curr-tot-amount(curr-tot-count)
                     else
                            display "WARNING: more than 10 "
                                   "currencies charged off - "
                                   work-currency " is excluded from "
                                   "the GL control records."
                     end-if
              end-if.

       open-gl-extract.
              open output gl-extract-file
              move 0 to gl-rec-count
              move 0 to gl-hash-total
              move spaces to gl-header-record
              move "H" to glh-record-type
              move processing-date to glh-run-date
              move "TVMCHGO" to glh-source-program
              write gl-header-record.

       close-gl-extract.
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     move spaces to gl-currency-sub-record
                     move "S" to gls-record-type
                     move curr-tot-code(curr-tot-index)
                            to gls-currency-code
                     compute gls-rec-count =
                            curr-tot-pairs(curr-tot-index) * 2
                     compute gls-hash-total =
                            curr-tot-amount(curr-tot-index) * 2
                     write gl-currency-sub-record
              end-perform
              move spaces to gl-trailer-record
              move "T" to glt-record-type
              move gl-rec-count to glt-record-count
              move gl-hash-total to glt-hash-total
              move 0 to glt-reject-count
              write gl-trailer-record
              close gl-extract-file.

       write-charge-off-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move first-overdue-days to days-out
              move missed-count to missed-out
              move charge-off-bal to balance-out
              move uncollected-int to interest-out
              move spaces to rpt-record
              string mast-account-id delimited by size
                     " ANNU " delimited by size
                     work-currency delimited by size
                     " DAYS=" delimited by size
                     days-out delimited by size
                     " MISSED=" delimited by size
                     missed-out delimited by size
                     " CHARGED OFF=" delimited by size
                     balance-out delimited by size
                     " INT REVERSED=" delimited by size
                     interest-out delimited by size
                     into rpt-record
              end-string
              if pchk-adjustment
                     move "  PRIOR-PERIOD ADJ" to rpt-record(112:18)
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       write-run-totals.
              move spaces to rpt-record
              write rpt-record
              move examined-count to total-out
              move spaces to rpt-record
              string "ANNU ACCOUNTS AGED:                 "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move charged-off-count to total-out
              move spaces to rpt-record
              string "CHARGED OFF THIS RUN:               "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move already-off-count to total-out
              move spaces to rpt-record
              string "ALREADY CHARGED OFF:                "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move dormant-count to total-out
              move spaces to rpt-record
              string "DORMANT - LEFT TO TVMESCH:          "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move no-date-count to total-out
              move spaces to rpt-record
              string "NO OPEN DATE - NOT AGED:            "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move swept-count to total-out
              move spaces to rpt-record
              string "HELD RECOVERY ENTRIES SWEPT IN:     "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 7 to rpt-line-count.

       write-period-register.

      *****************************************************************
      *                                                               *
      * Every event on CHGOREG.DAT booked to the register period,     *
      * then the period's totals by currency: charged off, interest   *
      * reversed, recovered net of reversed recoveries, and the net   *
      * loss.                                                         *
      *                                                               *
      *****************************************************************

              move "CHARGE-OFF/RECOVERY REGISTER" to rpt-title
              perform write-report-header
              perform scan-register-file
              move spaces to rpt-record
              write rpt-record
              move "PERIOD TOTALS BY CURRENCY" to rpt-record
              write rpt-record
              perform varying reg-tot-index from 1 by 1
                     until reg-tot-index > reg-tot-count
                     perform write-register-total
              end-perform
              move reg-event-count to total-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     total-out delimited by size
                     " CHARGE-OFF/RECOVERY EVENT(S) IN PERIOD "
                     delimited by size
                     register-period delimited by size
                     " ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record.

       scan-register-file.
              open input chgo-reg-file
              if chgo-reg-status not = "00"
                     exit paragraph
              end-if
              move "N" to file-eof-switch
              perform until file-eof
                     read chgo-reg-file
                            at end
                                   set file-eof to true
                            not at end
                                   perform write-register-event
                     end-read
              end-perform
              close chgo-reg-file.

       write-register-event.
              if chgr-period not = register-period
                     exit paragraph
              end-if
              add 1 to reg-event-count
              perform tally-register-total
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              evaluate true
                     when chgr-charge-off
                            move "CHARGE-OFF" to event-text
                     when chgr-recovery
                            move "RECOVERY" to event-text
                     when chgr-recovery-rev
                            move "RECOVERY REVERSED" to event-text
                     when other
                            move "UNKNOWN EVENT" to event-text
              end-evaluate
              move chgr-amount to balance-out
              move chgr-interest-reversed to interest-out
              move spaces to rpt-record
              string chgr-account-id delimited by size
                     " " delimited by size
                     chgr-product-code delimited by size
                     " " delimited by size
                     chgr-currency-code delimited by size
                     " " delimited by size
                     chgr-date delimited by size
                     " " delimited by size
                     event-text delimited by size
                     " AMOUNT=" delimited by size
                     balance-out delimited by size
                     into rpt-record
              end-string
              if chgr-charge-off
                     move "INT REVERSED=" to rpt-record(80:13)
                     move interest-out to rpt-record(93:15)
              end-if
              if chgr-prior-period not = 0
                     move "  PRIOR-PERIOD ADJ" to rpt-record(112:18)
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       tally-register-total.
              move "N" to reg-tot-found-switch
              perform varying reg-tot-index from 1 by 1
                     until reg-tot-index > reg-tot-count
                     or reg-tot-found
                     if reg-tot-code(reg-tot-index)
                        = chgr-currency-code
                            set reg-tot-found to true
                     end-if
              end-perform
              if reg-tot-found
                     subtract 1 from reg-tot-index
              else
                     if reg-tot-count >= 10
                            display "WARNING: more than 10 "
                                   "currencies on the register - "
                                   chgr-currency-code " is excluded "
                                   "from the totals."
                            exit paragraph
                     end-if
                     add 1 to reg-tot-count
                     move reg-tot-count to reg-tot-index
                     move chgr-currency-code
                            to reg-tot-code(reg-tot-index)
                     move 0 to reg-tot-chgo-count(reg-tot-index)
                     move 0 to reg-tot-chgo-amt(reg-tot-index)
                     move 0 to reg-tot-int-amt(reg-tot-index)
                     move 0 to reg-tot-rcvy-count(reg-tot-index)
                     move 0 to reg-tot-rcvy-amt(reg-tot-index)
              end-if
              evaluate true
                     when chgr-charge-off
                            add 1 to reg-tot-chgo-count(reg-tot-index)
                            add chgr-amount
                                   to reg-tot-chgo-amt(reg-tot-index)
                            add chgr-interest-reversed
                                   to reg-tot-int-amt(reg-tot-index)
                     when chgr-recovery
                            add 1 to reg-tot-rcvy-count(reg-tot-index)
                            add chgr-amount
                                   to reg-tot-rcvy-amt(reg-tot-index)
                     when chgr-recovery-rev
                            subtract chgr-amount
                                   from reg-tot-rcvy-amt(reg-tot-index)
              end-evaluate.

       write-register-total.
              move reg-tot-chgo-count(reg-tot-index) to reg-count-out
              move reg-tot-chgo-amt(reg-tot-index) to reg-amt-out
              move reg-tot-int-amt(reg-tot-index) to reg-int-out
              move spaces to rpt-record
              string "  " delimited by size
                     reg-tot-code(reg-tot-index) delimited by size
                     " CHARGED OFF " delimited by size
                     reg-count-out delimited by size
                     " = " delimited by size
                     reg-amt-out delimited by size
                     "  INTEREST REVERSED = " delimited by size
                     reg-int-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              compute reg-net-loss =
                     reg-tot-chgo-amt(reg-tot-index)
                     - reg-tot-rcvy-amt(reg-tot-index)
              move reg-tot-rcvy-count(reg-tot-index) to reg-count-out
              move reg-tot-rcvy-amt(reg-tot-index) to reg-rcvy-out
              move reg-net-loss to reg-net-out
              move spaces to rpt-record
              string "      RECOVERED   " delimited by size
                     reg-count-out delimited by size
                     " = " delimited by size
                     reg-rcvy-out delimited by size
                     "  NET LOSS          = " delimited by size
                     reg-net-out delimited by size
                     into rpt-record
              end-string
              write rpt-record.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              if not register-only
                     perform write-report-header
              end-if.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string rpt-title delimited by "  "
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PERIOD: " delimited by size
                     register-period delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              if rpt-title = "CHARGE-OFF RUN"
                     move spaces to rpt-record
                     string "ACCOUNT    PROD CUR DAYS PAST DUE / "
                            delimited by size
                            "MISSED / CHARGED OFF / INTEREST REVERSED"
                            delimited by size
                            into rpt-record
                     end-string
              else
                     move "ACCOUNT    PROD CUR DATE     EVENT"
                            to rpt-record
              end-if
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              close rpt-file.

       end-program.
              stop run.
