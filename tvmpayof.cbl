      *****************************************************************
      * ANNU PAYOFF QUOTE                                             *
      *                                                               *
      * Answers "what does it take to pay this loan off on the        *
      * 28th": for an ANNU account and a good-through date, the       *
      * outstanding principal PAYPOST carries on the master, the      *
      * interest accrued on it at the account's rate on an actual/    *
      * 365 day count from the last payment posted to PAYHIST.DAT     *
      * (or, with none posted, from MAST-LAST-ACCRUAL-DATE, or the    *
      * open date) through the good-through date, and the per-diem    *
      * to add for each day the funds arrive late.                    *
      *                                                               *
      * The figures are printed as a customer-ready payoff letter     *
      * addressed from CUSTOMER.DAT and registered on PAYOFREG.DAT    *
      * under a unique payoff number, the way the payment             *
      * calculators register their quote documents.  PAYPOST reads    *
      * the register to recognize the payoff when it arrives and      *
      * close the account.                                            *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmpayof is initial program.

       environment division.
       input-output section.
       file-control.
              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select customer-file assign to "CUSTOMER.DAT"
                     organization is indexed
                     access mode is random
                     record key is cust-id
                     file status is customer-status.

              select pay-hist-file assign to "PAYHIST.DAT"
                     organization is line sequential
                     file status is pay-hist-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select payoff-reg-file assign to "PAYOFREG.DAT"
                     organization is line sequential
                     file status is payoff-reg-status.

              select payoff-doc-file assign to "PAYOFLTR.DAT"
                     organization is line sequential.

              select tvm-log-file assign to "TVMLOG.DAT"
                     organization is line sequential
                     file status is tvm-log-status.

       data division.
       file section.
       fd  master-file.
       copy "master.cpy".

       fd  customer-file.
       copy "customer.cpy".

       fd  pay-hist-file.
       copy "payhist.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  payoff-reg-file.
       copy "payofreg.cpy".

       fd  payoff-doc-file.
       01  payoff-doc-record         pic x(80).

       fd  tvm-log-file.
       copy "tvmlog.cpy".

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 CUSTOMER-STATUS        PIC XX.

       01 PAY-HIST-STATUS        PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 PAYOFF-REG-STATUS      PIC XX.

       01 TVM-LOG-STATUS         PIC XX.

       01 PAYOF-SWITCHES.
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 HIST-EOF-SWITCH         PIC X VALUE "N".
                     88 HIST-EOF         VALUE "Y".
              05 REG-EOF-SWITCH          PIC X VALUE "N".
                     88 REG-EOF          VALUE "Y".
              05 CUSTOMER-FILE-SWITCH    PIC X VALUE "N".
                     88 CUSTOMER-FILE-PRESENT VALUE "Y".
              05 CUSTOMER-FOUND-SWITCH   PIC X VALUE "N".
                     88 CUSTOMER-FOUND   VALUE "Y".
              05 QUOTE-OK-SWITCH         PIC X VALUE "N".
                     88 QUOTE-OK         VALUE "Y".
              05 LETTER-WANTED-SWITCH    PIC X VALUE "N".
                     88 LETTER-WANTED    VALUE "Y" "y".

       01 PAYOF-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 WORK-ACCOUNT-ID    PIC X(10).
              05 GOOD-THROUGH-DATE  PIC 9(8).
              05 LAST-PAYMENT-DATE  PIC 9(8).
              05 INTEREST-FROM-DATE PIC 9(8).
              05 ACCRUE-DAYS        PIC S9(7) USAGE COMP.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(6) USAGE COMP.
              05 DENOMINATOR        PIC S9(9)V9(6) USAGE COMP.
              05 FACTOR             PIC S9(9)V9(6) USAGE COMP.
              05 PRINCIPAL-BAL      PIC S9(9)V99 USAGE COMP.
              05 ACCRUED-INTEREST   PIC S9(9)V99 USAGE COMP.
              05 PER-DIEM           PIC S9(7)V99 USAGE COMP.
              05 PAYOFF-AMOUNT      PIC S9(9)V99 USAGE COMP.
              05 PAYOFF-NUMBER      PIC 9(8) VALUE 0.
              05 PAYOFF-NUMBER-OUT  PIC 9(8) USAGE DISPLAY.
              05 CURRENT-OPERATOR   PIC X(8).
              05 CURRENCY-OUT       PIC X(3).

       01 CUSTOMER-FIELDS.
              05 CUSTOMER-NAME      PIC X(30).
              05 CUSTOMER-ADDRESS   PIC X(30).
              05 CUSTOMER-CITY-LINE PIC X(40).

       01 PAYOF-DISP-FIELDS.
              05 PRINCIPAL-OUT      PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 INTEREST-OUT       PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 PAYOFF-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 PER-DIEM-OUT       PIC $Z,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 DAYS-OUT           PIC ZZZZ9 USAGE DISPLAY.
              05 RATE-OUT           PIC Z9.9999 USAGE DISPLAY.
              05 RATE-LOG-OUT       PIC ZZ9.9999 USAGE DISPLAY.
              05 TERM-LOG-OUT       PIC Z9 USAGE DISPLAY.

       01 EDIT-INPUT             PIC X(15).

       01 REJECT-REASON          PIC X(40).

       procedure division.
       main-logic.
              perform load-calendar
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              display "ANNU PAYOFF QUOTE"
              open input master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     go to end-program
              end-if
              open input customer-file
              if customer-status = "00"
                     set customer-file-present to true
              end-if
              perform quote-one-payoff thru quote-one-payoff-exit
              close master-file
              if customer-file-present
                     close customer-file
              end-if
              go to end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The business day is the CALENDAR.DAT "C" record's processing  *
      * date, the earliest date a payoff may be good through.  No     *
      * calendar on disk reads as "date control not in use" and the   *
      * system date stands in.                                        *
      *                                                               *
      *****************************************************************

              move 0 to processing-date
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

       quote-one-payoff.
              display " "
              display "Enter account id (blank to end): "
              accept work-account-id
              if work-account-id = spaces
                     go to quote-one-payoff-exit
              end-if
              display "Enter good-through date (YYYYMMDD, blank for "
                     processing-date "): "
              accept edit-input
              if edit-input = spaces
                     move processing-date to good-through-date
              else
                     if function test-numval(edit-input) not = 0
                        or function numval(edit-input) < 0
                            display "Invalid date entry - please "
                                   "re-enter."
                            go to quote-one-payoff
                     end-if
                     compute good-through-date =
                            function numval(edit-input)
              end-if
              perform compute-payoff thru compute-payoff-exit
              if not quote-ok
                     display "No payoff quoted: account "
                            work-account-id " " reject-reason
                     go to quote-one-payoff
              end-if
              perform display-payoff
              perform log-payoff
              display "Produce the payoff letter and register it? "
                     "(Y/N) "
              accept letter-wanted-switch
              if letter-wanted
                     perform fetch-customer
                     perform get-next-payoff-number
                     perform write-payoff-letter
                     perform write-payoff-register
                     display "Payoff " payoff-number-out " written "
                            "to PAYOFLTR.DAT and registered."
              end-if
              go to quote-one-payoff.

       quote-one-payoff-exit.
              continue.

       compute-payoff.

      *****************************************************************
      *                                                               *
      * Principal is the balance PAYPOST carries; an account nothing  *
      * has posted to yet starts from the present value of its        *
      * payment stream, the same opening balance PAYPOST would        *
      * establish.  Interest accrues on it actual/365 at the booked   *
      * rate from the last payment date through the good-through      *
      * date; the per-diem is one day of that interest.               *
      *                                                               *
      *****************************************************************

              move "N" to quote-ok-switch
              move spaces to reject-reason
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            move "has no master account"
                                   to reject-reason
                            go to compute-payoff-exit
              end-read
              if mast-product-code not = "ANNU"
                     move "is not an ANNU account" to reject-reason
                     go to compute-payoff-exit
              end-if
              if mast-charged-off
                     move "is charged off - no payoff" to reject-reason
                     go to compute-payoff-exit
              end-if
              if function integer-of-date(good-through-date) = 0
                     move "good-through date is not a valid date"
                            to reject-reason
                     go to compute-payoff-exit
              end-if
              if good-through-date < processing-date
                     move "good-through date precedes business day"
                            to reject-reason
                     go to compute-payoff-exit
              end-if
              compute periodic-rate = mast-annual-interest / 100
              if mast-outstanding-bal not = 0
                     move mast-outstanding-bal to principal-bal
              else
                     perform establish-opening-balance
              end-if
              if principal-bal <= 0
                     move "carries no balance to pay off"
                            to reject-reason
                     go to compute-payoff-exit
              end-if

              perform find-last-payment
              evaluate true
                     when last-payment-date not = 0
                            move last-payment-date
                                   to interest-from-date
                     when mast-last-accrual-date not = 0
                            move mast-last-accrual-date
                                   to interest-from-date
                     when other
                            move mast-open-date to interest-from-date
              end-evaluate
              if interest-from-date = 0
                 or interest-from-date > good-through-date
                     move 0 to accrue-days
              else
                     compute accrue-days =
                            function integer-of-date(good-through-date)
                            - function integer-of-date(
                              interest-from-date)
              end-if
              compute accrued-interest rounded =
                     principal-bal * periodic-rate
                     * accrue-days / 365
              compute per-diem rounded =
                     principal-bal * periodic-rate / 365
              compute payoff-amount =
                     principal-bal + accrued-interest
              move mast-currency-code to currency-out
              if currency-out = spaces
                     move "USD" to currency-out
              end-if
              set quote-ok to true.

       compute-payoff-exit.
              continue.

       establish-opening-balance.
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
              compute principal-bal rounded =
                     mast-amount * factor.

       find-last-payment.

      *****************************************************************
      *                                                               *
      * The latest payment date posted to the account.  Reversal and  *
      * re-split rows are adjustments to earlier payments, not        *
      * payments received, so only payment rows count.                *
      *                                                               *
      *****************************************************************

              move 0 to last-payment-date
              move "N" to hist-eof-switch
              open input pay-hist-file
              if pay-hist-status not = "00"
                     exit paragraph
              end-if
              perform until hist-eof
                     read pay-hist-file
                            at end
                                   set hist-eof to true
                            not at end
                                   if payh-account-id = mast-account-id
                                      and payh-payment
                                      and payh-payment-date
                                          > last-payment-date
                                          move payh-payment-date
                                            to last-payment-date
                                   end-if
                     end-read
              end-perform
              close pay-hist-file.

       display-payoff.
              move principal-bal to principal-out
              move accrued-interest to interest-out
              move payoff-amount to payoff-out
              move per-diem to per-diem-out
              move accrue-days to days-out
              move mast-annual-interest to rate-out
              display "Account:            " mast-account-id
                     " (" currency-out ")"
              display "Good through:       " good-through-date
              display "Principal balance:  " principal-out
              display "Interest from " interest-from-date " ("
                     days-out " days): " interest-out
              display "Total payoff:       " payoff-out
              display "Per diem:           " per-diem-out
                     " at " rate-out "% actual/365".

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
                     display "WARNING: no customer on file for "
                            "account " mast-account-id
                            " - letter is not addressed."
              end-if.

       get-next-payoff-number.
              move 0 to payoff-number
              move "N" to reg-eof-switch
              open input payoff-reg-file
              if payoff-reg-status = "00"
                     perform until reg-eof
                            read payoff-reg-file
                                   at end
                                          set reg-eof to true
                                   not at end
                                          add 1 to payoff-number
                            end-read
                     end-perform
                     close payoff-reg-file
              end-if
              add 1 to payoff-number
              move payoff-number to payoff-number-out.

       write-payoff-letter.
              open output payoff-doc-file
              move all "*" to payoff-doc-record
              write payoff-doc-record
              move "          PAYOFF STATEMENT" to payoff-doc-record
              write payoff-doc-record
              move all "*" to payoff-doc-record
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "PAYOFF NUMBER: " delimited by size
                     payoff-number-out delimited by size
                     "     DATE: " delimited by size
                     processing-date delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              write payoff-doc-record
              move customer-name to payoff-doc-record
              write payoff-doc-record
              if customer-found
                     move customer-address to payoff-doc-record
                     write payoff-doc-record
                     move customer-city-line to payoff-doc-record
                     write payoff-doc-record
              end-if
              move spaces to payoff-doc-record
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "ACCOUNT:      " delimited by size
                     mast-account-id delimited by size
                     "  (" delimited by size
                     currency-out delimited by size
                     ")" delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "GOOD THROUGH: " delimited by size
                     good-through-date delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              write payoff-doc-record
              move "--- AMOUNT REQUIRED TO PAY OFF THIS LOAN ---"
                     to payoff-doc-record
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "PRINCIPAL BALANCE:    " delimited by size
                     principal-out delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "INTEREST TO PAYOFF:   " delimited by size
                     interest-out delimited by size
                     "  (" delimited by size
                     days-out delimited by size
                     " DAYS FROM " delimited by size
                     interest-from-date delimited by size
                     ")" delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "TOTAL PAYOFF AMOUNT:  " delimited by size
                     payoff-out delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "PER DIEM:             " delimited by size
                     per-diem-out delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move spaces to payoff-doc-record
              write payoff-doc-record
              move "FUNDS RECEIVED AFTER THE GOOD-THROUGH DATE MUST"
                     to payoff-doc-record
              write payoff-doc-record
              move "INCLUDE THE PER DIEM FOR EACH ADDITIONAL DAY."
                     to payoff-doc-record
              write payoff-doc-record
              move spaces to payoff-doc-record
              string "INTEREST IS FIGURED ON AN ACTUAL/365 BASIS AT "
                     delimited by size
                     rate-out delimited by size
                     "%." delimited by size
                     into payoff-doc-record
              end-string
              write payoff-doc-record
              move "THIS STATEMENT IS VOID IF ANY OTHER PAYMENT POSTS"
                     to payoff-doc-record
              write payoff-doc-record
              move "TO THE ACCOUNT BEFORE THE PAYOFF IS RECEIVED."
                     to payoff-doc-record
              write payoff-doc-record
              move spaces to payoff-doc-record
              write payoff-doc-record
              move "PLEASE QUOTE THE PAYOFF NUMBER ABOVE WITH YOUR"
                     to payoff-doc-record
              write payoff-doc-record
              move "FUNDS." to payoff-doc-record
              write payoff-doc-record
              close payoff-doc-file.

       write-payoff-register.
              move spaces to payoff-reg-record
              move payoff-number to poff-number
              accept poff-date from date yyyymmdd
              accept poff-time from time
              move current-operator to poff-operator
              move mast-account-id to poff-account-id
              move mast-customer-id to poff-customer-id
              move good-through-date to poff-good-through
              move interest-from-date to poff-interest-from
              move principal-bal to poff-principal
              move accrued-interest to poff-interest
              move per-diem to poff-per-diem
              move payoff-amount to poff-payoff-amount
              move mast-annual-interest to poff-rate
              open extend payoff-reg-file
              if payoff-reg-status = "35"
                     open output payoff-reg-file
              end-if
              write payoff-reg-record
              close payoff-reg-file.

       log-payoff.

      *****************************************************************
      *                                                               *
      * Append the payoff quote to the shared TVM audit log, tagged   *
      * with the account id, so the figure a customer was given can   *
      * be traced like any calculator quote.                          *
      *                                                               *
      *****************************************************************

              move spaces to tvm-log-record
              accept log-date from date yyyymmdd
              accept log-time from time
              move current-operator to log-operator
              move "TVMPAYOF" to log-program
              move principal-out to log-input-1
              move mast-annual-interest to rate-log-out
              move rate-log-out to log-input-2
              move mast-annual-term to term-log-out
              move term-log-out to log-term
              move payoff-out to log-result
              move mast-account-id to log-account
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.

       end-program.
              goback.
