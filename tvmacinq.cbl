      *****************************************************************
      * ACCOUNT INQUIRY                                               *
      *                                                               *
      * Everything the shop holds on one account on one screen, so    *
      * a customer call is answered without running TVMMAINT, then    *
      * TVMCUST, then TVMQUERY and browsing the history files: the    *
      * master terms and derived maturity date, the customer's name   *
      * and address, the outstanding balance and last payment, the    *
      * last accrual date, the most recent valuations with present    *
      * and market value, any change waiting approval in              *
      * PENDCHG.DAT, and the last few maintenance audit entries.      *
      * The payment history can then be paged through.                *
      *                                                               *
      * Strictly read-only -- every file is opened for input.  Each   *
      * account shown is logged to TVMLOG.DAT under the operator, so  *
      * a privacy review can see who looked at which account.  A      *
      * file not on disk simply leaves its section empty.             *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmacinq is initial program.

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

              select valhist-file assign to "VALHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is valh-key
                     file status is valhist-status.

              select pend-chg-file assign to "PENDCHG.DAT"
                     organization is indexed
                     access mode is random
                     record key is pend-account-id
                     file status is pend-chg-status.

              select maint-audit-file assign to "MAINTAUD.DAT"
                     organization is line sequential
                     file status is maint-audit-status.

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

       fd  valhist-file.
       copy "valhist.cpy".

       fd  pend-chg-file.
       copy "pendchg.cpy".

       fd  maint-audit-file.
       copy "maintaud.cpy".

       fd  tvm-log-file.
       copy "tvmlog.cpy".

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 CUSTOMER-STATUS        PIC XX.

       01 PAY-HIST-STATUS        PIC XX.

       01 VALHIST-STATUS         PIC XX.

       01 PEND-CHG-STATUS        PIC XX.

       01 MAINT-AUDIT-STATUS     PIC XX.

       01 TVM-LOG-STATUS         PIC XX.

       01 ACINQ-SWITCHES.
              05 HIST-EOF-SWITCH         PIC X VALUE "N".
                     88 HIST-EOF         VALUE "Y".
              05 VALH-EOF-SWITCH         PIC X VALUE "N".
                     88 VALH-EOF         VALUE "Y".
              05 AUD-EOF-SWITCH          PIC X VALUE "N".
                     88 AUD-EOF          VALUE "Y".
              05 CUSTOMER-FILE-SWITCH    PIC X VALUE "N".
                     88 CUSTOMER-FILE-PRESENT VALUE "Y".
              05 VALHIST-FILE-SWITCH     PIC X VALUE "N".
                     88 VALHIST-FILE-PRESENT VALUE "Y".
              05 PEND-FILE-SWITCH        PIC X VALUE "N".
                     88 PEND-FILE-PRESENT VALUE "Y".
              05 PAGE-SWITCH             PIC X VALUE "Y".
                     88 PAGE-WANTED      VALUE "Y" "y".
                     88 PAGE-STOP        VALUE "Q" "q".

       01 ACINQ-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 WORK-ACCOUNT-ID    PIC X(10).
              05 CURRENCY-OUT       PIC X(3).
              05 CUSTOMER-CITY-LINE PIC X(40).
              05 HIST-COUNT         PIC 9(5) USAGE COMP.
              05 PAGE-LINES         PIC 9(3) USAGE COMP.
              05 PAGE-SIZE          PIC 9(3) USAGE COMP VALUE 10.
              05 LAST-PAYMENT-DATE  PIC 9(8).
              05 LAST-PAYMENT-AMT   PIC 9(9)V99.
              05 TABLE-INDEX        PIC 9(3) USAGE COMP.

       01 MATURITY-FIELDS.
              05 MATURITY-DATE      PIC 9(8).
              05 MATURITY-SPLIT REDEFINES MATURITY-DATE.
                     10 MAT-YYYY    PIC 9(4).
                     10 MAT-MM      PIC 99.
                     10 MAT-DD      PIC 99.
              05 MAT-LEAP-REM       PIC 9(3) USAGE COMP.

      *****************************************************************
      *                                                               *
      * The most recent valuations and audit entries are kept in      *
      * small rolling tables as the files go by -- each new entry     *
      * pushes the oldest out -- so only the last few are shown.      *
      *                                                               *
      *****************************************************************

       01 RECENT-VALUATIONS.
              05 VAL-KEEP-MAX       PIC 9(3) USAGE COMP VALUE 5.
              05 VAL-KEPT           PIC 9(3) USAGE COMP VALUE 0.
              05 VAL-SEEN           PIC 9(5) USAGE COMP VALUE 0.
              05 VAL-ENTRY OCCURS 5 TIMES.
                     10 VAL-TBL-RUN-DATE     PIC 9(8).
                     10 VAL-TBL-PRESENT      PIC S9(9)V99.
                     10 VAL-TBL-MARKET       PIC S9(9)V99.
                     10 VAL-TBL-MARKET-RATE  PIC 99V9999.

       01 RECENT-AUDITS.
              05 AUD-KEEP-MAX       PIC 9(3) USAGE COMP VALUE 5.
              05 AUD-KEPT           PIC 9(3) USAGE COMP VALUE 0.
              05 AUD-SEEN           PIC 9(5) USAGE COMP VALUE 0.
              05 AUD-ENTRY OCCURS 5 TIMES.
                     10 AUD-TBL-DATE         PIC 9(8).
                     10 AUD-TBL-TIME         PIC 9(8).
                     10 AUD-TBL-OPERATOR     PIC X(8).
                     10 AUD-TBL-ACTION       PIC X(3).
                     10 AUD-TBL-APPROVER     PIC X(8).

       01 ACINQ-DISP-FIELDS.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 PAID-OUT           PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 BALANCE-OUT        PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 INTEREST-OUT       PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 PRINCIPAL-OUT      PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 PV-OUT             PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 MV-OUT             PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 RATE-OUT           PIC Z9.9999 USAGE DISPLAY.
              05 RATE-LOG-OUT       PIC ZZ9.9999 USAGE DISPLAY.
              05 TERM-OUT           PIC Z9 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZ9 USAGE DISPLAY.

       procedure division.
       main-logic.
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              display "ACCOUNT INQUIRY"
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
              open input valhist-file
              if valhist-status = "00"
                     set valhist-file-present to true
              end-if
              open input pend-chg-file
              if pend-chg-status = "00"
                     set pend-file-present to true
              end-if
              perform inquire-one-account thru inquire-one-account-exit
              close master-file
              if customer-file-present
                     close customer-file
              end-if
              if valhist-file-present
                     close valhist-file
              end-if
              if pend-file-present
                     close pend-chg-file
              end-if
              go to end-program.

       inquire-one-account.
              display " "
              display "Enter account id (blank to end): "
              accept work-account-id
              if work-account-id = spaces
                     go to inquire-one-account-exit
              end-if
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            display "Account " work-account-id
                                   " not found."
                            go to inquire-one-account
              end-read
              perform log-inquiry
              perform display-master-terms
              perform display-customer
              perform display-balance
              perform display-valuations
              perform display-pending-change
              perform display-recent-audits
              if hist-count > 0
                     display " "
                     display "Page through the payment history? (Y/N) "
                     accept page-switch
                     if page-wanted
                            perform page-payment-history
                     end-if
              end-if
              go to inquire-one-account.

       inquire-one-account-exit.
              continue.

       display-master-terms.
              move mast-currency-code to currency-out
              if currency-out = spaces
                     move "USD" to currency-out
              end-if
              perform compute-maturity
              move mast-amount to amount-out
              move mast-annual-interest to rate-out
              move mast-annual-term to term-out
              display " "
              display "--- ACCOUNT " mast-account-id " ---"
              display "Product:       " mast-product-code
                     "   Currency: " currency-out
              if mast-product-code = "ANNU"
                     display "Payment:       " amount-out
              else
                     display "Amount:        " amount-out
              end-if
              if mast-variable-rate
                     display "Interest Rate: " rate-out "%  VARIABLE "
                            "(see VARRATE)"
              else
                     display "Interest Rate: " rate-out "%"
              end-if
              display "Term:          " term-out " years"
              display "Open Date:     " mast-open-date
                     "   Maturity: " maturity-date
              if mast-rollover-code = spaces
                     display "At Maturity:   (no instruction)"
              else
                     display "At Maturity:   " mast-rollover-code
              end-if
              if mast-dormant
                     display "Status:        DORMANT - UNCLAIMED "
                            "PROPERTY (see ESCHEAT)"
              end-if
              if mast-charged-off
                     display "Status:        CHARGED OFF - PAYMENTS "
                            "POST AS RECOVERIES (see CHGOREG)"
              end-if.

       compute-maturity.

      *****************************************************************
      *                                                               *
      * The open date plus the term in years, as TVMMATP derives it;  *
      * a February 29 anniversary in a common year falls on the 28th. *
      *                                                               *
      *****************************************************************

              move mast-open-date to maturity-date
              add mast-annual-term to mat-yyyy
              if mat-mm = 2 and mat-dd = 29
                     compute mat-leap-rem = function mod(mat-yyyy 4)
                     if mat-leap-rem not = 0
                            move 28 to mat-dd
                     else
                            compute mat-leap-rem =
                                   function mod(mat-yyyy 100)
                            if mat-leap-rem = 0
                                   compute mat-leap-rem =
                                          function mod(mat-yyyy 400)
                                   if mat-leap-rem not = 0
                                          move 28 to mat-dd
                                   end-if
                            end-if
                     end-if
              end-if.

       display-customer.
              display " "
              if mast-customer-id = spaces
                     display "Customer:      (none on the account)"
                     exit paragraph
              end-if
              if not customer-file-present
                     display "Customer:      " mast-customer-id
                            " (no CUSTOMER.DAT on file)"
                     exit paragraph
              end-if
              move mast-customer-id to cust-id
              read customer-file
                     invalid key
                            display "Customer:      " mast-customer-id
                                   " NOT ON FILE"
                            exit paragraph
              end-read
              move spaces to customer-city-line
              string cust-city delimited by "  "
                     ", " delimited by size
                     cust-state delimited by size
                     "  " delimited by size
                     cust-postal-code delimited by size
                     into customer-city-line
              end-string
              display "Customer:      " cust-id "  " cust-name
              display "               " cust-address
              display "               " customer-city-line
              if cust-closed
                     display "               *** CUSTOMER CLOSED ***"
              end-if.

       display-balance.

      *****************************************************************
      *                                                               *
      * One pass of PAYHIST.DAT counts the account's history rows     *
      * and finds the latest payment; reversal and re-split rows      *
      * adjust earlier payments and are not payments received.        *
      *                                                               *
      *****************************************************************

              move 0 to hist-count
              move 0 to last-payment-date
              move 0 to last-payment-amt
              move "N" to hist-eof-switch
              open input pay-hist-file
              if pay-hist-status = "00"
                     perform until hist-eof
                            read pay-hist-file
                                   at end
                                          set hist-eof to true
                                   not at end
                                          perform count-history-row
                            end-read
                     end-perform
                     close pay-hist-file
              end-if
              display " "
              move mast-outstanding-bal to balance-out
              if mast-outstanding-bal = 0
                     display "Outstanding:   (no payments posted)"
              else
                     display "Outstanding:   " balance-out
              end-if
              if last-payment-date = 0
                     display "Last Payment:  (none)"
              else
                     move last-payment-amt to amount-out
                     display "Last Payment:  " amount-out " on "
                            last-payment-date
              end-if
              if mast-last-accrual-date = 0
                     display "Last Accrual:  (not yet accrued)"
              else
                     display "Last Accrual:  " mast-last-accrual-date
              end-if
              move hist-count to count-out
              display "History Rows:  " count-out.

       count-history-row.
              if payh-account-id not = mast-account-id
                     exit paragraph
              end-if
              add 1 to hist-count
              if payh-payment
                 and payh-payment-date not < last-payment-date
                     move payh-payment-date to last-payment-date
                     move payh-amount to last-payment-amt
              end-if.

       display-valuations.
              move 0 to val-kept
              move 0 to val-seen
              if valhist-file-present
                     move mast-account-id to valh-account-id
                     move 0 to valh-run-date
                     move "N" to valh-eof-switch
                     start valhist-file key is not less than valh-key
                            invalid key
                                   set valh-eof to true
                     end-start
                     perform until valh-eof
                            read valhist-file next record
                                   at end
                                          set valh-eof to true
                                   not at end
                                          if valh-account-id
                                                 not = mast-account-id
                                                 set valh-eof to true
                                          else
                                                 perform keep-valuation
                                          end-if
                            end-read
                     end-perform
              end-if
              display " "
              move val-seen to count-out
              display "Valuations:    " count-out " on file"
              if val-kept > 0
                     display "   RUN DATE        PRESENT VALUE"
                            "    MARKET VALUE   MKT RATE"
              end-if
              perform varying table-index from val-kept by -1
                     until table-index < 1
                     move val-tbl-present(table-index) to pv-out
                     move val-tbl-market(table-index) to mv-out
                     move val-tbl-market-rate(table-index) to rate-out
                     if val-tbl-market-rate(table-index) = 0
                            display "   " val-tbl-run-date(table-index)
                                   "  " pv-out "   (not marked)"
                     else
                            display "   " val-tbl-run-date(table-index)
                                   "  " pv-out "  " mv-out "  "
                                   rate-out "%"
                     end-if
              end-perform.

       keep-valuation.
              add 1 to val-seen
              if val-kept = val-keep-max
                     perform varying table-index from 1 by 1
                            until table-index = val-keep-max
                            move val-entry(table-index + 1)
                                   to val-entry(table-index)
                     end-perform
              else
                     add 1 to val-kept
              end-if
              move valh-run-date to val-tbl-run-date(val-kept)
              move valh-present-value to val-tbl-present(val-kept)
              move valh-market-value to val-tbl-market(val-kept)
              move valh-market-rate to val-tbl-market-rate(val-kept).

       display-pending-change.
              display " "
              if not pend-file-present
                     display "Pending:       (none)"
                     exit paragraph
              end-if
              move mast-account-id to pend-account-id
              read pend-chg-file
                     invalid key
                            display "Pending:       (none)"
                     not invalid key
                            display "Pending:       " pend-action
                                   " queued " pend-date " by "
                                   pend-maker " - awaiting approval"
                            display "               " pend-reason
              end-read.

       display-recent-audits.
              move 0 to aud-kept
              move 0 to aud-seen
              move "N" to aud-eof-switch
              open input maint-audit-file
              if maint-audit-status = "00"
                     perform until aud-eof
                            read maint-audit-file
                                   at end
                                          set aud-eof to true
                                   not at end
                                          if maud-account-id
                                                 = mast-account-id
                                                 perform keep-audit
                                          end-if
                            end-read
                     end-perform
                     close maint-audit-file
              end-if
              display " "
              move aud-seen to count-out
              display "Maintenance:   " count-out " audit entries"
              perform varying table-index from aud-kept by -1
                     until table-index < 1
                     display "   " aud-tbl-date(table-index) " "
                            aud-tbl-time(table-index) "  "
                            aud-tbl-action(table-index) "  BY "
                            aud-tbl-operator(table-index)
                            "  APPROVED " aud-tbl-approver(table-index)
              end-perform.

       keep-audit.
              add 1 to aud-seen
              if aud-kept = aud-keep-max
                     perform varying table-index from 1 by 1
                            until table-index = aud-keep-max
                            move aud-entry(table-index + 1)
                                   to aud-entry(table-index)
                     end-perform
              else
                     add 1 to aud-kept
              end-if
              move maud-date to aud-tbl-date(aud-kept)
              move maud-time to aud-tbl-time(aud-kept)
              move maud-operator to aud-tbl-operator(aud-kept)
              move maud-action to aud-tbl-action(aud-kept)
              move maud-approver to aud-tbl-approver(aud-kept).

       page-payment-history.

      *****************************************************************
      *                                                               *
      * The account's PAYHIST.DAT rows in posting order, a page at a  *
      * time; Q ends the listing early.                               *
      *                                                               *
      *****************************************************************

              move 0 to page-lines
              move "N" to hist-eof-switch
              move "Y" to page-switch
              open input pay-hist-file
              if pay-hist-status not = "00"
                     exit paragraph
              end-if
              perform display-history-heading
              perform until hist-eof or page-stop
                     read pay-hist-file
                            at end
                                   set hist-eof to true
                            not at end
                                   if payh-account-id = mast-account-id
                                          perform display-history-row
                                   end-if
                     end-read
              end-perform
              close pay-hist-file
              display "*** END OF PAYMENT HISTORY ***".

       display-history-heading.
              display " "
              display " PAID    T         AMOUNT        INTEREST"
                     "       PRINCIPAL   BALANCE AFTER".

       display-history-row.
              if page-lines = page-size
                     display "Enter for the next page, Q to stop: "
                     move space to page-switch
                     accept page-switch
                     if page-stop
                            exit paragraph
                     end-if
                     move 0 to page-lines
                     perform display-history-heading
              end-if
              add 1 to page-lines
              move payh-amount to paid-out
              move payh-interest to interest-out
              move payh-principal to principal-out
              move payh-balance-after to balance-out
              display payh-payment-date " " payh-tran-type " "
                     paid-out " " interest-out " " principal-out
                     " " balance-out.

       log-inquiry.

      *****************************************************************
      *                                                               *
      * Append the inquiry to the shared TVM audit log, tagged with   *
      * the account id, before anything is shown.                     *
      *                                                               *
      *****************************************************************

              move spaces to tvm-log-record
              accept log-date from date yyyymmdd
              accept log-time from time
              move current-operator to log-operator
              move "TVMACINQ" to log-program
              move mast-amount to log-input-1
              move mast-annual-interest to rate-log-out
              move rate-log-out to log-input-2
              move mast-annual-term to term-out
              move term-out to log-term
              move mast-account-id to log-account
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.

       end-program.
              goback.
