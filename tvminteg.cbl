      *****************************************************************
      * CROSS-FILE REFERENTIAL INTEGRITY SWEEP                        *
      *                                                               *
      * TVMRECON proves the overnight valuation touched every         *
      * account; this batch proves the files still agree with each    *
      * other and with themselves, so a broken link is reported here  *
      * rather than found when a downstream report blows up on it.    *
      * Every finding is listed with its check code and account, and  *
      * counted by check on the closing summary.                      *
      *                                                               *
      * Master-file checks, one pass over MASTER.DAT:                 *
      *   CUST-MISSING   customer id not on CUSTOMER.DAT              *
      *   CUST-CLOSED    customer on file but closed                  *
      *   CURR-NO-TABLE  currency not on CURRTAB.DAT                  *
      *   CURR-NO-FXRATE currency (other than USD) not on FXRATES.DAT *
      *   FUTV-BALANCE   FUTV account carrying an outstanding balance *
      *   ANNU-OVER-ORIG ANNU balance above the original principal    *
      *   ACCR-PRE-OPEN  last accrual date before the open date       *
      *   ACCR-POST-PROC last accrual date after the processing date  *
      *   BAD-ROLLOVER   rollover code not CLOS, ROLL or blank        *
      *   BAD-STATUS     account status not D (dormant), C (charged   *
      *                  off) or blank                                *
      *   VRATE-NO-TERMS variable-rate flag with no VARRATE.DAT terms *
      *                                                               *
      * Dependent-file checks, one pass over each file:               *
      *   PEND-ORPHAN    PENDCHG.DAT change for an account not on     *
      *                  the master (it can never be approved);       *
      *                  control-table keys ("*LIMITS", "*CURVE")     *
      *                  are not accounts and are passed over         *
      *   VRATE-ORPHAN   VARRATE.DAT terms for an account not on the  *
      *                  master                                       *
      *   DAUTH-ORPHAN   DEBITAUT.DAT authorization for an account    *
      *                  not on the master (TVMCOLL would collect it) *
      *                  -- a cancelled one is kept for its return    *
      *                  history and never collects, and is passed    *
      *                  over                                         *
      *   PAYH-ORPHAN    PAYHIST.DAT payments for an account not on   *
      *                  the master                                   *
      *   VALH-ORPHAN    VALHIST.DAT valuations for an account not on *
      *                  the master                                   *
      *   MODH-ORPHAN    MODHIST.DAT modifications for an account not *
      *                  on the master                                *
      *                                                               *
      * The ANNU balance is measured against the principal the        *
      * account was booked at -- the present value of its original    *
      * payment stream, the figure PAYPOST establishes the balance    *
      * from (MAST-AMOUNT is the payment, not the principal) -- or    *
      * against the re-amortized balance of an applied modification,  *
      * which may have capitalized interest, if that is higher.       *
      *                                                               *
      * The history files are permanent: maturity, payoff and full    *
      * withdrawal all remove the master record and keep its          *
      * history, so a history orphan is a warning (W) for review, not *
      * an error.  Every other finding is an error (E).  RC=8 when    *
      * any error was found, RC=4 when only warnings, RC=0 clean --   *
      * TVMNIGHT can halt the cycle on the errors and let the         *
      * warnings through.  An optional file not on disk has nothing   *
      * to check; a missing CUSTOMER.DAT, CURRTAB.DAT or FXRATES.DAT  *
      * skips the checks against it, and the report says so.          *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvminteg.

       environment division.
       input-output section.
       file-control.
              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is mast-account-id
                     file status is master-status.

              select customer-file assign to "CUSTOMER.DAT"
                     organization is indexed
                     access mode is random
                     record key is cust-id
                     file status is customer-status.

              select currency-file assign to "CURRTAB.DAT"
                     organization is line sequential
                     file status is currency-status.

              select fxrates-file assign to "FXRATES.DAT"
                     organization is line sequential
                     file status is fxrate-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select pend-chg-file assign to "PENDCHG.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is pend-account-id
                     file status is pend-chg-status.

              select var-rate-file assign to "VARRATE.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is vrt-account-id
                     file status is var-rate-status.

              select debit-auth-file assign to "DEBITAUT.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is dauth-account-id
                     file status is debit-auth-status.

              select pay-hist-file assign to "PAYHIST.DAT"
                     organization is line sequential
                     file status is pay-hist-status.

              select valhist-file assign to "VALHIST.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is valh-key
                     file status is valhist-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select rpt-file assign to "TVMINTEG.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  master-file.
       copy "master.cpy".

       fd  customer-file.
       copy "customer.cpy".

       fd  currency-file.
       copy "currtab.cpy".

       fd  fxrates-file.
       copy "fxrates.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  pend-chg-file.
       copy "pendchg.cpy".

       fd  var-rate-file.
       copy "varrate.cpy".

       fd  debit-auth-file.
       copy "debitaut.cpy".

       fd  pay-hist-file.
       copy "payhist.cpy".

       fd  valhist-file.
       copy "valhist.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 CUSTOMER-STATUS        PIC XX.

       01 CURRENCY-STATUS        PIC XX.

       01 FXRATE-STATUS          PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 PEND-CHG-STATUS        PIC XX.

       01 VAR-RATE-STATUS        PIC XX.

       01 DEBIT-AUTH-STATUS      PIC XX.

       01 PAY-HIST-STATUS        PIC XX.

       01 VALHIST-STATUS         PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 INTEG-SWITCHES.
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 MASTER-OPEN-SWITCH      PIC X VALUE "N".
                     88 MASTER-OPEN      VALUE "Y".
              05 SCAN-EOF-SWITCH         PIC X VALUE "N".
                     88 SCAN-EOF         VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 CUST-FILE-SWITCH        PIC X VALUE "N".
                     88 CUST-FILE-PRESENT VALUE "Y".
              05 CURR-FILE-SWITCH        PIC X VALUE "N".
                     88 CURR-FILE-PRESENT VALUE "Y".
              05 FX-FILE-SWITCH          PIC X VALUE "N".
                     88 FX-FILE-PRESENT  VALUE "Y".
              05 VRT-FILE-SWITCH         PIC X VALUE "N".
                     88 VRT-FILE-PRESENT VALUE "Y".
              05 MOD-FILE-SWITCH         PIC X VALUE "N".
                     88 MOD-FILE-PRESENT VALUE "Y".
              05 ENTRY-FOUND-SWITCH      PIC X VALUE "N".
                     88 ENTRY-FOUND      VALUE "Y".
              05 ON-MASTER-SWITCH        PIC X VALUE "N".
                     88 ON-MASTER        VALUE "Y".

      *****************************************************************
      *                                                               *
      * The checks: severity (E error, W warning), check code and     *
      * the description printed on the closing summary.  Findings     *
      * are counted against the entry whose code they are recorded    *
      * under.                                                        *
      *                                                               *
      *****************************************************************

       01 CHECK-DEFINITIONS.
              05 FILLER PIC X(56) VALUE
                 "ECUST-MISSING  CUSTOMER NOT ON CUSTOMER.DAT".
              05 FILLER PIC X(56) VALUE
                 "ECUST-CLOSED   CUSTOMER CLOSED".
              05 FILLER PIC X(56) VALUE
                 "ECURR-NO-TABLE CURRENCY NOT ON CURRTAB.DAT".
              05 FILLER PIC X(56) VALUE
                 "ECURR-NO-FXRATECURRENCY NOT ON FXRATES.DAT".
              05 FILLER PIC X(56) VALUE
                 "EFUTV-BALANCE  FUTV ACCOUNT CARRYING A BALANCE".
              05 FILLER PIC X(56) VALUE
                 "EANNU-OVER-ORIGANNU BALANCE ABOVE ORIGINAL PRINCIPAL".
              05 FILLER PIC X(56) VALUE
                 "EACCR-PRE-OPEN LAST ACCRUAL BEFORE OPEN DATE".
              05 FILLER PIC X(56) VALUE
                 "EACCR-POST-PROCLAST ACCRUAL AFTER PROCESSING DATE".
              05 FILLER PIC X(56) VALUE
                 "EBAD-ROLLOVER  ROLLOVER CODE NOT CLOS/ROLL/BLANK".
              05 FILLER PIC X(56) VALUE
                 "EBAD-STATUS    ACCOUNT STATUS NOT D, C OR BLANK".
              05 FILLER PIC X(56) VALUE
                 "EVRATE-NO-TERMSVARIABLE RATE WITH NO VARRATE TERMS".
              05 FILLER PIC X(56) VALUE
                 "EPEND-ORPHAN   PENDING CHANGE, ACCOUNT NOT ON MASTER".
              05 FILLER PIC X(56) VALUE
                 "EVRATE-ORPHAN  VARRATE TERMS, ACCOUNT NOT ON MASTER".
              05 FILLER PIC X(56) VALUE
                 "EDAUTH-ORPHAN  DEBIT AUTH, ACCOUNT NOT ON MASTER".
              05 FILLER PIC X(56) VALUE
                 "WPAYH-ORPHAN   PAYHIST, ACCOUNT NOT ON MASTER".
              05 FILLER PIC X(56) VALUE
                 "WVALH-ORPHAN   VALHIST, ACCOUNT NOT ON MASTER".
              05 FILLER PIC X(56) VALUE
                 "WMODH-ORPHAN   MODHIST, ACCOUNT NOT ON MASTER".
       01 CHECK-TABLE REDEFINES CHECK-DEFINITIONS.
              05 CHK-ENTRY OCCURS 17 TIMES.
                     10 CHK-SEVERITY       PIC X.
                     10 CHK-CODE           PIC X(14).
                     10 CHK-DESCRIPTION    PIC X(41).

       01 CHECK-COUNTS.
              05 CHK-COUNT OCCURS 17 TIMES PIC 9(7) USAGE COMP.

       01 FINDING-FIELDS.
              05 CHECK-MAX          PIC 99 USAGE COMP VALUE 17.
              05 CHECK-INDEX        PIC 99 USAGE COMP.
              05 FINDING-CODE       PIC X(14).
              05 FINDING-ACCOUNT    PIC X(10).
              05 FINDING-DETAIL     PIC X(60).
              05 ERROR-COUNT        PIC 9(7) USAGE COMP VALUE 0.
              05 WARNING-COUNT      PIC 9(7) USAGE COMP VALUE 0.

       01 CURRENCY-FIELDS.
              05 CURR-TABLE-MAX     PIC 99 USAGE COMP VALUE 50.
              05 CURR-COUNT         PIC 99 USAGE COMP VALUE 0.
              05 CURR-INDEX         PIC 99 USAGE COMP.
              05 CURR-TABLE.
                     10 CURR-TBL-CODE OCCURS 50 TIMES PIC X(3).
              05 FX-TABLE-MAX       PIC 99 USAGE COMP VALUE 50.
              05 FX-COUNT           PIC 99 USAGE COMP VALUE 0.
              05 FX-INDEX           PIC 99 USAGE COMP.
              05 FX-TABLE.
                     10 FX-TBL-CODE OCCURS 50 TIMES PIC X(3).
              05 WORK-CURRENCY      PIC X(3).

      *****************************************************************
      *                                                               *
      * PAYHIST.DAT is in posting order, not account order, so its    *
      * orphans are gathered here and listed once each, with their    *
      * record count, after the scan.                                 *
      *                                                               *
      *****************************************************************

       01 ORPHAN-FIELDS.
              05 ORPHAN-TABLE-MAX   PIC 9(3) USAGE COMP VALUE 500.
              05 ORPHAN-COUNT       PIC 9(3) USAGE COMP VALUE 0.
              05 ORPHAN-INDEX       PIC 9(3) USAGE COMP.
              05 ORPHAN-OVERFLOW    PIC 9(7) USAGE COMP VALUE 0.
              05 ORPHAN-TABLE.
                     10 ORPHAN-ENTRY OCCURS 500 TIMES.
                            15 ORPHAN-ACCOUNT   PIC X(10).
                            15 ORPHAN-RECORDS   PIC 9(7)
                                   USAGE COMP.
              05 GROUP-ACCOUNT      PIC X(10).
              05 GROUP-RECORDS      PIC 9(7) USAGE COMP.

       01 BALANCE-FIELDS.
              05 ORIG-PAYMENT       PIC 9(9)V99 USAGE COMP.
              05 ORIG-RATE          PIC 99V9999 USAGE COMP.
              05 ORIG-TERM          PIC 99 USAGE COMP.
              05 BALANCE-CEILING    PIC S9(11)V99 USAGE COMP.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 ANNUITY-FACTOR     PIC S9(5)V9(8) USAGE COMP.
              05 ORIG-PRINCIPAL     PIC S9(11)V99 USAGE COMP.

       01 INTEG-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 MASTER-READ-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 SCAN-READ-COUNT    PIC 9(7) USAGE COMP VALUE 0.

       01 INTEG-DISP-FIELDS.
              05 AMOUNT-OUT         PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 LIMIT-OUT          PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 ERROR-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 WARNING-OUT        PIC ZZZZZZ9 USAGE DISPLAY.

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       procedure division.
       main-logic.
              perform load-calendar
              perform open-report
              perform load-currency-table
              perform load-fx-table
              perform open-master
              if master-open
                     perform check-master-file
                     perform check-pending-changes
                     perform check-variable-rate-terms
                     perform check-debit-authorizations
                     perform check-payment-history
                     perform check-valuation-history
                     perform check-modification-history
                     close master-file
              end-if
              perform write-summary
              perform close-report
              move error-count to error-out
              move warning-count to warning-out
              evaluate true
                     when not master-open
                            move 16 to return-code
                     when error-count > 0
                            display "*** " error-out " INTEGRITY "
                                   "ERROR(S), " warning-out
                                   " WARNING(S) - SEE TVMINTEG.DAT ***"
                            move 8 to return-code
                     when warning-count > 0
                            display "Integrity sweep - " warning-out
                                   " warning(s), no errors - see "
                                   "TVMINTEG.DAT"
                            move 4 to return-code
                     when other
                            display "Integrity sweep clean - no "
                                   "findings."
              end-evaluate
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The accrual-date check runs against the CALENDAR.DAT "C"      *
      * record's processing date; no calendar on disk reads as "date  *
      * control not in use" and the system date stands in.            *
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

       load-currency-table.
              move 0 to curr-count
              move "N" to scan-eof-switch
              open input currency-file
              if currency-status not = "00"
                     move "*** CURRTAB.DAT NOT ON DISK - CURRENCY "
                            to rpt-record
                     move "TABLE CHECK NOT RUN ***"
                            to rpt-record(40:23)
                     perform write-note-line
                     exit paragraph
              end-if
              set curr-file-present to true
              perform until scan-eof
                     read currency-file
                            at end
                                   set scan-eof to true
                            not at end
                                   if curr-count < curr-table-max
                                          add 1 to curr-count
                                          move curr-code
                                            to curr-tbl-code(curr-count)
                                   end-if
                     end-read
              end-perform
              close currency-file.

       load-fx-table.
              move 0 to fx-count
              move "N" to scan-eof-switch
              open input fxrates-file
              if fxrate-status not = "00"
                     move "*** FXRATES.DAT NOT ON DISK - FX RATE "
                            to rpt-record
                     move "CHECK NOT RUN ***" to rpt-record(39:17)
                     perform write-note-line
                     exit paragraph
              end-if
              set fx-file-present to true
              perform until scan-eof
                     read fxrates-file
                            at end
                                   set scan-eof to true
                            not at end
                                   if fx-count < fx-table-max
                                          add 1 to fx-count
                                          move fx-curr-code
                                            to fx-tbl-code(fx-count)
                                   end-if
                     end-read
              end-perform
              close fxrates-file.

       open-master.
              open input master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     move "*** MASTER.DAT COULD NOT BE OPENED - SWEEP "
                            to rpt-record
                     move "NOT RUN ***" to rpt-record(44:11)
                     perform write-note-line
                     exit paragraph
              end-if
              set master-open to true.

       check-master-file.

      *****************************************************************
      *                                                               *
      * One pass over the master, with CUSTOMER.DAT, VARRATE.DAT and  *
      * MODHIST.DAT read by key alongside.  Each of those left open   *
      * for the dependent-file passes that follow.                    *
      *                                                               *
      *****************************************************************

              open input customer-file
              if customer-status = "00"
                     set cust-file-present to true
              else
                     move "*** CUSTOMER.DAT NOT ON DISK - CUSTOMER "
                            to rpt-record
                     move "CHECKS NOT RUN ***" to rpt-record(41:18)
                     perform write-note-line
              end-if
              open input var-rate-file
              if var-rate-status = "00"
                     set vrt-file-present to true
              end-if
              open input mod-hist-file
              if mod-hist-status = "00"
                     set mod-file-present to true
              end-if
              perform until master-eof
                     read master-file next record
                            at end
                                   set master-eof to true
                            not at end
                                   add 1 to master-read-count
                                   perform check-one-account
                     end-read
              end-perform
              if cust-file-present
                     close customer-file
              end-if.

       check-one-account.
              move mast-account-id to finding-account
              perform check-customer-link
              perform check-currency-link
              perform check-balance
              perform check-accrual-date
              if mast-rollover-code not = "CLOS"
                 and mast-rollover-code not = "ROLL"
                 and mast-rollover-code not = spaces
                     move "BAD-ROLLOVER" to finding-code
                     move spaces to finding-detail
                     string "ROLLOVER CODE '" delimited by size
                            mast-rollover-code delimited by size
                            "'" delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if
              if mast-account-status not = space
                 and not mast-dormant
                 and not mast-charged-off
                     move "BAD-STATUS" to finding-code
                     move spaces to finding-detail
                     string "ACCOUNT STATUS '" delimited by size
                            mast-account-status delimited by size
                            "'" delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if
              if mast-variable-rate
                     perform check-variable-rate-link
              end-if.

       check-customer-link.
              if mast-customer-id = spaces
                 or not cust-file-present
                     exit paragraph
              end-if
              move mast-customer-id to cust-id
              read customer-file
                     invalid key
                            move "CUST-MISSING" to finding-code
                            move spaces to finding-detail
                            string "CUSTOMER " delimited by size
                                   mast-customer-id delimited by size
                                   into finding-detail
                            end-string
                            perform record-finding
                            exit paragraph
              end-read
              if cust-closed
                     move "CUST-CLOSED" to finding-code
                     move spaces to finding-detail
                     string "CUSTOMER " delimited by size
                            mast-customer-id delimited by size
                            " " delimited by size
                            cust-name delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       check-currency-link.

      *****************************************************************
      *                                                               *
      * Spaces are read as USD, as everywhere else.  USD is the FX    *
      * base and translates at 1 without an FXRATES.DAT line.         *
      *                                                               *
      *****************************************************************

              if mast-currency-code = spaces
                     move "USD" to work-currency
              else
                     move mast-currency-code to work-currency
              end-if
              if curr-file-present
                     move "N" to entry-found-switch
                     perform varying curr-index from 1 by 1
                            until curr-index > curr-count
                            or entry-found
                            if curr-tbl-code(curr-index)
                                   = work-currency
                                   set entry-found to true
                            end-if
                     end-perform
                     if not entry-found
                            move "CURR-NO-TABLE" to finding-code
                            move spaces to finding-detail
                            string "CURRENCY " delimited by size
                                   work-currency delimited by size
                                   into finding-detail
                            end-string
                            perform record-finding
                     end-if
              end-if
              if fx-file-present and work-currency not = "USD"
                     move "N" to entry-found-switch
                     perform varying fx-index from 1 by 1
                            until fx-index > fx-count
                            or entry-found
                            if fx-tbl-code(fx-index) = work-currency
                                   set entry-found to true
                            end-if
                     end-perform
                     if not entry-found
                            move "CURR-NO-FXRATE" to finding-code
                            move spaces to finding-detail
                            string "CURRENCY " delimited by size
                                   work-currency delimited by size
                                   into finding-detail
                            end-string
                            perform record-finding
                     end-if
              end-if.

       check-balance.
              if mast-product-code = "FUTV"
                 and mast-outstanding-bal not = 0
                     move "FUTV-BALANCE" to finding-code
                     move mast-outstanding-bal to amount-out
                     move spaces to finding-detail
                     string "BALANCE " delimited by size
                            amount-out delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if
              if mast-product-code = "ANNU"
                 and mast-outstanding-bal > 0
                     perform compute-balance-ceiling
                     if mast-outstanding-bal > balance-ceiling
                            move "ANNU-OVER-ORIG" to finding-code
                            move mast-outstanding-bal to amount-out
                            move balance-ceiling to limit-out
                            move spaces to finding-detail
                            string "BALANCE " delimited by size
                                   amount-out delimited by size
                                   " ORIGINAL " delimited by size
                                   limit-out delimited by size
                                   into finding-detail
                            end-string
                            perform record-finding
                     end-if
              end-if.

       compute-balance-ceiling.

      *****************************************************************
      *                                                               *
      * The original principal is the present value of the payment,   *
      * rate and term the account was booked with -- the first        *
      * applied modification's old terms if it has been modified,     *
      * else its terms today -- computed exactly as PAYPOST           *
      * establishes the opening balance.  An applied modification's   *
      * re-amortized balance raises the ceiling when it is higher.    *
      *                                                               *
      *****************************************************************

              move mast-amount to orig-payment
              move mast-annual-interest to orig-rate
              move mast-annual-term to orig-term
              move 0 to balance-ceiling
              if mod-file-present
                     perform scan-account-modifications
              end-if
              compute periodic-rate = orig-rate / 100
              if periodic-rate = 0
                     move orig-term to annuity-factor
              else
                     compute annuity-factor rounded =
                            (1 - (1 + periodic-rate) ** (- orig-term))
                            / periodic-rate
              end-if
              compute orig-principal rounded =
                     orig-payment * annuity-factor
              if orig-principal > balance-ceiling
                     move orig-principal to balance-ceiling
              end-if.

       scan-account-modifications.
              move "N" to scan-eof-switch
              move "N" to entry-found-switch
              move mast-account-id to modh-account-id
              move 0 to modh-sequence
              start mod-hist-file key is not less than modh-key
                     invalid key
                            set scan-eof to true
              end-start
              perform until scan-eof
                     read mod-hist-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   if modh-account-id
                                          not = mast-account-id
                                          set scan-eof to true
                                   else
                                          perform note-modification
                                   end-if
                     end-read
              end-perform.

       note-modification.
              if not modh-applied
                     exit paragraph
              end-if
              if not entry-found
                     set entry-found to true
                     move modh-old-payment to orig-payment
                     move modh-old-rate to orig-rate
                     move modh-old-term to orig-term
              end-if
              if modh-reamort-balance > balance-ceiling
                     move modh-reamort-balance to balance-ceiling
              end-if.

       check-accrual-date.
              if mast-last-accrual-date = 0
                     exit paragraph
              end-if
              if mast-open-date not = 0
                 and mast-last-accrual-date < mast-open-date
                     move "ACCR-PRE-OPEN" to finding-code
                     move spaces to finding-detail
                     string "LAST ACCRUAL " delimited by size
                            mast-last-accrual-date delimited by size
                            " OPENED " delimited by size
                            mast-open-date delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if
              if mast-last-accrual-date > processing-date
                     move "ACCR-POST-PROC" to finding-code
                     move spaces to finding-detail
                     string "LAST ACCRUAL " delimited by size
                            mast-last-accrual-date delimited by size
                            " PROCESSING " delimited by size
                            processing-date delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       check-variable-rate-link.
              if vrt-file-present
                     move mast-account-id to vrt-account-id
                     read var-rate-file
                            invalid key
                                   continue
                            not invalid key
                                   exit paragraph
                     end-read
              end-if
              move "VRATE-NO-TERMS" to finding-code
              move "FLAGGED VARIABLE-RATE, NO VARRATE.DAT RECORD"
                     to finding-detail
              perform record-finding.

       find-on-master.
              move "N" to on-master-switch
              move finding-account to mast-account-id
              read master-file
                     invalid key
                            continue
                     not invalid key
                            set on-master to true
              end-read.

       check-pending-changes.
              open input pend-chg-file
              if pend-chg-status not = "00"
                     exit paragraph
              end-if
              move "N" to scan-eof-switch
              perform until scan-eof
                     read pend-chg-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   perform check-one-pending-change
                     end-read
              end-perform
              close pend-chg-file.

       check-one-pending-change.
              if pend-control-table
                     exit paragraph
              end-if
              move pend-account-id to finding-account
              perform find-on-master
              if not on-master
                     move "PEND-ORPHAN" to finding-code
                     move spaces to finding-detail
                     string "ACTION " delimited by size
                            pend-action delimited by size
                            " KEYED " delimited by size
                            pend-date delimited by size
                            " BY " delimited by size
                            pend-maker delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       check-variable-rate-terms.
              if not vrt-file-present
                     exit paragraph
              end-if
              move low-values to vrt-account-id
              move "N" to scan-eof-switch
              start var-rate-file key is not less than vrt-account-id
                     invalid key
                            set scan-eof to true
              end-start
              perform until scan-eof
                     read var-rate-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   perform check-one-rate-terms
                     end-read
              end-perform
              close var-rate-file.

       check-one-rate-terms.
              move vrt-account-id to finding-account
              perform find-on-master
              if not on-master
                     move "VRATE-ORPHAN" to finding-code
                     move spaces to finding-detail
                     string "INDEX " delimited by size
                            vrt-index-code delimited by size
                            " NEXT RESET " delimited by size
                            vrt-next-reset-date delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       check-debit-authorizations.
              open input debit-auth-file
              if debit-auth-status not = "00"
                     exit paragraph
              end-if
              move "N" to scan-eof-switch
              perform until scan-eof
                     read debit-auth-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   perform check-one-authorization
                     end-read
              end-perform
              close debit-auth-file.

       check-one-authorization.
              if dauth-cancelled
                     exit paragraph
              end-if
              move dauth-account-id to finding-account
              perform find-on-master
              if not on-master
                     move "DAUTH-ORPHAN" to finding-code
                     move spaces to finding-detail
                     string "STATUS " delimited by size
                            dauth-status delimited by size
                            " HOLDER " delimited by size
                            dauth-holder-name delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       check-payment-history.
              open input pay-hist-file
              if pay-hist-status not = "00"
                     exit paragraph
              end-if
              move 0 to orphan-count
              move 0 to orphan-overflow
              move "N" to scan-eof-switch
              perform until scan-eof
                     read pay-hist-file
                            at end
                                   set scan-eof to true
                            not at end
                                   perform check-one-payment
                     end-read
              end-perform
              close pay-hist-file
              move "PAYH-ORPHAN" to finding-code
              perform varying orphan-index from 1 by 1
                     until orphan-index > orphan-count
                     move orphan-account(orphan-index)
                            to finding-account
                     move orphan-records(orphan-index) to count-out
                     move spaces to finding-detail
                     string count-out delimited by size
                            " PAYMENT HISTORY RECORD(S)"
                            delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-perform
              if orphan-overflow > 0
                     move orphan-overflow to count-out
                     move spaces to rpt-record
                     string "*** " delimited by size
                            count-out delimited by size
                            " MORE PAYHIST ORPHAN RECORD(S) BEYOND "
                            delimited by size
                            "THE 500-ACCOUNT LIST - NOT LISTED ***"
                            delimited by size
                            into rpt-record
                     end-string
                     perform write-note-line
              end-if.

       check-one-payment.
              move "N" to entry-found-switch
              perform varying orphan-index from 1 by 1
                     until orphan-index > orphan-count
                     or entry-found
                     if orphan-account(orphan-index)
                            = payh-account-id
                            set entry-found to true
                            add 1 to orphan-records(orphan-index)
                     end-if
              end-perform
              if entry-found
                     exit paragraph
              end-if
              move payh-account-id to finding-account
              perform find-on-master
              if on-master
                     exit paragraph
              end-if
              if orphan-count < orphan-table-max
                     add 1 to orphan-count
                     move payh-account-id
                            to orphan-account(orphan-count)
                     move 1 to orphan-records(orphan-count)
              else
                     add 1 to orphan-overflow
              end-if.

       check-valuation-history.

      *****************************************************************
      *                                                               *
      * VALHIST.DAT and MODHIST.DAT are keyed by account, so an       *
      * orphan's records arrive together: one finding per account,    *
      * with its record count, at the break.                          *
      *                                                               *
      *****************************************************************

              open input valhist-file
              if valhist-status not = "00"
                     exit paragraph
              end-if
              move spaces to group-account
              move 0 to group-records
              move "N" to scan-eof-switch
              perform until scan-eof
                     read valhist-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   if valh-account-id
                                          not = group-account
                                          perform end-valuation-group
                                          move valh-account-id
                                                 to group-account
                                          move 0 to group-records
                                   end-if
                                   add 1 to group-records
                     end-read
              end-perform
              perform end-valuation-group
              close valhist-file.

       end-valuation-group.
              if group-account = spaces
                     exit paragraph
              end-if
              move group-account to finding-account
              perform find-on-master
              if not on-master
                     move "VALH-ORPHAN" to finding-code
                     move group-records to count-out
                     move spaces to finding-detail
                     string count-out delimited by size
                            " VALUATION HISTORY RECORD(S)"
                            delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       check-modification-history.
              if not mod-file-present
                     exit paragraph
              end-if
              move spaces to group-account
              move 0 to group-records
              move low-values to modh-key
              move "N" to scan-eof-switch
              start mod-hist-file key is not less than modh-key
                     invalid key
                            set scan-eof to true
              end-start
              perform until scan-eof
                     read mod-hist-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   if modh-account-id
                                          not = group-account
                                          perform end-modification-group
                                          move modh-account-id
                                                 to group-account
                                          move 0 to group-records
                                   end-if
                                   add 1 to group-records
                     end-read
              end-perform
              perform end-modification-group
              close mod-hist-file.

       end-modification-group.
              if group-account = spaces
                     exit paragraph
              end-if
              move group-account to finding-account
              perform find-on-master
              if not on-master
                     move "MODH-ORPHAN" to finding-code
                     move group-records to count-out
                     move spaces to finding-detail
                     string count-out delimited by size
                            " MODIFICATION HISTORY RECORD(S)"
                            delimited by size
                            into finding-detail
                     end-string
                     perform record-finding
              end-if.

       record-finding.

      *****************************************************************
      *                                                               *
      * Count the finding against its check and list it.              *
      *                                                               *
      *****************************************************************

              move "N" to entry-found-switch
              perform varying check-index from 1 by 1
                     until check-index > check-max
                     or entry-found
                     if chk-code(check-index) = finding-code
                            set entry-found to true
                     end-if
              end-perform
              subtract 1 from check-index
              add 1 to chk-count(check-index)
              if chk-severity(check-index) = "E"
                     add 1 to error-count
              else
                     add 1 to warning-count
              end-if
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string chk-severity(check-index) delimited by size
                     "  " delimited by size
                     chk-code(check-index) delimited by size
                     " " delimited by size
                     finding-account delimited by size
                     "  " delimited by size
                     finding-detail delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-note-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       write-summary.
              if rpt-line-count >= rpt-lines-per-page - 4
                     perform write-report-header
              end-if
              move master-read-count to count-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "SUMMARY BY CHECK - " delimited by size
                     count-out delimited by size
                     " MASTER ACCOUNT(S) SWEPT" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move "SEV CHECK         FINDINGS  DESCRIPTION"
                     to rpt-record
              write rpt-record
              add 3 to rpt-line-count
              perform varying check-index from 1 by 1
                     until check-index > check-max
                     if rpt-line-count >= rpt-lines-per-page
                            perform write-report-header
                     end-if
                     move chk-count(check-index) to count-out
                     move spaces to rpt-record
                     string chk-severity(check-index)
                            delimited by size
                            "   " delimited by size
                            chk-code(check-index) delimited by size
                            " " delimited by size
                            count-out delimited by size
                            "  " delimited by size
                            chk-description(check-index)
                            delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
                     add 1 to rpt-line-count
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
              string "REFERENTIAL INTEGRITY SWEEP" delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move "S  CHECK          ACCOUNT     DETAIL"
                     to rpt-record
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              move error-count to error-out
              move warning-count to warning-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     error-out delimited by size
                     " ERROR(S), " delimited by size
                     warning-out delimited by size
                     " WARNING(S) ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
