      *****************************************************************
      * AUTO-DEBIT COLLECTION FILE                                    *
      *                                                               *
      * Builds the day's bank collection file for the ANNU accounts   *
      * whose customers have authorized automatic debit on            *
      * DEBITAUT.DAT, so scheduled installments are pulled from the   *
      * customer's bank instead of waiting on the branch to key a     *
      * payment.                                                      *
      *                                                               *
      * Runs on each business day of CALENDAR.DAT, as of the "C"      *
      * record's processing date; a non-business processing date      *
      * writes no file and ends RC=4.  An installment is due on each  *
      * anniversary of MAST-OPEN-DATE out to the term -- the same     *
      * schedule TVMDELQ ages against -- and every installment due    *
      * on or before the processing date that has not yet been sent   *
      * is collected, so an installment falling on a weekend or       *
      * holiday goes out on the next business day.  The amount is     *
      * what the schedule asks for that installment: the account's    *
      * level payment, or the payment an applied modification on      *
      * MODHIST.DAT has set from its start installment on, taken the  *
      * way TVMCHGO and TVMDELQ age the account.  An installment a    *
      * deferral has set to nothing sends no debit, and an account    *
      * TVMCHGO has charged off is not collected at all.              *
      *                                                               *
      * COLLECT.DAT carries an "H" header (file date, originator),    *
      * one "D" detail per installment (trace number, account, bank   *
      * routing/account, amount, due date), and a "T" trailer with    *
      * the detail count and amount hash the bank balances the file   *
      * against.  The trace number comes back on the bank's           *
      * settlement and returns file, which TVMSETL processes.         *
      *                                                               *
      * Each authorization records the latest due date sent, so an    *
      * installment is collected once; a rerun for the same           *
      * processing date starts again from where that date's first     *
      * run started and rebuilds the same file.                       *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmcoll.

       environment division.
       input-output section.
       file-control.
              select debit-auth-file assign to "DEBITAUT.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is dauth-account-id
                     file status is debit-auth-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select mod-hist-file assign to "MODHIST.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is modh-key
                     file status is mod-hist-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select collect-file assign to "COLLECT.DAT"
                     organization is line sequential.

              select rpt-file assign to "TVMCOLLR.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  debit-auth-file.
       copy "debitaut.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  mod-hist-file.
       copy "modhist.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

      *****************************************************************
      *                                                               *
      * The bank collection file: an "H" header (file date,           *
      * originator id), "D" debit details, and a "T" trailer          *
      * (detail count, hash total of the debit amounts), the same     *
      * discipline the PAYPOST transaction file carries.              *
      *                                                               *
      *****************************************************************

       fd  collect-file.
       01  collect-detail-record.
              05 coll-record-type       pic x.
              05 coll-trace-number      pic 9(7).
              05 coll-account-id        pic x(10).
              05 coll-bank-routing      pic x(9).
              05 coll-bank-account      pic x(17).
              05 coll-bank-acct-type    pic x.
              05 coll-holder-name       pic x(22).
              05 coll-amount            pic 9(9)v99.
              05 coll-due-date          pic 9(8).
              05 coll-currency-code     pic x(3).
       01  collect-header-record.
              05 filler                 pic x.
              05 coll-hdr-file-date     pic 9(8).
              05 coll-hdr-source-id     pic x(8).
       01  collect-trailer-record.
              05 filler                 pic x.
              05 coll-trl-rec-count     pic 9(7).
              05 coll-trl-amt-hash      pic 9(13)v99.

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 DEBIT-AUTH-STATUS      PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 MOD-HIST-STATUS        PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 COLL-SWITCHES.
              05 AUTH-EOF-SWITCH         PIC X VALUE "N".
                     88 AUTH-EOF         VALUE "Y".
              05 CAL-PRESENT-SWITCH      PIC X VALUE "N".
                     88 CAL-PRESENT      VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 BUSINESS-DAY-SWITCH     PIC X VALUE "Y".
                     88 BUSINESS-DAY     VALUE "Y".
              05 AUTH-CHANGED-SWITCH     PIC X VALUE "N".
                     88 AUTH-CHANGED     VALUE "Y".
              05 MOD-FILE-SWITCH         PIC X VALUE "N".
                     88 MOD-FILE-PRESENT VALUE "Y".
              05 MOD-EOF-SWITCH          PIC X VALUE "N".
                     88 MOD-EOF          VALUE "Y".

       01 CALENDAR-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 CAL-CHECK-DATE     PIC 9(8).
              05 CAL-WORK-INT       PIC 9(7) USAGE COMP.
              05 CAL-DOW            PIC 9 USAGE COMP.
              05 HOLIDAY-MAX        PIC 999 USAGE COMP VALUE 100.
              05 HOLIDAY-COUNT      PIC 999 USAGE COMP VALUE 0.
              05 HOLIDAY-INDEX      PIC 999 USAGE COMP.
              05 HOLIDAY-TABLE.
                     10 HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).

       01 SCHEDULE-FIELDS.
              05 DUE-DATE           PIC 9(8).
              05 DUE-DATE-SPLIT REDEFINES DUE-DATE.
                     10 DUE-YYYY    PIC 9(4).
                     10 DUE-MM      PIC 99.
                     10 DUE-DD      PIC 99.
              05 DUE-LEAP-REM       PIC 9(3) USAGE COMP.
              05 DUE-INDEX          PIC 99 USAGE COMP.
              05 WINDOW-START       PIC 9(8).
              05 LATEST-COLLECTED   PIC 9(8).
              05 WORK-CURRENCY      PIC X(3).
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

       01 COLL-TOTALS.
              05 TRACE-NUMBER       PIC 9(7) VALUE 0.
              05 COLL-REC-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 COLL-AMT-HASH      PIC 9(13)V99 USAGE COMP VALUE 0.
              05 AUTH-READ-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 INACTIVE-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 EXCEPTION-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 ITEMS-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 AUTHS-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 INACTIVE-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 EXCEPTION-OUT      PIC ZZZZZZ9 USAGE DISPLAY.
              05 HASH-OUT           PIC $ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.

       01 COLL-DISP-FIELDS.
              05 AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.

       01 EXCEPTION-REASON       PIC X(40).

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       procedure division.
       main-logic.
              perform load-calendar
              perform open-report
              if cal-present
                     move processing-date to cal-check-date
                     perform check-business-date
                     if not business-day
                            perform refuse-non-business-day
                     end-if
              end-if
              open i-o debit-auth-file
              if debit-auth-status not = "00"
                     display "No auto-debit authorizations on disk "
                            "- nothing to collect."
                     set auth-eof to true
              end-if
              open input master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     set auth-eof to true
              end-if
              open input mod-hist-file
              if mod-hist-status = "00"
                     set mod-file-present to true
              end-if
              perform open-collect-file
              perform until auth-eof
                     read debit-auth-file next record
                            at end
                                   set auth-eof to true
                            not at end
                                   perform collect-one-account
                     end-read
              end-perform
              perform close-collect-file
              if debit-auth-status not = "35"
                     close debit-auth-file
              end-if
              if master-status not = "35"
                     close master-file
              end-if
              if mod-file-present
                     close mod-hist-file
              end-if
              perform close-report
              move coll-rec-count to items-out
              display "Collection file COLLECT.DAT written - "
                     items-out " debit(s)"
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * Pull the business calendar from CALENDAR.DAT: the "C" record  *
      * carries the processing date, the flagged "D" records the      *
      * holidays.  No file on disk reads as "date control not in      *
      * use" and the system date stands in.                           *
      *                                                               *
      *****************************************************************

              open input calendar-file
              if calendar-status = "00"
                     set cal-present to true
                     perform until cal-eof
                            read calendar-file
                                   at end
                                          set cal-eof to true
                                   not at end
                                          perform load-one-cal-record
                            end-read
                     end-perform
                     close calendar-file
              end-if
              if processing-date = 0
                     accept processing-date from date yyyymmdd
              end-if.

       load-one-cal-record.
              evaluate true
                     when cal-control
                            move cal-date to processing-date
                     when cal-day and cal-holiday
                            if holiday-count < holiday-max
                                   add 1 to holiday-count
                                   move cal-date
                                          to holiday-date(
                                          holiday-count)
                            end-if
                     when other
                            continue
              end-evaluate.

       check-business-date.

      *****************************************************************
      *                                                               *
      * Is CAL-CHECK-DATE a business day?  Saturdays and Sundays      *
      * fall out of the date arithmetic; everything else is checked   *
      * against the holiday table.                                    *
      *                                                               *
      *****************************************************************

              move "Y" to business-day-switch
              compute cal-work-int =
                     function integer-of-date(cal-check-date)
              compute cal-dow = function mod(cal-work-int 7)
              if cal-dow = 6 or cal-dow = 0
                     move "N" to business-day-switch
                     exit paragraph
              end-if
              perform varying holiday-index from 1 by 1
                     until holiday-index > holiday-count
                     if holiday-date(holiday-index)
                            = cal-check-date
                            move "N" to business-day-switch
                     end-if
              end-perform.

       refuse-non-business-day.
              display "*** NO COLLECTION: processing date "
                     processing-date " is not a business day on "
                     "CALENDAR.DAT ***"
              move spaces to rpt-record
              string "*** NO COLLECTION FILE WRITTEN - "
                     delimited by size
                     "PROCESSING DATE IS NOT A BUSINESS DAY ***"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file
              move 4 to return-code
              stop run.

       collect-one-account.

      *****************************************************************
      *                                                               *
      * Send every installment on this account's schedule that has    *
      * come due since the last one collected.  The window restarts   *
      * from DAUTH-PRIOR-THROUGH when this processing date has        *
      * already been run, so a rerun resends the same installments    *
      * instead of none.                                              *
      *                                                               *
      *****************************************************************

              add 1 to auth-read-count
              if not dauth-active
                     add 1 to inactive-count
                     exit paragraph
              end-if
              move dauth-account-id to mast-account-id
              read master-file
                     invalid key
                            move "NOT ON MASTER FILE"
                                   to exception-reason
                            perform write-exception-line
                            exit paragraph
              end-read
              if mast-product-code not = "ANNU"
                     move "NOT AN ANNU ACCOUNT" to exception-reason
                     perform write-exception-line
                     exit paragraph
              end-if
              if mast-charged-off
                     move "CHARGED OFF - NOT COLLECTED"
                            to exception-reason
                     perform write-exception-line
                     exit paragraph
              end-if
              if mast-open-date = 0
                     move "NO OPEN DATE - NO SCHEDULE"
                            to exception-reason
                     perform write-exception-line
                     exit paragraph
              end-if
              if mast-currency-code = spaces
                     move "USD" to work-currency
              else
                     move mast-currency-code to work-currency
              end-if
              move "N" to auth-changed-switch
              if dauth-last-collect-date = processing-date
                     move dauth-prior-through to window-start
              else
                     move dauth-collected-through to window-start
                     move dauth-collected-through
                            to dauth-prior-through
                     set auth-changed to true
              end-if
              move window-start to latest-collected
              perform load-modifications
              perform varying due-index from 1 by 1
                     until due-index > mast-annual-term
                     perform collect-one-due-date
              end-perform
              if latest-collected not = dauth-collected-through
                     move latest-collected to dauth-collected-through
                     set auth-changed to true
              end-if
              if auth-changed
                     move processing-date to dauth-last-collect-date
                     rewrite debit-auth-record
                            invalid key
                                   display "ERROR: unable to update "
                                          "authorization "
                                          dauth-account-id
                                          " - status "
                                          debit-auth-status
                     end-rewrite
              end-if.

       collect-one-due-date.
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
              if due-date <= window-start
                 or due-date < dauth-signed-date
                     exit paragraph
              end-if
              perform find-scheduled-amount
              if scheduled-amount > 0
                     perform write-collect-detail
              end-if
              move due-date to latest-collected.

       load-modifications.

      *****************************************************************
      *                                                               *
      * The account's applied modifications, in sequence, as the      *
      * payment segments of its schedule -- the same table TVMCHGO    *
      * and TVMDELQ build, so the bank is asked for what the account  *
      * is aged against.                                              *
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

       write-collect-detail.
              add 1 to trace-number
              move spaces to collect-detail-record
              move "D" to coll-record-type
              move trace-number to coll-trace-number
              move dauth-account-id to coll-account-id
              move dauth-bank-routing to coll-bank-routing
              move dauth-bank-account to coll-bank-account
              move dauth-bank-acct-type to coll-bank-acct-type
              move dauth-holder-name to coll-holder-name
              move scheduled-amount to coll-amount
              move due-date to coll-due-date
              move work-currency to coll-currency-code
              write collect-detail-record
              add 1 to coll-rec-count
              add scheduled-amount to coll-amt-hash
              perform write-collect-line.

       write-collect-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move scheduled-amount to amount-out
              move spaces to rpt-record
              string trace-number delimited by size
                     "  " delimited by size
                     dauth-account-id delimited by size
                     " " delimited by size
                     due-date delimited by size
                     " " delimited by size
                     work-currency delimited by size
                     " " delimited by size
                     amount-out delimited by size
                     "  " delimited by size
                     dauth-bank-routing delimited by size
                     " " delimited by size
                     dauth-bank-account delimited by size
                     " " delimited by size
                     dauth-bank-acct-type delimited by size
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
              string "*** NOT COLLECTED " delimited by size
                     dauth-account-id delimited by size
                     " - " delimited by size
                     exception-reason delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       open-collect-file.
              open output collect-file
              move spaces to collect-header-record
              move "H" to collect-header-record(1:1)
              move processing-date to coll-hdr-file-date
              move "TVMCOLL" to coll-hdr-source-id
              write collect-header-record.

       close-collect-file.
              move spaces to collect-trailer-record
              move "T" to collect-trailer-record(1:1)
              move coll-rec-count to coll-trl-rec-count
              move coll-amt-hash to coll-trl-amt-hash
              write collect-trailer-record
              close collect-file.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "AUTO-DEBIT COLLECTION REGISTER"
                     delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "TRACE    ACCOUNT    DUE DATE CUR"
                     delimited by size
                     "         AMOUNT  ROUTING   BANK ACCOUNT"
                     delimited by size
                     "      TYPE" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              move coll-rec-count to items-out
              move coll-amt-hash to hash-out
              move auth-read-count to auths-out
              move inactive-count to inactive-out
              move exception-count to exception-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "FILE CONTROL TOTALS: " delimited by size
                     items-out delimited by size
                     " DEBIT(S) " delimited by size
                     hash-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     auths-out delimited by size
                     " AUTHORIZATION(S), " delimited by size
                     inactive-out delimited by size
                     " INACTIVE, " delimited by size
                     exception-out delimited by size
                     " NOT COLLECTED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
