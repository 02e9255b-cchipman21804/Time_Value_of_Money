      *****************************************************************
      * AUTO-DEBIT SETTLEMENT AND RETURNS                             *
      *                                                               *
      * Processes the bank's settlement and returns file for the      *
      * debits TVMCOLL sent on COLLECT.DAT.                           *
      *                                                               *
      * A settled debit is money received: each one is written to     *
      * ADPAYTRN.DAT as a "P" payment in the PAYPOST transaction      *
      * layout, with the "H" header and "T" count/hash trailer        *
      * PAYPOST balances against, and the next job step posts that    *
      * file through PAYPOST exactly as it posts the branch file --   *
      * nobody keys an auto-debit payment.                            *
      *                                                               *
      * A returned debit is logged to the RETITEMS.DAT returned-item  *
      * log and counted against the account on its DEBITAUT.DAT       *
      * authorization.  A return saying the customer's bank account   *
      * is closed or unusable, or that the debit was not authorized,  *
      * suspends the authorization at once; any other return (NSF,    *
      * uncollected funds, stopped payment) suspends it when the      *
      * account's return count reaches RETURN-LIMIT.  Every return    *
      * is listed for collections on the TVMCOLRT.DAT report with     *
      * the customer, the installment, and where the authorization    *
      * now stands -- the installment stays unpaid, so TVMDELQ ages   *
      * it as delinquent from its due date.                           *
      *                                                               *
      * The bank file carries an "H" header, "S" settled and "R"      *
      * returned details, and a "T" trailer (detail count, amount     *
      * hash); it is tied to its trailer before anything is written,  *
      * and out of balance ends the run RC=16 with nothing posted.    *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmsetl.

       environment division.
       input-output section.
       file-control.
              select settle-file assign to "SETLRET.DAT"
                     organization is line sequential
                     file status is settle-status.

              select debit-auth-file assign to "DEBITAUT.DAT"
                     organization is indexed
                     access mode is random
                     record key is dauth-account-id
                     file status is debit-auth-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select pay-tran-file assign to "ADPAYTRN.DAT"
                     organization is line sequential.

              select ret-item-file assign to "RETITEMS.DAT"
                     organization is line sequential
                     file status is ret-item-status.

              select rpt-file assign to "TVMSETLR.DAT"
                     organization is line sequential.

              select coll-rpt-file assign to "TVMCOLRT.DAT"
                     organization is line sequential.

       data division.
       file section.

      *****************************************************************
      *                                                               *
      * The bank's settlement and returns file: an "H" header (file   *
      * date, bank id), one detail per debit on COLLECT.DAT -- "S"    *
      * settled or "R" returned, carrying back the trace number,      *
      * account, amount, and due date sent, the settlement or return  *
      * date, and for a return the bank's return reason code -- and   *
      * a "T" trailer (detail count, hash total of the amounts).      *
      *                                                               *
      *****************************************************************

       fd  settle-file.
       01  settle-record.
              05 setl-record-type       pic x.
                     88 setl-settled    value "S".
                     88 setl-returned   value "R".
              05 setl-trace-number      pic 9(7).
              05 setl-account-id        pic x(10).
              05 setl-amount            pic 9(9)v99.
              05 setl-due-date          pic 9(8).
              05 setl-action-date       pic 9(8).
              05 setl-return-code       pic x(3).
       01  settle-header-record.
              05 filler                 pic x.
              05 setl-hdr-file-date     pic 9(8).
              05 setl-hdr-source-id     pic x(8).
       01  settle-trailer-record.
              05 filler                 pic x.
              05 setl-trl-rec-count     pic 9(7).
              05 setl-trl-amt-hash      pic 9(13)v99.

       fd  debit-auth-file.
       copy "debitaut.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

      *****************************************************************
      *                                                               *
      * The payments to post, in the PAYPOST transaction layout.      *
      *                                                               *
      *****************************************************************

       fd  pay-tran-file.
       01  pay-tran-record.
              05 pay-record-type        pic x.
              05 pay-account-id         pic x(10).
              05 pay-payment-date       pic 9(8).
              05 pay-amount             pic 9(9)v99.
              05 pay-orig-seq           pic 9(9).
              05 pay-orig-pay-date      pic 9(8).
              05 pay-target-account     pic x(10).
       01  pay-header-record.
              05 filler                 pic x.
              05 pay-hdr-file-date      pic 9(8).
              05 pay-hdr-source-id      pic x(8).
       01  pay-trailer-record.
              05 filler                 pic x.
              05 pay-trl-rec-count      pic 9(7).
              05 pay-trl-amt-hash       pic 9(13)v99.

       fd  ret-item-file.
       copy "retitem.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(120).

       fd  coll-rpt-file.
       01  coll-rpt-record           pic x(120).

       working-storage section.

       01 SETTLE-STATUS          PIC XX.

       01 DEBIT-AUTH-STATUS      PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 RET-ITEM-STATUS        PIC XX.

       01 SETL-SWITCHES.
              05 SETTLE-EOF-SWITCH       PIC X VALUE "N".
                     88 SETTLE-EOF       VALUE "Y".
              05 TRAILER-FOUND-SWITCH    PIC X VALUE "N".
                     88 TRAILER-FOUND    VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 AUTH-FOUND-SWITCH       PIC X VALUE "N".
                     88 AUTH-FOUND       VALUE "Y".
              05 RETURN-CLASS-SWITCH     PIC X VALUE "N".
                     88 ACCOUNT-UNUSABLE VALUE "Y".
              05 AUTH-OPEN-SWITCH        PIC X VALUE "N".
                     88 AUTH-FILE-OPEN   VALUE "Y".
              05 MASTER-OPEN-SWITCH      PIC X VALUE "N".
                     88 MASTER-FILE-OPEN VALUE "Y".

       01 SETL-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 RETURN-LIMIT       PIC 999 USAGE COMP VALUE 2.
              05 RETURN-DESC        PIC X(24).
              05 WORK-CUSTOMER-ID   PIC X(10).
              05 WORK-PAY-DATE      PIC 9(8).
              05 AUTH-STATUS-DESC   PIC X(9).

       01 TRANS-BALANCE-FIELDS.
              05 TRAN-READ-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 TRAN-AMT-HASH        PIC 9(13)V99 USAGE COMP VALUE 0.
              05 TRL-EXPECTED-COUNT   PIC 9(7) USAGE COMP VALUE 0.
              05 TRL-EXPECTED-HASH    PIC 9(13)V99 USAGE COMP VALUE 0.
              05 TRAN-COUNT-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 TRL-COUNT-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 TRAN-HASH-OUT        PIC Z(12)9.99 USAGE DISPLAY.
              05 TRL-HASH-OUT         PIC Z(12)9.99 USAGE DISPLAY.

       01 SETL-TOTALS.
              05 SETTLED-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 SETTLED-AMOUNT     PIC 9(13)V99 USAGE COMP VALUE 0.
              05 RETURNED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 RETURNED-AMOUNT    PIC 9(13)V99 USAGE COMP VALUE 0.
              05 SUSPENDED-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 SETTLED-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 RETURNED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 SUSPENDED-OUT      PIC ZZZZZZ9 USAGE DISPLAY.
              05 TOTAL-AMT-OUT      PIC $ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.

       01 SETL-DISP-FIELDS.
              05 AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZ9 USAGE DISPLAY.

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       01 COLL-RPT-CONTROL.
              05 CRPT-LINE-COUNT    PIC 99 USAGE COMP VALUE 0.
              05 CRPT-PAGE-NUM      PIC 99 USAGE COMP VALUE 0.
              05 CRPT-PAGE-OUT      PIC Z9 USAGE DISPLAY.

       procedure division.
       main-logic.
              perform load-calendar
              perform open-report
              open input settle-file
              if settle-status not = "00"
                     display "ERROR: unable to open SETLRET.DAT - "
                            "status " settle-status
                     move spaces to rpt-record
                     move "*** NO SETTLEMENT FILE - NOTHING POSTED ***"
                            to rpt-record
                     write rpt-record
                     close rpt-file
                     move 16 to return-code
                     stop run
              end-if
              perform balance-settle-file
              close settle-file
              open input settle-file
              move "N" to settle-eof-switch
              open i-o debit-auth-file
              if debit-auth-status = "00"
                     set auth-file-open to true
              end-if
              open input master-file
              if master-status = "00"
                     set master-file-open to true
              end-if
              open extend ret-item-file
              if ret-item-status = "35"
                     open output ret-item-file
              end-if
              perform open-pay-tran-file
              perform open-coll-report
              perform until settle-eof
                     read settle-file
                            at end
                                   set settle-eof to true
                            not at end
                                   perform route-settle-record
                     end-read
              end-perform
              close settle-file
              perform close-pay-tran-file
              close ret-item-file
              if auth-file-open
                     close debit-auth-file
              end-if
              if master-file-open
                     close master-file
              end-if
              perform close-coll-report
              perform close-report
              move settled-count to settled-out
              move returned-count to returned-out
              display "Settlement processed - " settled-out
                     " settled to ADPAYTRN.DAT, " returned-out
                     " returned"
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The processing date is the CALENDAR.DAT "C" record's; no      *
      * calendar on disk reads as "date control not in use" and the   *
      * system date stands in.                                        *
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

       balance-settle-file.

      *****************************************************************
      *                                                               *
      * First pass over the bank file: count the "S" and "R" details  *
      * and hash their amounts against the trailer, the same          *
      * balancing discipline PAYPOST applies, so a truncated          *
      * transfer abends the run before a single payment is written.   *
      *                                                               *
      *****************************************************************

              perform until settle-eof
                     read settle-file
                            at end
                                   set settle-eof to true
                            not at end
                                   perform count-one-detail
                     end-read
              end-perform
              move tran-read-count to tran-count-out
              move trl-expected-count to trl-count-out
              move tran-amt-hash to tran-hash-out
              move trl-expected-hash to trl-hash-out
              if not trailer-found
                     display "*** OUT OF BALANCE: no trailer record "
                            "on SETLRET.DAT - file is truncated ***"
                     perform abend-batch-run
              end-if
              if tran-read-count not = trl-expected-count
                     display "*** OUT OF BALANCE: read "
                            tran-count-out " detail(s), trailer "
                            "expects " trl-count-out " ***"
                     perform abend-batch-run
              end-if
              if tran-amt-hash not = trl-expected-hash
                     display "*** OUT OF BALANCE: amount hash "
                            tran-hash-out " read, trailer expects "
                            trl-hash-out " ***"
                     perform abend-batch-run
              end-if
              display "Settlement file in balance: " tran-count-out
                     " detail(s) tie to the trailer.".

       count-one-detail.
              evaluate setl-record-type
                     when "S"
                     when "R"
                            add 1 to tran-read-count
                            add setl-amount to tran-amt-hash
                     when "T"
                            move setl-trl-rec-count
                                   to trl-expected-count
                            move setl-trl-amt-hash
                                   to trl-expected-hash
                            set trailer-found to true
                     when other
                            continue
              end-evaluate.

       abend-batch-run.
              move spaces to rpt-record
              string "*** RUN ABENDED - SETTLEMENT FILE OUT OF "
                     delimited by size
                     "BALANCE - NOTHING POSTED ***"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file
              close settle-file
              move 16 to return-code
              stop run.

       route-settle-record.
              evaluate true
                     when setl-settled
                            perform post-settled-item
                     when setl-returned
                            perform process-returned-item
                     when other
                            continue
              end-evaluate.

       post-settled-item.

      *****************************************************************
      *                                                               *
      * Money received: hand it to PAYPOST as a payment dated the     *
      * day the bank settled it.                                      *
      *                                                               *
      *****************************************************************

              if setl-action-date = 0
                     move processing-date to work-pay-date
              else
                     move setl-action-date to work-pay-date
              end-if
              move spaces to pay-tran-record
              move "P" to pay-record-type
              move setl-account-id to pay-account-id
              move work-pay-date to pay-payment-date
              move setl-amount to pay-amount
              move 0 to pay-orig-seq
              move 0 to pay-orig-pay-date
              write pay-tran-record
              add 1 to settled-count
              add setl-amount to settled-amount
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move setl-amount to amount-out
              move spaces to rpt-record
              string setl-trace-number delimited by size
                     "  " delimited by size
                     setl-account-id delimited by size
                     " " delimited by size
                     setl-due-date delimited by size
                     " " delimited by size
                     work-pay-date delimited by size
                     " " delimited by size
                     amount-out delimited by size
                     "  SETTLED - POSTED TO PAYPOST"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       process-returned-item.

      *****************************************************************
      *                                                               *
      * Money not received: count the return against the account's    *
      * authorization, suspend the authorization when the bank        *
      * account is unusable or the return limit is reached, log the   *
      * return, and list it for collections.                          *
      *                                                               *
      *****************************************************************

              add 1 to returned-count
              add setl-amount to returned-amount
              perform describe-return-code
              move "N" to auth-found-switch
              move "NONE" to auth-status-desc
              if auth-file-open
                     move setl-account-id to dauth-account-id
                     read debit-auth-file
                            invalid key
                                   continue
                            not invalid key
                                   set auth-found to true
                     end-read
              end-if
              if auth-found
                     add 1 to dauth-return-count
                     move setl-action-date to dauth-last-return-date
                     if dauth-last-return-date = 0
                            move processing-date
                                   to dauth-last-return-date
                     end-if
                     move setl-return-code to dauth-last-return-code
                     if dauth-active
                        and (account-unusable
                             or dauth-return-count >= return-limit)
                            move "S" to dauth-status
                            add 1 to suspended-count
                     end-if
                     rewrite debit-auth-record
                            invalid key
                                   display "ERROR: unable to update "
                                          "authorization "
                                          dauth-account-id
                                          " - status "
                                          debit-auth-status
                     end-rewrite
                     evaluate true
                            when dauth-active
                                   move "ACTIVE" to auth-status-desc
                            when dauth-suspended
                                   move "SUSPENDED"
                                          to auth-status-desc
                            when other
                                   move "CANCELLED"
                                          to auth-status-desc
                     end-evaluate
              end-if
              move spaces to work-customer-id
              if master-file-open
                     move setl-account-id to mast-account-id
                     read master-file
                            invalid key
                                   continue
                            not invalid key
                                   move mast-customer-id
                                          to work-customer-id
                     end-read
              end-if
              perform write-returned-item
              perform write-collections-line
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move setl-amount to amount-out
              move spaces to rpt-record
              string setl-trace-number delimited by size
                     "  " delimited by size
                     setl-account-id delimited by size
                     " " delimited by size
                     setl-due-date delimited by size
                     " " delimited by size
                     setl-action-date delimited by size
                     " " delimited by size
                     amount-out delimited by size
                     "  RETURNED " delimited by size
                     setl-return-code delimited by size
                     " " delimited by size
                     return-desc delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       describe-return-code.

      *****************************************************************
      *                                                               *
      * The bank's return reasons.  A closed, missing, or invalid     *
      * bank account, a frozen one, or a debit the customer says      *
      * was never authorized cannot be retried, so those suspend the  *
      * authorization outright.                                       *
      *                                                               *
      *****************************************************************

              move "N" to return-class-switch
              evaluate setl-return-code
                     when "R01"
                            move "INSUFFICIENT FUNDS" to return-desc
                     when "R02"
                            move "ACCOUNT CLOSED" to return-desc
                            set account-unusable to true
                     when "R03"
                            move "NO ACCOUNT ON FILE" to return-desc
                            set account-unusable to true
                     when "R04"
                            move "INVALID ACCOUNT NUMBER"
                                   to return-desc
                            set account-unusable to true
                     when "R08"
                            move "PAYMENT STOPPED" to return-desc
                     when "R09"
                            move "UNCOLLECTED FUNDS" to return-desc
                     when "R10"
                            move "NOT AUTHORIZED" to return-desc
                            set account-unusable to true
                     when "R16"
                            move "ACCOUNT FROZEN" to return-desc
                            set account-unusable to true
                     when other
                            move "OTHER RETURN" to return-desc
              end-evaluate.

       write-returned-item.
              move spaces to returned-item-record
              move processing-date to reti-process-date
              move setl-account-id to reti-account-id
              move setl-trace-number to reti-trace-number
              move setl-due-date to reti-due-date
              move setl-amount to reti-amount
              move setl-action-date to reti-return-date
              move setl-return-code to reti-return-code
              move return-desc to reti-return-desc
              if auth-found
                     move dauth-return-count to reti-return-count
                     move dauth-status to reti-auth-status
              else
                     move 0 to reti-return-count
                     move space to reti-auth-status
              end-if
              write returned-item-record.

       write-collections-line.
              if crpt-line-count >= rpt-lines-per-page
                     perform write-coll-report-header
              end-if
              move setl-amount to amount-out
              if auth-found
                     move dauth-return-count to count-out
              else
                     move 0 to count-out
              end-if
              move spaces to coll-rpt-record
              string setl-account-id delimited by size
                     " " delimited by size
                     work-customer-id delimited by size
                     " " delimited by size
                     setl-due-date delimited by size
                     " " delimited by size
                     amount-out delimited by size
                     " " delimited by size
                     setl-return-code delimited by size
                     " " delimited by size
                     return-desc delimited by size
                     " " delimited by size
                     count-out delimited by size
                     "  " delimited by size
                     auth-status-desc delimited by size
                     into coll-rpt-record
              end-string
              write coll-rpt-record
              add 1 to crpt-line-count.

       open-pay-tran-file.
              open output pay-tran-file
              move spaces to pay-header-record
              move "H" to pay-header-record(1:1)
              move processing-date to pay-hdr-file-date
              move "TVMSETL" to pay-hdr-source-id
              write pay-header-record.

       close-pay-tran-file.
              move spaces to pay-trailer-record
              move "T" to pay-trailer-record(1:1)
              move settled-count to pay-trl-rec-count
              move settled-amount to pay-trl-amt-hash
              write pay-trailer-record
              close pay-tran-file.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "AUTO-DEBIT SETTLEMENT REGISTER"
                     delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "TRACE    ACCOUNT    DUE DATE ACT DATE"
                     delimited by size
                     "         AMOUNT  DISPOSITION" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              move settled-count to settled-out
              move settled-amount to total-amt-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "SETTLED:  " delimited by size
                     settled-out delimited by size
                     " " delimited by size
                     total-amt-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move returned-count to returned-out
              move returned-amount to total-amt-out
              move spaces to rpt-record
              string "RETURNED: " delimited by size
                     returned-out delimited by size
                     " " delimited by size
                     total-amt-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move suspended-count to suspended-out
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     suspended-out delimited by size
                     " AUTHORIZATION(S) SUSPENDED ***"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       open-coll-report.
              open output coll-rpt-file
              move 0 to crpt-line-count
              move 0 to crpt-page-num
              perform write-coll-report-header.

       write-coll-report-header.
              add 1 to crpt-page-num
              move crpt-page-num to crpt-page-out
              move spaces to coll-rpt-record
              string "RETURNED AUTO-DEBITS FOR COLLECTIONS"
                     delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     crpt-page-out delimited by size
                     into coll-rpt-record
              end-string
              write coll-rpt-record
              move spaces to coll-rpt-record
              string "ACCOUNT    CUSTOMER   DUE DATE"
                     delimited by size
                     "         AMOUNT RSN REASON" delimited by size
                     "                   RET  AUTHORIZATION"
                     delimited by size
                     into coll-rpt-record
              end-string
              write coll-rpt-record
              move 2 to crpt-line-count.

       close-coll-report.
              move returned-count to returned-out
              move spaces to coll-rpt-record
              write coll-rpt-record
              move spaces to coll-rpt-record
              string "*** END OF REPORT - " delimited by size
                     returned-out delimited by size
                     " RETURNED ITEM(S) ***" delimited by size
                     into coll-rpt-record
              end-string
              write coll-rpt-record
              close coll-rpt-file.

       end-program.
              stop run.
