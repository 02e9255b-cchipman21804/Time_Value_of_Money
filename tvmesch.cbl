      *****************************************************************
      * DORMANT ACCOUNT AND UNCLAIMED PROPERTY (ESCHEATMENT) BATCH    *
      *                                                               *
      * TVMMATP leaves a matured account with no rollover instruction *
      * on the book, and state unclaimed-property law then runs a     *
      * clock on it.  This batch keeps that clock for every such      *
      * account, by the rules DORMCTL.DAT carries for the owner's     *
      * state (CUST-STATE on CUSTOMER.DAT):                           *
      *                                                               *
      *   - the owner's last activity is the maturity date, or the    *
      *     latest PAYHIST.DAT posting or owner-requested maintenance *
      *     (MAINTAUD.DAT add, change or modification) if later;      *
      *   - once the state's dormant months have passed since then,   *
      *     the account is flagged dormant (MAST-ACCOUNT-STATUS "D")  *
      *     and an unclaimed-property record opened on ESCHEAT.DAT,   *
      *     dated for escheat the state's dormancy period after the   *
      *     last activity;                                            *
      *   - the state's lead time before that date, a due-diligence   *
      *     letter goes to the owner's CUSTOMER.DAT address on        *
      *     DORMLTR.DAT (waived under the state's minimum, and noted  *
      *     when there is no address to send it to);                  *
      *   - from the escheat date, once the owner has had the         *
      *     state's response days to answer the letter, the funds     *
      *     are remitted: an item on the ESCHREM.DAT remittance file  *
      *     with per-state control totals, a balanced GL pair moving  *
      *     the account's value to unclaimed property payable on      *
      *     TVMESCGL.DAT, and the account taken off the master, the   *
      *     way TVMMATP takes off a payout.  The ESCHEAT.DAT record   *
      *     is kept for good, with the owner, the amount and the      *
      *     master as it stood, for when the owner claims it.         *
      *                                                               *
      * An owner who posts, has the account maintained or leaves an   *
      * instruction before remittance ends the episode: the flag is   *
      * cleared and the record closed as reactivated.  Every change   *
      * to the master is audited to MAINTAUD.DAT (DOR flagged, DRX    *
      * reactivated, ESC escheated) and is not itself activity.       *
      *                                                               *
      * The processing date is the CALENDAR.DAT "C" record's (the     *
      * system date when no calendar is on disk), and the GL entries  *
      * are booked through TVMPERD like the other GL producers.  The  *
      * run ends RC=4 when an account has no dormancy rule for its    *
      * state or an account due could not be remitted for a file      *
      * error, RC=8 when DORMCTL.DAT is missing.                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmesch.

       environment division.
       input-output section.
       file-control.
              select dorm-ctl-file assign to "DORMCTL.DAT"
                     organization is line sequential
                     file status is dorm-ctl-status.

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

              select pay-hist-file assign to "PAYHIST.DAT"
                     organization is line sequential
                     file status is pay-hist-status.

              select maint-audit-file assign to "MAINTAUD.DAT"
                     organization is line sequential
                     file status is maint-audit-status.

              select escheat-file assign to "ESCHEAT.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is esch-key
                     file status is escheat-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select letter-file assign to "DORMLTR.DAT"
                     organization is line sequential.

              select remit-file assign to "ESCHREM.DAT"
                     organization is line sequential.

              select gl-extract-file assign to "TVMESCGL.DAT"
                     organization is line sequential.

              select rpt-file assign to "TVMESCH.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  dorm-ctl-file.
       copy "dormctl.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  customer-file.
       copy "customer.cpy".

       fd  pay-hist-file.
       copy "payhist.cpy".

       fd  maint-audit-file.
       copy "maintaud.cpy".

       fd  escheat-file.
       copy "escheat.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  letter-file.
       01  letter-record             pic x(80).

       fd  remit-file.
       copy "eschrem.cpy".

       fd  gl-extract-file.
       copy "glint.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 DORM-CTL-STATUS        PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 CUSTOMER-STATUS        PIC XX.

       01 PAY-HIST-STATUS        PIC XX.

       01 MAINT-AUDIT-STATUS     PIC XX.

       01 ESCHEAT-STATUS         PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 ESCH-SWITCHES.
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 FILE-EOF-SWITCH         PIC X VALUE "N".
                     88 FILE-EOF         VALUE "Y".
              05 ESCHEAT-EOF-SWITCH      PIC X VALUE "N".
                     88 ESCHEAT-EOF      VALUE "Y".
              05 CUSTOMER-FILE-SWITCH    PIC X VALUE "N".
                     88 CUSTOMER-FILE-PRESENT VALUE "Y".
              05 CUSTOMER-FOUND-SWITCH   PIC X VALUE "N".
                     88 CUSTOMER-FOUND   VALUE "Y".
              05 CAND-FOUND-SWITCH       PIC X VALUE "N".
                     88 CAND-FOUND       VALUE "Y".
              05 ESCHEAT-FOUND-SWITCH    PIC X VALUE "N".
                     88 ESCHEAT-FOUND    VALUE "Y".
              05 RULE-FOUND-SWITCH       PIC X VALUE "N".
                     88 RULE-FOUND       VALUE "Y".
              05 STATE-FOUND-SWITCH      PIC X VALUE "N".
                     88 STATE-FOUND      VALUE "Y".
              05 CURR-TOT-FOUND-SWITCH   PIC X VALUE "N".
                     88 CURR-TOT-FOUND   VALUE "Y".

       01 ESCH-FIELDS.
              05 RUN-DATE           PIC 9(8).
              05 PROCESSING-DATE    PIC 9(8).
              05 PROCESSING-INT     PIC 9(7) USAGE COMP.
              05 CURRENT-OPERATOR   PIC X(8).
              05 LAST-ACTIVITY-DATE PIC 9(8).
              05 DORMANT-DUE-DATE   PIC 9(8).
              05 RESPONSE-END-DATE  PIC 9(8).
              05 CONTACT-BY-DATE    PIC 9(8).
              05 OPEN-ESCHEAT-KEY   PIC X(18).
              05 LOOKUP-STATE       PIC XX.
              05 MAUD-ACTION-SAVE   PIC X(3).
              05 REACTIVATE-REASON  PIC X(40).
              05 BEFORE-IMAGE       PIC X(90).
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(6) USAGE COMP.
              05 DENOMINATOR        PIC S9(9)V9(6) USAGE COMP.
              05 FACTOR             PIC S9(9)V9(6) USAGE COMP.
              05 PAYOUT-VALUE       PIC S9(9)V99 USAGE COMP.
              05 CURRENCY-OUT       PIC X(3).
              05 CUSTOMER-NAME      PIC X(30).
              05 CUSTOMER-CITY-LINE PIC X(40).

       copy "perdchk.cpy".

       copy "purgreq.cpy".

       01 MATURITY-FIELDS.
              05 MATURITY-DATE      PIC 9(8).
              05 MATURITY-SPLIT REDEFINES MATURITY-DATE.
                     10 MAT-YYYY    PIC 9(4).
                     10 MAT-MM      PIC 99.
                     10 MAT-DD      PIC 99.
              05 MAT-LEAP-REM       PIC 9(3) USAGE COMP.

      *****************************************************************
      *                                                               *
      * Calendar-month arithmetic for the dormancy clock: ADD-MONTHS  *
      * moves ADD-FROM-DATE forward ADD-MONTH-COUNT months into       *
      * ADD-RESULT-DATE, a day past the end of the month landed in    *
      * falling back to that month's last day.                        *
      *                                                               *
      *****************************************************************

       01 ADD-MONTH-FIELDS.
              05 ADD-FROM-DATE      PIC 9(8).
              05 ADD-MONTH-COUNT    PIC 9(4) USAGE COMP.
              05 ADD-TOTAL-MONTHS   PIC 9(7) USAGE COMP.
              05 ADD-MONTH-REM      PIC 99 USAGE COMP.
              05 ADD-RESULT-DATE    PIC 9(8).
              05 ADD-RESULT-SPLIT REDEFINES ADD-RESULT-DATE.
                     10 ADD-RESULT-YEAR  PIC 9(4).
                     10 ADD-RESULT-MONTH PIC 99.
                     10 ADD-RESULT-DAY   PIC 99.
              05 ADD-NEXT-FIRST     PIC 9(8).
              05 ADD-NEXT-SPLIT REDEFINES ADD-NEXT-FIRST.
                     10 ADD-NEXT-YEAR    PIC 9(4).
                     10 ADD-NEXT-MONTH   PIC 99.
                     10 ADD-NEXT-DAY     PIC 99.
              05 ADD-MONTH-END      PIC 9(8).
              05 ADD-MONTH-END-SPLIT REDEFINES ADD-MONTH-END.
                     10 FILLER           PIC 9(6).
                     10 ADD-MONTH-END-DAY PIC 99.

       01 DORMANCY-RULE-TABLE.
              05 RULE-MAX           PIC 99 USAGE COMP VALUE 60.
              05 RULE-COUNT         PIC 99 USAGE COMP VALUE 0.
              05 RULE-INDEX         PIC 99 USAGE COMP.
              05 RULE-FOUND-INDEX   PIC 99 USAGE COMP.
              05 RULE-ENTRY OCCURS 60 TIMES.
                     10 RULE-STATE         PIC XX.
                     10 RULE-DORMANT-MONTHS PIC 999.
                     10 RULE-ESCHEAT-YEARS PIC 99.
                     10 RULE-NOTICE-DAYS   PIC 999.
                     10 RULE-RESPONSE-DAYS PIC 999.
                     10 RULE-NOTICE-MINIMUM PIC 9(7)V99.

      *****************************************************************
      *                                                               *
      * Every matured account without instruction, and every account  *
      * flagged dormant, with the owner's last activity found for it  *
      * on the payment history and the maintenance audit.             *
      *                                                               *
      *****************************************************************

       01 CANDIDATE-TABLE.
              05 CAND-MAX           PIC 9(4) USAGE COMP VALUE 3000.
              05 CAND-COUNT         PIC 9(4) USAGE COMP VALUE 0.
              05 CAND-INDEX         PIC 9(4) USAGE COMP.
              05 CAND-FOUND-INDEX   PIC 9(4) USAGE COMP.
              05 CAND-ENTRY OCCURS 3000 TIMES.
                     10 CAND-ACCOUNT-ID    PIC X(10).
                     10 CAND-LAST-ACTIVITY PIC 9(8).

       01 STATE-REMIT-TABLE.
              05 STATE-TOT-COUNT    PIC 99 USAGE COMP VALUE 0.
              05 STATE-TOT-INDEX    PIC 99 USAGE COMP.
              05 STATE-TOT-ENTRY OCCURS 60 TIMES.
                     10 STATE-TOT-STATE    PIC XX.
                     10 STATE-TOT-CURRENCY PIC X(3).
                     10 STATE-TOT-ITEMS    PIC 9(7) USAGE COMP.
                     10 STATE-TOT-AMOUNT   PIC 9(13)V99 USAGE COMP.

       01 CURRENCY-RPT-FIELDS.
              05 CURR-TOT-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 CURR-TOT-INDEX     PIC 99 USAGE COMP.
              05 CURRENCY-TOTALS.
                     10 CURR-TOT-ENTRY OCCURS 10 TIMES.
                            15 CURR-TOT-CODE   PIC X(3).
                            15 CURR-TOT-ACCTS  PIC 9(5)
                                   USAGE COMP.
                            15 CURR-TOT-AMOUNT PIC S9(13)V99
                                   USAGE COMP.

       01 ESCH-TOTALS.
              05 EXAMINED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 FLAGGED-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 NOTICE-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 WAIVED-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 NO-ADDRESS-COUNT   PIC 9(7) USAGE COMP VALUE 0.
              05 ESCHEATED-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 HELD-COUNT         PIC 9(7) USAGE COMP VALUE 0.
              05 REACTIVATED-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 OFF-BOOK-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 NO-RULE-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 REMIT-FAIL-COUNT   PIC 9(7) USAGE COMP VALUE 0.
              05 REMIT-REC-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 REMIT-AMT-HASH     PIC 9(13)V99 USAGE COMP VALUE 0.
              05 TOTAL-OUT          PIC ZZZZZZ9 USAGE DISPLAY.

       01 GL-CONTROL.
              05 GL-REC-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 GL-HASH-TOTAL      PIC 9(13)V99 USAGE COMP VALUE 0.

       01 ESCH-DISP-FIELDS.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 STATE-AMOUNT-OUT   PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 ITEMS-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 DETAIL-TEXT        PIC X(70).

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       procedure division.
       main-logic.
              accept run-date from date yyyymmdd
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              perform load-processing-date
              compute processing-int =
                     function integer-of-date(processing-date)
              perform load-dormancy-rules
              if rule-count = 0
                     display "ERROR: no dormancy rules on DORMCTL.DAT "
                            "- unclaimed property not processed."
                     move 8 to return-code
                     perform end-program
              end-if
              open i-o master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     move 8 to return-code
                     perform end-program
              end-if
              open i-o escheat-file
              if escheat-status = "35"
                     open output escheat-file
                     close escheat-file
                     open i-o escheat-file
              end-if
              if escheat-status not = "00"
                     display "ERROR: unable to open ESCHEAT.DAT - "
                            "status " escheat-status
                     close master-file
                     move 8 to return-code
                     perform end-program
              end-if
              open input customer-file
              if customer-status = "00"
                     set customer-file-present to true
              end-if
              perform load-candidates
              perform scan-payment-history
              perform scan-maintenance-audit
              open output letter-file
              perform open-remit-file
              perform open-gl-extract
              perform open-report
              perform varying cand-index from 1 by 1
                     until cand-index > cand-count
                     perform process-candidate
              end-perform
              perform sweep-off-book-records
              perform close-remit-file
              perform close-gl-extract
              perform close-report
              close letter-file
              close master-file
              close escheat-file
              if customer-file-present
                     close customer-file
              end-if
              if no-rule-count > 0
                 or remit-fail-count > 0
                     move 4 to return-code
              end-if
              display "Unclaimed property processing complete - "
                     "report written to TVMESCH.DAT"
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

       load-dormancy-rules.
              move 0 to rule-count
              open input dorm-ctl-file
              if dorm-ctl-status not = "00"
                     exit paragraph
              end-if
              move "N" to file-eof-switch
              perform until file-eof
                     read dorm-ctl-file
                            at end
                                   set file-eof to true
                            not at end
                                   perform load-one-rule
                     end-read
              end-perform
              close dorm-ctl-file.

       load-one-rule.
              if dorm-state = spaces
                 or dorm-dormant-months not numeric
                 or dorm-escheat-years not numeric
                 or dorm-notice-days not numeric
                 or dorm-response-days not numeric
                 or dorm-notice-minimum not numeric
                     display "WARNING: DORMCTL.DAT line for state "
                            dorm-state " is not valid - ignored."
                     exit paragraph
              end-if
              if rule-count < rule-max
                     add 1 to rule-count
                     move dorm-state to rule-state(rule-count)
                     move dorm-dormant-months
                            to rule-dormant-months(rule-count)
                     move dorm-escheat-years
                            to rule-escheat-years(rule-count)
                     move dorm-notice-days
                            to rule-notice-days(rule-count)
                     move dorm-response-days
                            to rule-response-days(rule-count)
                     move dorm-notice-minimum
                            to rule-notice-minimum(rule-count)
              else
                     display "WARNING: more than 60 states on "
                            "DORMCTL.DAT - state " dorm-state
                            " is ignored."
              end-if.

       load-candidates.

      *****************************************************************
      *                                                               *
      * Take every matured account with no rollover instruction, and  *
      * every account already flagged dormant, into the candidate     *
      * table; the owner's last activity starts at the maturity date. *
      *                                                               *
      *****************************************************************

              move low-values to mast-account-id
              start master-file key is not less than mast-account-id
                     invalid key
                            set master-eof to true
              end-start
              perform until master-eof
                     read master-file next record
                            at end
                                   set master-eof to true
                            not at end
                                   perform note-candidate
                     end-read
              end-perform.

       note-candidate.
              if mast-product-code not = "ANNU"
                 and mast-product-code not = "FUTV"
                     exit paragraph
              end-if
              if mast-open-date = 0 or mast-charged-off
                     exit paragraph
              end-if
              perform compute-maturity
              if not mast-dormant
                     if maturity-date > processing-date
                        or mast-rollover-code not = spaces
                            exit paragraph
                     end-if
              end-if
              if cand-count < cand-max
                     add 1 to cand-count
                     move mast-account-id
                            to cand-account-id(cand-count)
                     move maturity-date
                            to cand-last-activity(cand-count)
              else
                     display "WARNING: more than 3000 matured accounts "
                            "without instruction - account "
                            mast-account-id " is not examined."
              end-if.

       scan-payment-history.
              open input pay-hist-file
              if pay-hist-status not = "00"
                     exit paragraph
              end-if
              move "N" to file-eof-switch
              perform until file-eof
                     read pay-hist-file
                            at end
                                   set file-eof to true
                            not at end
                                   if payh-payment-date numeric
                                          move payh-account-id
                                                 to mast-account-id
                                          move payh-payment-date
                                                 to last-activity-date
                                          perform note-activity
                                   end-if
                     end-read
              end-perform
              close pay-hist-file.

       scan-maintenance-audit.

      *****************************************************************
      *                                                               *
      * Maintenance counts as the owner's activity when it is made    *
      * at the owner's request: an add, a change or a modification.   *
      * The system's own entries -- rate resets, loads, rejections,   *
      * and this batch's DOR/DRX/ESC -- do not.                       *
      *                                                               *
      *****************************************************************

              open input maint-audit-file
              if maint-audit-status not = "00"
                     exit paragraph
              end-if
              move "N" to file-eof-switch
              perform until file-eof
                     read maint-audit-file
                            at end
                                   set file-eof to true
                            not at end
                                   if (maud-action = "ADD"
                                      or maud-action = "CHG"
                                      or maud-action = "MOD")
                                      and maud-date numeric
                                          move maud-account-id
                                                 to mast-account-id
                                          move maud-date
                                                 to last-activity-date
                                          perform note-activity
                                   end-if
                     end-read
              end-perform
              close maint-audit-file.

       note-activity.
              perform find-candidate
              if cand-found
                 and last-activity-date
                     > cand-last-activity(cand-found-index)
                     move last-activity-date
                            to cand-last-activity(cand-found-index)
              end-if.

       find-candidate.
              move "N" to cand-found-switch
              perform varying cand-found-index from 1 by 1
                     until cand-found-index > cand-count
                     or cand-found
                     if cand-account-id(cand-found-index)
                        = mast-account-id
                            set cand-found to true
                     end-if
              end-perform
              if cand-found
                     subtract 1 from cand-found-index
              end-if.

       process-candidate.

      *****************************************************************
      *                                                               *
      * Move one account along the dormancy clock.  An instruction    *
      * on file, or activity since the account was flagged, ends the  *
      * episode; otherwise the account is flagged when due, sent its  *
      * letter when due, and remitted when due, as far as it has got  *
      * by the processing date -- so a run after a gap catches up.    *
      *                                                               *
      *****************************************************************

              move cand-account-id(cand-index) to mast-account-id
              move spaces to lookup-state
              read master-file
                     invalid key
                            exit paragraph
              end-read
              add 1 to examined-count
              perform compute-maturity
              move cand-last-activity(cand-index)
                     to last-activity-date
              move mast-currency-code to currency-out
              if currency-out = spaces
                     move "USD" to currency-out
              end-if
              perform find-open-escheat
              if mast-rollover-code not = spaces
                 or maturity-date > processing-date
                     if escheat-found or mast-dormant
                            move "INSTRUCTION NOW ON FILE"
                                   to reactivate-reason
                            perform reactivate-account
                     end-if
                     exit paragraph
              end-if
              if escheat-found
                 and last-activity-date > esch-last-activity-date
                     move spaces to reactivate-reason
                     string "OWNER ACTIVITY " delimited by size
                            last-activity-date delimited by size
                            into reactivate-reason
                     end-string
                     perform reactivate-account
                     exit paragraph
              end-if
              perform fetch-customer
              perform compute-payout-value
              if escheat-found
                     move esch-state to lookup-state
              else
                     if customer-found and cust-state not = spaces
                            move cust-state to lookup-state
                     else
                            move "**" to lookup-state
                     end-if
              end-if
              perform find-dormancy-rule
              if not rule-found
                     add 1 to no-rule-count
                     move spaces to detail-text
                     string "*** NO DORMANCY RULE FOR STATE "
                            delimited by size
                            lookup-state delimited by size
                            " ON DORMCTL.DAT - NOT PROCESSED ***"
                            delimited by size
                            into detail-text
                     end-string
                     perform write-detail-line
                     exit paragraph
              end-if
              if not escheat-found
                     perform check-dormancy
                     if not escheat-found
                            exit paragraph
                     end-if
              end-if
              if esch-dormant
                 and processing-date not < esch-notice-due-date
                     perform send-due-diligence
              end-if
              if esch-noticed
                 and processing-date not < esch-escheat-date
                     perform check-remittance
              end-if.

       find-open-escheat.
              move "N" to escheat-found-switch
              move "N" to escheat-eof-switch
              move mast-account-id to esch-account-id
              move 0 to esch-dormant-date
              start escheat-file key is not less than esch-key
                     invalid key
                            set escheat-eof to true
              end-start
              perform until escheat-eof
                     read escheat-file next record
                            at end
                                   set escheat-eof to true
                            not at end
                                   if esch-account-id
                                      not = mast-account-id
                                          set escheat-eof to true
                                   else
                                          if esch-open
                                                 set escheat-found
                                                        to true
                                                 move esch-key
                                                   to open-escheat-key
                                          end-if
                                   end-if
                     end-read
              end-perform
              if escheat-found
                     move open-escheat-key to esch-key
                     read escheat-file
                            invalid key
                                   move "N" to escheat-found-switch
                     end-read
              end-if.

       find-dormancy-rule.
              move "N" to rule-found-switch
              perform varying rule-index from 1 by 1
                     until rule-index > rule-count
                     or rule-found
                     if rule-state(rule-index) = lookup-state
                            set rule-found to true
                            move rule-index to rule-found-index
                     end-if
              end-perform
              if rule-found
                     exit paragraph
              end-if
              perform varying rule-index from 1 by 1
                     until rule-index > rule-count
                     or rule-found
                     if rule-state(rule-index) = "**"
                            set rule-found to true
                            move rule-index to rule-found-index
                            move "**" to lookup-state
                     end-if
              end-perform.

       check-dormancy.

      *****************************************************************
      *                                                               *
      * Flag the account dormant once the state's dormant months      *
      * have run from the owner's last activity, and open its         *
      * unclaimed-property record, dated for escheat the state's      *
      * dormancy period after that activity and for the letter the    *
      * state's lead time before that.                                *
      *                                                               *
      *****************************************************************

              move last-activity-date to add-from-date
              move rule-dormant-months(rule-found-index)
                     to add-month-count
              perform add-months
              move add-result-date to dormant-due-date
              if processing-date < dormant-due-date
                     exit paragraph
              end-if
              move spaces to escheat-record
              move mast-account-id to esch-account-id
              move processing-date to esch-dormant-date
              set esch-dormant to true
              move mast-customer-id to esch-customer-id
              move lookup-state to esch-state
              move mast-product-code to esch-product-code
              move currency-out to esch-currency-code
              move maturity-date to esch-maturity-date
              move last-activity-date to esch-last-activity-date
              compute add-month-count =
                     rule-escheat-years(rule-found-index) * 12
              perform add-months
              move add-result-date to esch-escheat-date
              compute esch-notice-due-date = function date-of-integer(
                     function integer-of-date(esch-escheat-date)
                     - rule-notice-days(rule-found-index))
              move 0 to esch-notice-sent-date
              move 0 to esch-closed-date
              move payout-value to esch-amount
              move spaces to esch-master-image
              write escheat-record
                     invalid key
                            display "ERROR: unable to open the "
                                   "unclaimed-property record for "
                                   "account " mast-account-id
                                   " - status " escheat-status
                            exit paragraph
              end-write
              set escheat-found to true
              move master-record to before-image
              move "D" to mast-account-status
              rewrite master-record
                     invalid key
                            display "ERROR: unable to flag account "
                                   mast-account-id " dormant - "
                                   "status " master-status
              end-rewrite
              move "DOR" to maud-action-save
              perform write-maint-audit
              add 1 to flagged-count
              move spaces to detail-text
              string "FLAGGED DORMANT - LAST ACTIVITY "
                     delimited by size
                     last-activity-date delimited by size
                     ", ESCHEAT DATE " delimited by size
                     esch-escheat-date delimited by size
                     into detail-text
              end-string
              perform write-detail-line.

       send-due-diligence.

      *****************************************************************
      *                                                               *
      * The due-diligence letter, the state's lead time before the    *
      * escheat date -- or at once, when the account was flagged      *
      * inside that lead time.  The owner is given until the escheat  *
      * date, or the state's response days from the letter if that    *
      * is later, to come forward.                                    *
      *                                                               *
      *****************************************************************

              set esch-noticed to true
              evaluate true
                     when rule-notice-minimum(rule-found-index) > 0
                      and payout-value
                          < rule-notice-minimum(rule-found-index)
                            set esch-notice-waived to true
                            add 1 to waived-count
                            move spaces to detail-text
                            string "DUE-DILIGENCE NOTICE WAIVED - "
                                   delimited by size
                                   "UNDER THE STATE MINIMUM"
                                   delimited by size
                                   into detail-text
                            end-string
                     when not customer-found
                       or cust-address = spaces
                            set esch-notice-no-address to true
                            add 1 to no-address-count
                            move spaces to detail-text
                            string "*** NO OWNER ADDRESS ON FILE - "
                                   delimited by size
                                   "DUE-DILIGENCE NOTICE NOT SENT ***"
                                   delimited by size
                                   into detail-text
                            end-string
                     when other
                            move processing-date
                                   to esch-notice-sent-date
                            perform write-due-diligence-letter
                            add 1 to notice-count
                            move spaces to detail-text
                            string "DUE-DILIGENCE NOTICE SENT - "
                                   delimited by size
                                   "OWNER TO RESPOND BY "
                                   delimited by size
                                   contact-by-date delimited by size
                                   into detail-text
                            end-string
              end-evaluate
              rewrite escheat-record
                     invalid key
                            display "ERROR: unable to update the "
                                   "unclaimed-property record for "
                                   "account " mast-account-id
                                   " - status " escheat-status
              end-rewrite
              perform write-detail-line.

       write-due-diligence-letter.
              compute response-end-date = function date-of-integer(
                     processing-int
                     + rule-response-days(rule-found-index))
              move esch-escheat-date to contact-by-date
              if response-end-date > contact-by-date
                     move response-end-date to contact-by-date
              end-if
              move payout-value to amount-out
              move all "*" to letter-record
              write letter-record
              move spaces to letter-record
              string "          NOTICE OF DORMANT ACCOUNT - UNCLAIMED "
                     delimited by size
                     "PROPERTY" delimited by size
                     into letter-record
              end-string
              write letter-record
              move all "*" to letter-record
              write letter-record
              move spaces to letter-record
              string "DATE: " delimited by size
                     processing-date delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              write letter-record
              move customer-name to letter-record
              write letter-record
              move cust-address to letter-record
              write letter-record
              move customer-city-line to letter-record
              write letter-record
              move spaces to letter-record
              write letter-record
              move spaces to letter-record
              string "ACCOUNT:             " delimited by size
                     mast-account-id delimited by size
                     "  (" delimited by size
                     mast-product-code delimited by size
                     ")" delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              string "MATURED:             " delimited by size
                     maturity-date delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              string "LAST ACTIVITY:       " delimited by size
                     esch-last-activity-date delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              string "AMOUNT HELD:         " delimited by size
                     amount-out delimited by size
                     " " delimited by size
                     currency-out delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              write letter-record
              move spaces to letter-record
              string "YOUR ACCOUNT HAS MATURED AND WE HAVE "
                     delimited by size
                     "NO INSTRUCTION FROM YOU FOR IT." delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              string "UNLESS WE HEAR FROM YOU BY " delimited by size
                     contact-by-date delimited by size
                     ", STATE LAW REQUIRES US TO" delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              string "REPORT AND REMIT THESE FUNDS TO THE STATE AS "
                     delimited by size
                     "UNCLAIMED PROPERTY." delimited by size
                     into letter-record
              end-string
              write letter-record
              move spaces to letter-record
              string "TO KEEP YOUR ACCOUNT, CONTACT US OR GIVE US A "
                     delimited by size
                     "ROLLOVER OR PAYOUT" delimited by size
                     into letter-record
              end-string
              write letter-record
              move "INSTRUCTION FOR IT." to letter-record
              write letter-record
              move spaces to letter-record
              write letter-record.

       check-remittance.
              if not esch-notice-waived
                 and not esch-notice-no-address
                     compute response-end-date =
                            function date-of-integer(
                            function integer-of-date(
                            esch-notice-sent-date)
                            + rule-response-days(rule-found-index))
                     if processing-date < response-end-date
                            add 1 to held-count
                            move spaces to detail-text
                            string "REMITTANCE HELD - OWNER MAY "
                                   delimited by size
                                   "RESPOND UNTIL " delimited by size
                                   response-end-date delimited by size
                                   " (ESCHEAT DATE " delimited by size
                                   esch-escheat-date delimited by size
                                   ")" delimited by size
                                   into detail-text
                            end-string
                            perform write-detail-line
                            exit paragraph
                     end-if
              end-if
              perform remit-account.

       remit-account.

      *****************************************************************
      *                                                               *
      * Turn the funds over: the account off the book, the permanent  *
      * record completed with the owner and the master as they        *
      * stood, the account's dependent records cleared, the           *
      * remittance item, and the GL pair moving the account's value   *
      * from the portfolio to unclaimed property payable.  The        *
      * master goes first, so an account that cannot be deleted is    *
      * left dormant for the next run with nothing remitted; if the   *
      * permanent record then cannot be completed, the master is put  *
      * back the same way.                                            *
      *                                                               *
      *****************************************************************

              move processing-date to pchk-posting-date
              call "tvmperd" using period-check-request
              move master-record to before-image
              delete master-file
                     invalid key
                            display "ERROR: unable to delete "
                                   "account " mast-account-id
                                   " - status " master-status
                            add 1 to remit-fail-count
                            exit paragraph
              end-delete
              move before-image to master-record
              move payout-value to esch-amount
              move customer-name to esch-owner-name
              if customer-found
                     move cust-address to esch-owner-address
                     move cust-city to esch-owner-city
                     move cust-state to esch-owner-state
                     move cust-postal-code to esch-owner-postal
              end-if
              move master-record to esch-master-image
              set esch-escheated to true
              move processing-date to esch-closed-date
              rewrite escheat-record
                     invalid key
                            display "ERROR: unable to update the "
                                   "unclaimed-property record for "
                                   "account " mast-account-id
                                   " - status " escheat-status
                            add 1 to remit-fail-count
                            perform restore-master-record
                            exit paragraph
              end-rewrite
              move mast-account-id to purg-account-id
              move spaces to purg-pending
              call "tvmpurg" using purge-request
              perform write-remit-detail
              perform write-escheat-entries
              perform tally-currency-total
              move "ESC" to maud-action-save
              perform write-maint-audit
              add 1 to escheated-count
              move payout-value to amount-out
              move spaces to detail-text
              string "ESCHEATED TO STATE " delimited by size
                     esch-state delimited by size
                     " - " delimited by size
                     amount-out delimited by size
                     " " delimited by size
                     currency-out delimited by size
                     into detail-text
              end-string
              if pchk-adjustment
                     move "  PRIOR-PERIOD ADJ" to detail-text(53:18)
              end-if
              perform write-detail-line.

       restore-master-record.
              write master-record
                     invalid key
                            display "ERROR: unable to restore "
                                   "account " mast-account-id
                                   " to the master - status "
                                   master-status
              end-write.

       write-remit-detail.
              move spaces to escheat-remit-record
              move "D" to escr-record-type
              move esch-state to escr-state
              move esch-account-id to escr-account-id
              move "AC03" to escr-property-type
              move esch-owner-name to escr-owner-name
              move esch-owner-address to escr-owner-address
              move esch-owner-city to escr-owner-city
              move esch-owner-state to escr-owner-state
              move esch-owner-postal to escr-owner-postal
              move payout-value to escr-amount
              move currency-out to escr-currency-code
              move esch-last-activity-date
                     to escr-last-activity-date
              move esch-dormant-date to escr-dormant-date
              move esch-notice-sent-date to escr-notice-date
              write escheat-remit-record
              add 1 to remit-rec-count
              add escr-amount to remit-amt-hash
              move "N" to state-found-switch
              perform varying state-tot-index from 1 by 1
                     until state-tot-index > state-tot-count
                     or state-found
                     if state-tot-state(state-tot-index) = esch-state
                        and state-tot-currency(state-tot-index)
                            = currency-out
                            set state-found to true
                            add 1 to state-tot-items(state-tot-index)
                            add escr-amount
                                   to state-tot-amount(state-tot-index)
                     end-if
              end-perform
              if not state-found
                     if state-tot-count < 60
                            add 1 to state-tot-count
                            move esch-state
                                   to state-tot-state(state-tot-count)
                            move currency-out to state-tot-currency(
                                   state-tot-count)
                            move 1 to state-tot-items(state-tot-count)
                            move escr-amount
                                   to state-tot-amount(state-tot-count)
                     else
                            display "WARNING: more than 60 state "
                                   "remittance totals - state "
                                   esch-state " is excluded from the "
                                   "state control records."
                     end-if
              end-if.

       write-escheat-entries.
              move spaces to gl-detail-record
              move "D" to gld-record-type
              move mast-account-id to gld-account-id
              if mast-product-code = "ANNU"
                     move "30500100" to gld-gl-account
              else
                     move "30500200" to gld-gl-account
              end-if
              move payout-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "ESCH" to gld-entry-type
              perform stamp-entry-period
              write gl-detail-record
              add 1 to gl-rec-count
              add payout-value to gl-hash-total
              move spaces to gl-detail-record
              move "C" to gld-record-type
              move mast-account-id to gld-account-id
              move "20800100" to gld-gl-account
              move payout-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "ESCH" to gld-entry-type
              perform stamp-entry-period
              write gl-detail-record
              add 1 to gl-rec-count
              add payout-value to gl-hash-total.

       stamp-entry-period.
              move pchk-open-period to gld-post-period
              if pchk-adjustment
                     move pchk-posting-period to gld-prior-period
              else
                     move 0 to gld-prior-period
              end-if.

       reactivate-account.
              if escheat-found
                     move esch-state to lookup-state
                     set esch-reactivated to true
                     move processing-date to esch-closed-date
                     rewrite escheat-record
                            invalid key
                                   display "ERROR: unable to update "
                                          "the unclaimed-property "
                                          "record for account "
                                          mast-account-id " - status "
                                          escheat-status
                     end-rewrite
              end-if
              if mast-dormant
                     move master-record to before-image
                     move space to mast-account-status
                     rewrite master-record
                            invalid key
                                   display "ERROR: unable to clear "
                                          "the dormant flag on account "
                                          mast-account-id " - status "
                                          master-status
                     end-rewrite
                     move "DRX" to maud-action-save
                     perform write-maint-audit
              end-if
              add 1 to reactivated-count
              move spaces to detail-text
              string "REACTIVATED - " delimited by size
                     reactivate-reason delimited by size
                     into detail-text
              end-string
              perform write-detail-line.

       sweep-off-book-records.

      *****************************************************************
      *                                                               *
      * An open unclaimed-property record whose account has left the  *
      * master some other way -- an instruction was given and the     *
      * maturity batch paid it out -- is closed as off book.          *
      *                                                               *
      *****************************************************************

              move "N" to escheat-eof-switch
              move low-values to esch-key
              start escheat-file key is not less than esch-key
                     invalid key
                            set escheat-eof to true
              end-start
              perform until escheat-eof
                     read escheat-file next record
                            at end
                                   set escheat-eof to true
                            not at end
                                   if esch-open
                                          perform check-off-book
                                   end-if
                     end-read
              end-perform.

       check-off-book.
              move esch-account-id to mast-account-id
              read master-file
                     invalid key
                            set esch-off-book to true
                            move processing-date to esch-closed-date
                            rewrite escheat-record
                                   invalid key
                                          continue
                            end-rewrite
                            add 1 to off-book-count
                            move spaces to master-record
                            move esch-account-id to mast-account-id
                            move esch-product-code to mast-product-code
                            move esch-maturity-date to maturity-date
                            move esch-state to lookup-state
                            move spaces to detail-text
                            string "CLOSED OFF BOOK - NO LONGER ON THE "
                                   delimited by size
                                   "MASTER FILE" delimited by size
                                   into detail-text
                            end-string
                            perform write-detail-line
              end-read.

       fetch-customer.
              move "N" to customer-found-switch
              move "ACCOUNT HOLDER" to customer-name
              move spaces to customer-city-line
              move spaces to cust-address
              if mast-customer-id not = spaces
                 and customer-file-present
                     move mast-customer-id to cust-id
                     read customer-file
                            invalid key
                                   move spaces to cust-address
                            not invalid key
                                   set customer-found to true
                     end-read
              end-if
              if customer-found
                     move cust-name to customer-name
                     string cust-city delimited by "  "
                            ", " delimited by size
                            cust-state delimited by size
                            "  " delimited by size
                            cust-postal-code delimited by size
                            into customer-city-line
                     end-string
              end-if.

       compute-maturity.
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

       compute-payout-value.

      *****************************************************************
      *                                                               *
      * What the matured account is worth, valued the way TVMMATP     *
      * values a payout: the full lump sum for a FUTV account, the    *
      * outstanding balance (or the present value of the payment      *
      * stream until one is established) for an ANNU account.         *
      *                                                               *
      *****************************************************************

              compute periodic-rate = mast-annual-interest / 100
              if mast-product-code = "FUTV"
                     move mast-amount to payout-value
              else
                     if mast-outstanding-bal not = 0
                            move mast-outstanding-bal
                                   to payout-value
                     else
                            if periodic-rate = 0
                                   move mast-annual-term to factor
                            else
                                   compute base-factor =
                                          1 + periodic-rate
                                   compute numerator = base-factor
                                          ** mast-annual-term
                                   multiply periodic-rate by
                                          numerator giving
                                          denominator
                                   subtract 1 from numerator
                                   divide numerator by denominator
                                          giving factor
                            end-if
                            compute payout-value rounded =
                                   mast-amount * factor
                     end-if
              end-if.

       add-months.
              move add-from-date to add-result-date
              compute add-total-months = add-result-year * 12
                     + add-result-month - 1 + add-month-count
              divide add-total-months by 12
                     giving add-result-year remainder add-month-rem
              compute add-result-month = add-month-rem + 1
              if add-result-day > 28
                     move add-result-date to add-next-first
                     move 1 to add-next-day
                     if add-next-month = 12
                            add 1 to add-next-year
                            move 1 to add-next-month
                     else
                            add 1 to add-next-month
                     end-if
                     compute add-month-end = function date-of-integer(
                            function integer-of-date(add-next-first)
                            - 1)
                     if add-result-day > add-month-end-day
                            move add-month-end-day to add-result-day
                     end-if
              end-if.

       tally-currency-total.
              move "N" to curr-tot-found-switch
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     or curr-tot-found
                     if curr-tot-code(curr-tot-index) = currency-out
                            set curr-tot-found to true
                            add 1 to curr-tot-accts(curr-tot-index)
                            add payout-value
                                   to curr-tot-amount(curr-tot-index)
                     end-if
              end-perform
              if not curr-tot-found
                     if curr-tot-count < 10
                            add 1 to curr-tot-count
                            move currency-out
                                   to curr-tot-code(curr-tot-count)
                            move 1
                                   to curr-tot-accts(curr-tot-count)
                            move payout-value
                                   to curr-tot-amount(curr-tot-count)
                     else
                            display "WARNING: more than 10 "
                                   "currencies remitted - "
                                   currency-out " is excluded from "
                                   "the GL control records."
                     end-if
              end-if.

       write-maint-audit.

      *****************************************************************
      *                                                               *
      * One maintenance audit entry for every change this batch makes *
      * to the master -- DOR flagged dormant, DRX reactivated, ESC    *
      * escheated and removed -- with the record before and after.    *
      *                                                               *
      *****************************************************************

              open extend maint-audit-file
              if maint-audit-status = "35"
                     open output maint-audit-file
              end-if
              move spaces to maint-audit-record
              accept maud-date from date yyyymmdd
              accept maud-time from time
              move current-operator to maud-operator
              move maud-action-save to maud-action
              move mast-account-id to maud-account-id
              move before-image to maud-before-image
              if maud-action-save = "ESC"
                     move spaces to maud-after-image
              else
                     move master-record to maud-after-image
              end-if
              move spaces to maud-approver
              write maint-audit-record
              close maint-audit-file.

       open-remit-file.
              open output remit-file
              move spaces to escheat-remit-header
              move "H" to esch-hdr-record-type
              move processing-date to esch-hdr-run-date
              move "TVMESCH" to esch-hdr-source
              write escheat-remit-header.

       close-remit-file.
              perform varying state-tot-index from 1 by 1
                     until state-tot-index > state-tot-count
                     move spaces to escheat-remit-state
                     move "S" to escs-record-type
                     move state-tot-state(state-tot-index)
                            to escs-state
                     move state-tot-currency(state-tot-index)
                            to escs-currency-code
                     move state-tot-items(state-tot-index)
                            to escs-rec-count
                     move state-tot-amount(state-tot-index)
                            to escs-amount-total
                     write escheat-remit-state
              end-perform
              move spaces to escheat-remit-trailer
              move "T" to esct-record-type
              move remit-rec-count to esct-rec-count
              move remit-amt-hash to esct-amount-hash
              write escheat-remit-trailer
              close remit-file.

       open-gl-extract.
              open output gl-extract-file
              move 0 to gl-rec-count
              move 0 to gl-hash-total
              move spaces to gl-header-record
              move "H" to glh-record-type
              move processing-date to glh-run-date
              move "TVMESCH" to glh-source-program
              write gl-header-record.

       close-gl-extract.
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     move spaces to gl-currency-sub-record
                     move "S" to gls-record-type
                     move curr-tot-code(curr-tot-index)
                            to gls-currency-code
                     compute gls-rec-count =
                            curr-tot-accts(curr-tot-index) * 2
                     compute gls-hash-total =
                            curr-tot-amount(curr-tot-index) * 2
                     write gl-currency-sub-record
              end-perform
              move spaces to gl-trailer-record
              move "T" to glt-record-type
              move gl-rec-count to glt-record-count
              move gl-hash-total to glt-hash-total
              move no-rule-count to glt-reject-count
              write gl-trailer-record
              close gl-extract-file.

       write-detail-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string mast-account-id delimited by size
                     " " delimited by size
                     mast-product-code delimited by size
                     " " delimited by size
                     maturity-date delimited by size
                     " " delimited by size
                     lookup-state delimited by size
                     "  " delimited by size
                     detail-text delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "DORMANT ACCOUNT AND ESCHEATMENT REPORT"
                     delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move "ACCOUNT    PROD MATURED  ST  ACTION" to rpt-record
              write rpt-record
              move 2 to rpt-line-count.

       write-state-summary.
              move spaces to rpt-record
              write rpt-record
              move "REMITTED BY STATE" to rpt-record
              write rpt-record
              perform varying state-tot-index from 1 by 1
                     until state-tot-index > state-tot-count
                     move state-tot-items(state-tot-index)
                            to items-out
                     move state-tot-amount(state-tot-index)
                            to state-amount-out
                     move spaces to rpt-record
                     string "  STATE " delimited by size
                            state-tot-state(state-tot-index)
                            delimited by size
                            "  " delimited by size
                            state-tot-currency(state-tot-index)
                            delimited by size
                            "  ITEMS=" delimited by size
                            items-out delimited by size
                            "  AMOUNT=" delimited by size
                            state-amount-out delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
              end-perform.

       close-report.
              if state-tot-count > 0
                     perform write-state-summary
              end-if
              move spaces to rpt-record
              write rpt-record
              move examined-count to total-out
              move spaces to rpt-record
              string "MATURED WITHOUT INSTRUCTION OR DORMANT:  "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move flagged-count to total-out
              move spaces to rpt-record
              string "FLAGGED DORMANT THIS RUN:                "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move notice-count to total-out
              move spaces to rpt-record
              string "DUE-DILIGENCE NOTICES SENT:              "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move waived-count to total-out
              move spaces to rpt-record
              string "NOTICES WAIVED UNDER STATE MINIMUM:      "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move no-address-count to total-out
              move spaces to rpt-record
              string "NOTICES NOT SENT - NO ADDRESS:           "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move escheated-count to total-out
              move spaces to rpt-record
              string "ESCHEATED AND REMITTED:                  "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move held-count to total-out
              move spaces to rpt-record
              string "REMITTANCE HELD FOR OWNER RESPONSE:      "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move reactivated-count to total-out
              move spaces to rpt-record
              string "REACTIVATED:                             "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move off-book-count to total-out
              move spaces to rpt-record
              string "CLOSED OFF BOOK:                         "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move no-rule-count to total-out
              move spaces to rpt-record
              string "NO DORMANCY RULE FOR STATE:              "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move remit-fail-count to total-out
              move spaces to rpt-record
              string "NOT REMITTED - FILE ERROR:               "
                     delimited by size
                     total-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - ESCHEAT ITEMS ON "
                     delimited by size
                     "ESCHREM.DAT, LETTERS ON DORMLTR.DAT ***"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
