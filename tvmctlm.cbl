      *****************************************************************
      * CONTROL TABLE MAINTENANCE                                     *
      *                                                               *
      * Menu-driven online maintenance for the five control files     *
      * that drive every calculator and batch -- LIMITS.DAT,          *
      * CALENDAR.DAT, RATECURV.DAT, FXRATES.DAT and CURRTAB.DAT --    *
      * so they are changed with field validation and an audit trail  *
      * instead of by hand.  Every change writes the before/after     *
      * image of the record changed, stamped with the operator and    *
      * date/time, to CTLAUD.DAT.                                     *
      *                                                               *
      * The validations:                                              *
      *   LIMITS    rate, term and principal maximums within their    *
      *             pictures; FX tolerance under 100%                 *
      *   CALENDAR  exactly one "C" processing-date record, kept      *
      *             first; valid dates; no date listed twice          *
      *   RATECURV  low year not above high; no two bands sharing a   *
      *             year; rate above zero; at most 20 bands           *
      *   FXRATES   currency on CURRTAB.DAT; rate above zero; a       *
      *             change further from the rate on file (the prior   *
      *             day's) than the LIMITS.DAT tolerance needs a      *
      *             confirmed override, audited as action OVR         *
      *   CURRTAB   three-letter code; decimals 0 through 3; no       *
      *             delete while a master account books in it         *
      *                                                               *
      * LIMITS.DAT and the rate curve move every valuation, so a      *
      * change to either is never applied here: it is queued to       *
      * PENDCHG.DAT under a control key for a second operator to      *
      * apply or reject through TVMAPPRV, the same maker-checker      *
      * queue master changes use.  The calendar, FX rates and         *
      * currency table change directly.                               *
      *                                                               *
      * Accounting periods on PERIOD.DAT are closed only by the       *
      * TVMCLOSE month-end batch.  Here the periods can be listed,    *
      * and the latest closed one reopened: the reopen, with the      *
      * reason for it, is queued to PENDCHG.DAT the same way and      *
      * takes effect only when a second operator approves it through  *
      * TVMAPPRV, which audits it to CTLAUD.DAT.                      *
      *                                                               *
      * Each file is rewritten whole from a table, so run this        *
      * between batch cycles, not while a batch is reading them.      *
      *                                                               *
      * The operator is signed on through TVMSIGN (the menu's         *
      * sign-on carries over) and their program list is checked for   *
      * TVMCTLM before anything is shown, so a direct launch gets no  *
      * further than one from the menu would.                         *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmctlm is initial program.

       environment division.
       input-output section.
       file-control.
              select limits-file assign to "LIMITS.DAT"
                     organization is line sequential
                     file status is limits-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select curve-file assign to "RATECURV.DAT"
                     organization is line sequential
                     file status is curve-status.

              select fxrates-file assign to "FXRATES.DAT"
                     organization is line sequential
                     file status is fxrate-status.

              select currency-file assign to "CURRTAB.DAT"
                     organization is line sequential
                     file status is currency-status.

              select pend-chg-file assign to "PENDCHG.DAT"
                     organization is indexed
                     access mode is random
                     record key is pend-account-id
                     file status is pend-chg-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is mast-account-id
                     file status is master-status.

              select period-file assign to "PERIOD.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is per-period
                     file status is period-status.

              select ctl-audit-file assign to "CTLAUD.DAT"
                     organization is line sequential
                     file status is ctl-audit-status.

              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is random
                     record key is oper-id
                     file status is operauth-status.

              select tvm-log-file assign to "TVMLOG.DAT"
                     organization is line sequential
                     file status is tvm-log-status.

       data division.
       file section.
       fd  limits-file.
       copy "limits.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  curve-file.
       copy "ratecurv.cpy".

       fd  fxrates-file.
       copy "fxrates.cpy".

       fd  currency-file.
       copy "currtab.cpy".

       fd  pend-chg-file.
       copy "pendchg.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  period-file.
       copy "period.cpy".

       fd  ctl-audit-file.
       copy "ctlaud.cpy".

       fd  operauth-file.
       copy "operauth.cpy".

       fd  tvm-log-file.
       copy "tvmlog.cpy".

       working-storage section.

       01 LIMITS-STATUS          PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 CURVE-STATUS           PIC XX.

       01 FXRATE-STATUS          PIC XX.

       01 CURRENCY-STATUS        PIC XX.

       01 PEND-CHG-STATUS        PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 PERIOD-STATUS          PIC XX.

       01 CTL-AUDIT-STATUS       PIC XX.

       01 OPERAUTH-STATUS        PIC XX.

       01 TVM-LOG-STATUS         PIC XX.

       01 CTLM-SWITCHES.
              05 TABLE-CHOICE            PIC X VALUE SPACE.
                     88 TABLE-LIMITS     VALUE "1".
                     88 TABLE-CALENDAR   VALUE "2".
                     88 TABLE-CURVE      VALUE "3".
                     88 TABLE-FXRATES    VALUE "4".
                     88 TABLE-CURRTAB    VALUE "5".
                     88 TABLE-PERIODS    VALUE "6".
                     88 TABLE-QUIT       VALUE "Q" "q".
              05 MAINT-CHOICE            PIC X VALUE SPACE.
                     88 MAINT-LIST       VALUE "L" "l".
                     88 MAINT-ADD        VALUE "A" "a".
                     88 MAINT-CHANGE     VALUE "C" "c".
                     88 MAINT-DELETE     VALUE "D" "d".
                     88 MAINT-PROC-DATE  VALUE "P" "p".
                     88 MAINT-REOPEN     VALUE "R" "r".
                     88 MAINT-QUIT       VALUE "Q" "q".
              05 CTLM-DONE-SWITCH        PIC X VALUE "N".
                     88 CTLM-DONE        VALUE "Y".
              05 TABLE-DONE-SWITCH       PIC X VALUE "N".
                     88 TABLE-DONE       VALUE "Y".
              05 ENTRY-OK-SWITCH         PIC X VALUE "N".
                     88 ENTRY-OK         VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".
              05 FILE-EOF-SWITCH         PIC X VALUE "N".
                     88 FILE-EOF         VALUE "Y".
              05 ENTRY-FOUND-SWITCH      PIC X VALUE "N".
                     88 ENTRY-FOUND      VALUE "Y".
              05 OVERLAP-SWITCH          PIC X VALUE "N".
                     88 BAND-OVERLAPS    VALUE "Y".
              05 CURR-FILE-SWITCH        PIC X VALUE "N".
                     88 CURR-FILE-PRESENT VALUE "Y".
              05 LIMITS-FILE-SWITCH      PIC X VALUE "N".
                     88 LIMITS-FILE-PRESENT VALUE "Y".
              05 AUTH-OK-SWITCH          PIC X VALUE "N".
                     88 AUTH-OK          VALUE "Y".
              05 AUTH-INDEX              PIC 9 USAGE COMP.

       01 CTLM-WORK-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 EDIT-INPUT         PIC X(15).
              05 EDIT-DATE          PIC X(8).
              05 EDIT-CODE          PIC X(3).
              05 EDIT-DECIMALS      PIC X.
              05 WORK-DATE          PIC 9(8).
              05 WORK-LOW           PIC 99.
              05 WORK-HIGH          PIC 99.
              05 WORK-RATE          PIC 99V9999.
              05 WORK-FX-RATE       PIC 9(3)V9(6).
              05 CAL-WORK-INT       PIC 9(8) USAGE COMP.
              05 CAL-DOW            PIC 9 USAGE COMP.
              05 TABLE-INDEX        PIC 9(3) USAGE COMP.
              05 FOUND-INDEX        PIC 9(3) USAGE COMP.
              05 MOVE-INDEX         PIC 9(3) USAGE COMP.
              05 ACCOUNT-COUNT      PIC 9(7) USAGE COMP.
              05 FX-MOVE-PCT        PIC 9(5)V99 USAGE COMP.
              05 FX-TOLERANCE       PIC 99V99.
              05 RATE-OUT           PIC Z9.9999 USAGE DISPLAY.
              05 FX-RATE-OUT        PIC ZZ9.999999 USAGE DISPLAY.
              05 PCT-OUT            PIC ZZZZ9.99 USAGE DISPLAY.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 TERM-OUT           PIC Z9 USAGE DISPLAY.
              05 LOW-OUT            PIC Z9 USAGE DISPLAY.
              05 HIGH-OUT           PIC Z9 USAGE DISPLAY.

       01 AUDIT-FIELDS.
              05 AUDIT-ACTION       PIC X(3).
              05 AUDIT-TABLE        PIC X(8).
              05 AUDIT-KEY          PIC X(10).
              05 BEFORE-IMAGE       PIC X(40).
              05 AFTER-IMAGE        PIC X(40).

      *****************************************************************
      *                                                               *
      * Each file is held in a table while it is maintained and       *
      * written back whole.  The calendar holds its "C" record        *
      * apart, so the file always goes back with exactly one, first.  *
      *                                                               *
      *****************************************************************

       01 LIMITS-FIELDS.
              05 LIMITS-BEFORE      PIC X(34).
              05 NEW-LIMITS.
                     10 NEW-MAX-INTEREST-RATE  PIC 99V9(4).
                     10 NEW-MAX-TERM-YEARS     PIC 99.
                     10 NEW-MAX-PRINCIPAL      PIC 9(9)V99.
                     10 NEW-DUAL-CONTROL-AMOUNT PIC 9(9)V99.
                     10 NEW-FX-TOLERANCE-PCT   PIC 99V99.

       01 CALENDAR-FIELDS.
              05 CAL-TABLE-MAX      PIC 9(3) USAGE COMP VALUE 400.
              05 CAL-COUNT          PIC 9(3) USAGE COMP VALUE 0.
              05 CAL-CONTROL-COUNT  PIC 9(3) USAGE COMP VALUE 0.
              05 CAL-CONTROL-RECORD PIC X(10).
              05 CAL-TABLE.
                     10 CAL-ENTRY OCCURS 400 TIMES.
                            15 CAL-TBL-TYPE     PIC X.
                            15 CAL-TBL-DATE     PIC 9(8).
                            15 CAL-TBL-FLAG     PIC X.

       01 CURVE-FIELDS.
              05 CURVE-TABLE-MAX    PIC 9(3) USAGE COMP VALUE 20.
              05 CURVE-COUNT        PIC 9(3) USAGE COMP VALUE 0.
              05 CURVE-TABLE.
                     10 CURVE-ENTRY OCCURS 20 TIMES.
                            15 CURVE-TBL-LOW    PIC 99.
                            15 CURVE-TBL-HIGH   PIC 99.
                            15 CURVE-TBL-RATE   PIC 99V9999.
              05 NEW-BAND.
                     10 NEW-BAND-LOW       PIC 99.
                     10 NEW-BAND-HIGH      PIC 99.
                     10 NEW-BAND-RATE      PIC 99V9999.

       01 FX-FIELDS.
              05 FX-TABLE-MAX       PIC 9(3) USAGE COMP VALUE 50.
              05 FX-COUNT           PIC 9(3) USAGE COMP VALUE 0.
              05 FX-TABLE.
                     10 FX-ENTRY OCCURS 50 TIMES.
                            15 FX-TBL-CODE      PIC X(3).
                            15 FX-TBL-RATE      PIC 9(3)V9(6).

       01 PERIOD-FIELDS.
              05 PERIOD-TABLE-MAX   PIC 9(3) USAGE COMP VALUE 240.
              05 PERIOD-COUNT       PIC 9(3) USAGE COMP VALUE 0.
              05 REOPEN-INDEX       PIC 9(3) USAGE COMP.
              05 REOPEN-REASON      PIC X(30).
              05 PERIOD-STATUS-OUT  PIC X(7).
              05 REOPEN-COUNT-OUT   PIC Z9 USAGE DISPLAY.
              05 PERIOD-TABLE.
                     10 PERIOD-ENTRY OCCURS 240 TIMES.
                            15 PER-TBL-PERIOD   PIC 9(6).
                            15 PER-TBL-STATUS   PIC X.
                            15 PER-TBL-CLOSED-DATE PIC 9(8).
                            15 PER-TBL-CLOSED-BY PIC X(8).
                            15 PER-TBL-REOPEN-COUNT PIC 99.

       01 CURRENCY-FIELDS.
              05 CURR-TABLE-MAX     PIC 9(3) USAGE COMP VALUE 50.
              05 CURR-COUNT         PIC 9(3) USAGE COMP VALUE 0.
              05 CURR-TABLE.
                     10 CURR-ENTRY OCCURS 50 TIMES.
                            15 CURR-TBL-CODE    PIC X(3).
                            15 CURR-TBL-DESC    PIC X(20).
                            15 CURR-TBL-DECIMALS PIC 9.

       copy "signon.cpy".

       procedure division.
       main-logic.
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              perform sign-on-operator
              if sgn-refused
                     move 8 to return-code
                     perform end-program
              end-if
              perform check-authorization
              if not auth-ok
                     move 8 to return-code
                     perform end-program
              end-if
              perform until ctlm-done
                     perform display-menu
                     accept table-choice
                     evaluate true
                            when table-limits
                                   perform maintain-limits
                                      thru maintain-limits-exit
                            when table-calendar
                                   perform maintain-calendar
                            when table-curve
                                   perform maintain-curve
                            when table-fxrates
                                   perform maintain-fxrates
                            when table-currtab
                                   perform maintain-currtab
                            when table-periods
                                   perform maintain-periods
                            when table-quit
                                   set ctlm-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose 1 through 6 or Q."
                     end-evaluate
              end-perform
              perform end-program.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted.  Called from TVMMENU, the menu's sign-on          *
      * carries over without a second prompt.                         *
      *                                                               *
      *****************************************************************

              move "I" to sgn-mode
              move "TVMCTLM" to sgn-program
              call "tvmsign" using sign-on-request
              if sgn-signed-on
                     move sgn-operator to current-operator
              end-if.

       check-authorization.

      *****************************************************************
      *                                                               *
      * Launched directly, no menu has checked the operator's         *
      * program list, so it is checked here the way TVMMENU checks    *
      * it: the signed-on operator's profile must name TVMCTLM or     *
      * carry "*ALL".  No OPERAUTH.DAT is an unrestricted shop.  A    *
      * refusal is logged as a denied attempt, as the menu logs one.  *
      *                                                               *
      *****************************************************************

              move "N" to auth-ok-switch
              if sgn-unrestricted
                     set auth-ok to true
                     exit paragraph
              end-if
              open input operauth-file
              if operauth-status = "00"
                     move current-operator to oper-id
                     read operauth-file
                            invalid key
                                   continue
                            not invalid key
                                   perform match-program-list
                     end-read
                     close operauth-file
              end-if
              if not auth-ok
                     display "NOT AUTHORIZED: operator "
                            current-operator " may not run TVMCTLM"
                            " - see your supervisor."
                     perform log-denied-attempt
              end-if.

       match-program-list.
              perform varying auth-index from 1 by 1
                     until auth-index > 5
                     or auth-ok
                     if oper-program-id(auth-index) = "*ALL"
                        or oper-program-id(auth-index) = "TVMCTLM"
                            set auth-ok to true
                     end-if
              end-perform.

       log-denied-attempt.
              move spaces to tvm-log-record
              accept log-date from date yyyymmdd
              accept log-time from time
              move current-operator to log-operator
              move "TVMCTLM" to log-program
              move "DENIED" to log-denial
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.

       display-menu.
              display " "
              display "CONTROL TABLE MAINTENANCE"
              display "  1. Business limits (LIMITS.DAT) - dual control"
              display "  2. Business calendar (CALENDAR.DAT)"
              display "  3. Market rate curve (RATECURV.DAT) - dual "
                     "control"
              display "  4. FX rates (FXRATES.DAT)"
              display "  5. Currency table (CURRTAB.DAT)"
              display "  6. Accounting periods (PERIOD.DAT) - reopen "
                     "under dual control"
              display "  Q. Quit"
              display "Enter selection: ".

       display-table-menu.
              display "  L. List"
              display "  A. Add"
              display "  C. Change"
              display "  D. Delete"
              display "  Q. Return to the control table menu"
              display "Enter selection: ".

      *****************************************************************
      *                                                               *
      * LIMITS.DAT -- one record.  A change is queued to PENDCHG.DAT  *
      * as action "LIM" under key "*LIMITS" and applied by TVMAPPRV.  *
      *                                                               *
      *****************************************************************

       maintain-limits.
              perform load-limits
              perform display-limits
              open i-o pend-chg-file
              if pend-chg-status = "35"
                     open output pend-chg-file
                     close pend-chg-file
                     open i-o pend-chg-file
              end-if
              if pend-chg-status not = "00"
                     display "ERROR: unable to open PENDCHG.DAT - "
                            "status " pend-chg-status
                     go to maintain-limits-exit
              end-if
              move spaces to pend-account-id
              move "*" to pend-control-mark
              move "LIMITS" to pend-control-file
              read pend-chg-file
                     invalid key
                            continue
                     not invalid key
                            display "A LIMITS.DAT change queued by "
                                   pend-maker " on " pend-date
                                   " is awaiting approval - apply or "
                                   "reject it through TVMAPPRV first."
                            close pend-chg-file
                            go to maintain-limits-exit
              end-read
              display "Change the business limits? (Y/N) "
              accept confirm-switch
              if not confirmed
                     close pend-chg-file
                     go to maintain-limits-exit
              end-if
              perform enter-limits-fields
                 thru enter-limits-fields-exit
              if not entry-ok
                     close pend-chg-file
                     go to maintain-limits-exit
              end-if
              if new-limits = limits-before
                     display "Nothing changed."
                     close pend-chg-file
                     go to maintain-limits-exit
              end-if
              move spaces to pending-change-record
              move "*" to pend-control-mark
              move "LIMITS" to pend-control-file
              move "LIM" to pend-action
              move "LIMITS CHANGE" to pend-reason
              move limits-before to pend-before-image
              move new-limits to pend-after-image
              perform stamp-pending-change
              write pending-change-record
                     invalid key
                            display "ERROR: unable to queue the "
                                   "LIMITS.DAT change - status "
                                   pend-chg-status
                            close pend-chg-file
                            go to maintain-limits-exit
              end-write
              close pend-chg-file
              display "LIMITS.DAT change queued for approval through "
                     "TVMAPPRV.".

       maintain-limits-exit.
              continue.

       load-limits.

      *****************************************************************
      *                                                               *
      * The defaults every calculator falls back on stand in for an   *
      * absent file, and are what the first queued change replaces.   *
      *                                                               *
      *****************************************************************

              move "N" to limits-file-switch
              move 26        to lim-max-interest-rate
              move 30        to lim-max-term-years
              move 999999999 to lim-max-principal
              move 0         to lim-dual-control-amount
              move 0         to lim-fx-tolerance-pct
              move spaces to limits-before
              open input limits-file
              if limits-status = "00"
                     read limits-file
                            not at end
                                   set limits-file-present to true
                     end-read
                     close limits-file
              end-if
              if lim-dual-control-amount not numeric
                     move 0 to lim-dual-control-amount
              end-if
              if lim-fx-tolerance-pct not numeric
                     move 0 to lim-fx-tolerance-pct
              end-if
              if limits-file-present
                     move limits-record to limits-before
              end-if.

       display-limits.
              if not limits-file-present
                     display "No LIMITS.DAT on disk - the defaults "
                            "below are in force."
              end-if
              move lim-max-interest-rate to rate-out
              display "Max Interest Rate:   " rate-out "%"
              move lim-max-term-years to term-out
              display "Max Term (years):    " term-out
              move lim-max-principal to amount-out
              display "Max Principal:       " amount-out
              move lim-dual-control-amount to amount-out
              display "Dual-Control Amount: " amount-out
              move lim-fx-tolerance-pct to pct-out
              display "FX Tolerance:        " pct-out "%"
                     "  (0 = 10% standard)".

       enter-limits-fields.
              move "N" to entry-ok-switch
              display "Enter maximum interest rate as a % value "
                     "(or -1 to cancel this action): "
              accept edit-input
              if function numval(edit-input) = -1
                     display "Action cancelled."
                     go to enter-limits-fields-exit
              end-if
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) not > 0
                 or function numval(edit-input) > 99.9999
                     display "Rate must be above 0 and below 100 - "
                            "please re-enter."
                     go to enter-limits-fields
              end-if
              compute new-max-interest-rate =
                     function numval(edit-input)

              display "Enter maximum term in years (1-99): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 1
                 or function numval(edit-input) > 99
                     display "Term must be 1 through 99 - action "
                            "cancelled."
                     go to enter-limits-fields-exit
              end-if
              compute new-max-term-years = function numval(edit-input)

              display "Enter maximum principal amount: "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) not > 0
                 or function numval(edit-input) > 999999999.99
                     display "Principal must be above 0 and at most "
                            "999,999,999.99 - action cancelled."
                     go to enter-limits-fields-exit
              end-if
              compute new-max-principal = function numval(edit-input)

              display "Enter dual-control amount for master changes "
                     "(0 = dual control off): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                 or function numval(edit-input) > 999999999.99
                     display "Invalid amount - action cancelled."
                     go to enter-limits-fields-exit
              end-if
              compute new-dual-control-amount =
                     function numval(edit-input)

              display "Enter FX rate tolerance as a % value "
                     "(0 = 10% standard): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                 or function numval(edit-input) > 99.99
                     display "Tolerance must be 0 through 99.99 - "
                            "action cancelled."
                     go to enter-limits-fields-exit
              end-if
              compute new-fx-tolerance-pct = function numval(edit-input)
              move "Y" to entry-ok-switch.

       enter-limits-fields-exit.
              continue.

      *****************************************************************
      *                                                               *
      * CALENDAR.DAT -- the "C" processing-date record and the "D"    *
      * holiday records.                                              *
      *                                                               *
      *****************************************************************

       maintain-calendar.
              perform load-calendar-table
              move "N" to table-done-switch
              perform until table-done
                     display " "
                     display "BUSINESS CALENDAR"
                     display "  L. List the processing date and "
                            "holidays"
                     display "  P. Set the processing date"
                     display "  A. Add a holiday"
                     display "  D. Delete a holiday"
                     display "  Q. Return to the control table menu"
                     display "Enter selection: "
                     accept maint-choice
                     evaluate true
                            when maint-list
                                   perform list-calendar
                            when maint-proc-date
                                   perform set-processing-date
                                      thru set-processing-date-exit
                            when maint-add
                                   perform add-holiday
                                      thru add-holiday-exit
                            when maint-delete
                                   perform delete-holiday
                                      thru delete-holiday-exit
                            when maint-quit
                                   set table-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose L, P, A, D, or Q."
                     end-evaluate
              end-perform.

       load-calendar-table.
              move 0 to cal-count
              move 0 to cal-control-count
              move spaces to cal-control-record
              move "N" to file-eof-switch
              open input calendar-file
              if calendar-status not = "00"
                     exit paragraph
              end-if
              perform until file-eof
                     read calendar-file
                            at end
                                   set file-eof to true
                            not at end
                                   perform load-one-calendar-record
                     end-read
              end-perform
              close calendar-file
              if cal-control-count > 1
                     display "CALENDAR.DAT carries " cal-control-count
                            " processing-date records - only the "
                            "first is kept when the file is saved."
              end-if.

       load-one-calendar-record.
              if cal-control
                     add 1 to cal-control-count
                     if cal-control-count = 1
                            move calendar-record to cal-control-record
                     end-if
              else
                     if cal-count < cal-table-max
                            add 1 to cal-count
                            move calendar-record to cal-entry(cal-count)
                     else
                            display "CALENDAR.DAT over "
                                   cal-table-max " dates - the rest "
                                   "are not shown and would be lost; "
                                   "make no changes."
                            set file-eof to true
                     end-if
              end-if.

       list-calendar.
              if cal-control-record = spaces
                     display "Processing date: (none - the system "
                            "date is used)"
              else
                     move cal-control-record to calendar-record
                     display "Processing date: " cal-date
              end-if
              perform varying table-index from 1 by 1
                     until table-index > cal-count
                     move cal-tbl-date(table-index) to work-date
                     if cal-tbl-flag(table-index) = "H"
                            display "  Holiday " work-date
                     else
                            display "  Listed  " work-date
                     end-if
              end-perform.

       enter-calendar-date.
              move "N" to entry-ok-switch
              accept edit-date
              if edit-date is not numeric
                     display "Date must be YYYYMMDD."
                     exit paragraph
              end-if
              move edit-date to work-date
              if function integer-of-date(work-date) = 0
                     display "Not a valid date."
                     exit paragraph
              end-if
              move "Y" to entry-ok-switch.

       set-processing-date.

      *****************************************************************
      *                                                               *
      * The one "C" record is replaced (or written, if the calendar   *
      * has none yet).  A weekend or holiday is allowed only on       *
      * confirmation -- the batches would refuse to run on it.        *
      *                                                               *
      *****************************************************************

              display "Enter the new processing date (YYYYMMDD): "
              perform enter-calendar-date
              if not entry-ok
                     go to set-processing-date-exit
              end-if
              compute cal-work-int =
                     function integer-of-date(work-date)
              compute cal-dow = function mod(cal-work-int 7)
              move "N" to entry-found-switch
              perform varying table-index from 1 by 1
                     until table-index > cal-count
                     if cal-tbl-date(table-index) = work-date
                        and cal-tbl-flag(table-index) = "H"
                            set entry-found to true
                     end-if
              end-perform
              if cal-dow = 6 or cal-dow = 0 or entry-found
                     display work-date " is not a business day - "
                            "the batches will refuse it.  Set it "
                            "anyway? (Y/N) "
                     accept confirm-switch
                     if not confirmed
                            display "Action cancelled."
                            go to set-processing-date-exit
                     end-if
              end-if
              move cal-control-record to before-image
              move spaces to calendar-record
              move "C" to cal-record-type
              move work-date to cal-date
              move calendar-record to cal-control-record
              move 1 to cal-control-count
              perform save-calendar
              if before-image = spaces
                     move "ADD" to audit-action
              else
                     move "CHG" to audit-action
              end-if
              move "CALENDAR" to audit-table
              move "C" to audit-key
              move cal-control-record to after-image
              perform write-control-audit
              display "Processing date set to " work-date ".".

       set-processing-date-exit.
              continue.

       add-holiday.
              if cal-count not < cal-table-max
                     display "The calendar is full - delete past "
                            "holidays first."
                     go to add-holiday-exit
              end-if
              display "Enter the holiday date (YYYYMMDD): "
              perform enter-calendar-date
              if not entry-ok
                     go to add-holiday-exit
              end-if
              perform find-calendar-date
              if entry-found
                     display work-date " is already listed."
                     go to add-holiday-exit
              end-if
              move cal-count to move-index
              add 1 to cal-count
              perform until move-index = 0
                     or cal-tbl-date(move-index) < work-date
                     move cal-entry(move-index)
                            to cal-entry(move-index + 1)
                     subtract 1 from move-index
              end-perform
              add 1 to move-index
              move "D" to cal-tbl-type(move-index)
              move work-date to cal-tbl-date(move-index)
              move "H" to cal-tbl-flag(move-index)
              perform save-calendar
              move "ADD" to audit-action
              move "CALENDAR" to audit-table
              move work-date to audit-key
              move spaces to before-image
              move cal-entry(move-index) to after-image
              perform write-control-audit
              display "Holiday " work-date " added.".

       add-holiday-exit.
              continue.

       delete-holiday.
              display "Enter the date to delete (YYYYMMDD): "
              perform enter-calendar-date
              if not entry-ok
                     go to delete-holiday-exit
              end-if
              perform find-calendar-date
              if not entry-found
                     display work-date " is not listed."
                     go to delete-holiday-exit
              end-if
              display "Delete " work-date " from the calendar? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Delete cancelled."
                     go to delete-holiday-exit
              end-if
              move cal-entry(found-index) to before-image
              perform varying move-index from found-index by 1
                     until move-index not < cal-count
                     move cal-entry(move-index + 1)
                            to cal-entry(move-index)
              end-perform
              subtract 1 from cal-count
              perform save-calendar
              move "DEL" to audit-action
              move "CALENDAR" to audit-table
              move work-date to audit-key
              move spaces to after-image
              perform write-control-audit
              display work-date " deleted.".

       delete-holiday-exit.
              continue.

       find-calendar-date.
              move "N" to entry-found-switch
              perform varying table-index from 1 by 1
                     until table-index > cal-count
                     or entry-found
                     if cal-tbl-date(table-index) = work-date
                            set entry-found to true
                            move table-index to found-index
                     end-if
              end-perform.

       save-calendar.
              open output calendar-file
              if cal-control-record not = spaces
                     move cal-control-record to calendar-record
                     write calendar-record
              end-if
              perform varying table-index from 1 by 1
                     until table-index > cal-count
                     move cal-entry(table-index) to calendar-record
                     write calendar-record
              end-perform
              close calendar-file.

      *****************************************************************
      *                                                               *
      * RATECURV.DAT -- term bands.  Changes are validated against    *
      * the curve on file and queued to PENDCHG.DAT under key         *
      * "*CURVE  nn" (nn the band's low year) for TVMAPPRV, which     *
      * validates them again against the curve standing at approval.  *
      *                                                               *
      *****************************************************************

       maintain-curve.
              perform load-curve-table
              move "N" to table-done-switch
              perform until table-done
                     display " "
                     display "MARKET RATE CURVE - changes need approval"
                     perform display-table-menu
                     accept maint-choice
                     evaluate true
                            when maint-list
                                   perform list-curve
                            when maint-add
                                   perform add-band
                                      thru add-band-exit
                            when maint-change
                                   perform change-band
                                      thru change-band-exit
                            when maint-delete
                                   perform delete-band
                                      thru delete-band-exit
                            when maint-quit
                                   set table-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose L, A, C, D, or Q."
                     end-evaluate
              end-perform.

       load-curve-table.
              move 0 to curve-count
              move "N" to file-eof-switch
              open input curve-file
              if curve-status not = "00"
                     exit paragraph
              end-if
              perform until file-eof
                     read curve-file
                            at end
                                   set file-eof to true
                            not at end
                                   if curve-count < curve-table-max
                                          add 1 to curve-count
                                          move ratecurv-record
                                            to curve-entry(curve-count)
                                   end-if
                     end-read
              end-perform
              close curve-file.

       list-curve.
              if curve-count = 0
                     display "No rate curve on file."
              end-if
              perform varying table-index from 1 by 1
                     until table-index > curve-count
                     move curve-tbl-low(table-index) to low-out
                     move curve-tbl-high(table-index) to high-out
                     move curve-tbl-rate(table-index) to rate-out
                     display "  Years " low-out " - " high-out
                            "   " rate-out "%"
              end-perform.

       enter-band-low.
              move "N" to entry-ok-switch
              display "Enter the band's low year (0-99): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                 or function numval(edit-input) > 99
                     display "Low year must be 0 through 99."
                     exit paragraph
              end-if
              compute work-low = function numval(edit-input)
              move "Y" to entry-ok-switch.

       enter-band-terms.
              move "N" to entry-ok-switch
              move work-low to low-out
              display "Enter the band's high year (" low-out
                     "-99): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < work-low
                 or function numval(edit-input) > 99
                     display "High year must be from the low year "
                            "through 99 - action cancelled."
                     exit paragraph
              end-if
              compute work-high = function numval(edit-input)
              display "Enter the market rate as a % value: "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) not > 0
                 or function numval(edit-input) > 99.9999
                     display "Rate must be above 0 and below 100 - "
                            "action cancelled."
                     exit paragraph
              end-if
              compute work-rate = function numval(edit-input)
              move work-low to new-band-low
              move work-high to new-band-high
              move work-rate to new-band-rate
              move "Y" to entry-ok-switch.

       find-band.
              move "N" to entry-found-switch
              perform varying table-index from 1 by 1
                     until table-index > curve-count
                     or entry-found
                     if curve-tbl-low(table-index) = work-low
                            set entry-found to true
                            move table-index to found-index
                     end-if
              end-perform.

       check-band-overlap.

      *****************************************************************
      *                                                               *
      * Bands are inclusive on both ends, so two bands overlap when   *
      * each starts no later than the other ends.  The band being     *
      * changed (FOUND-INDEX, zero on an add) is left out.            *
      *                                                               *
      *****************************************************************

              move "N" to overlap-switch
              perform varying table-index from 1 by 1
                     until table-index > curve-count
                     or band-overlaps
                     if table-index not = found-index
                        and new-band-low
                            not > curve-tbl-high(table-index)
                        and curve-tbl-low(table-index)
                            not > new-band-high
                            set band-overlaps to true
                            move curve-tbl-low(table-index) to low-out
                            move curve-tbl-high(table-index)
                                   to high-out
                            display "Overlaps the band for years "
                                   low-out " - " high-out
                                   " - action cancelled."
                     end-if
              end-perform.

       check-band-pending.
              open i-o pend-chg-file
              if pend-chg-status = "35"
                     open output pend-chg-file
                     close pend-chg-file
                     open i-o pend-chg-file
              end-if
              if pend-chg-status not = "00"
                     display "ERROR: unable to open PENDCHG.DAT - "
                            "status " pend-chg-status
                     move "N" to entry-ok-switch
                     exit paragraph
              end-if
              move spaces to pend-account-id
              move "*" to pend-control-mark
              move "CURVE" to pend-control-file
              move work-low to pend-control-band
              read pend-chg-file
                     invalid key
                            continue
                     not invalid key
                            display "A change to this band queued by "
                                   pend-maker " is awaiting approval "
                                   "- apply or reject it first."
                            move "N" to entry-ok-switch
                            close pend-chg-file
              end-read.

       add-band.
              if curve-count not < curve-table-max
                     display "The curve already has "
                            curve-table-max " bands."
                     go to add-band-exit
              end-if
              perform enter-band-low
              if not entry-ok
                     go to add-band-exit
              end-if
              perform find-band
              if entry-found
                     display "A band already starts at that year - "
                            "use Change."
                     go to add-band-exit
              end-if
              perform enter-band-terms
              if not entry-ok
                     go to add-band-exit
              end-if
              move 0 to found-index
              perform check-band-overlap
              if band-overlaps
                     go to add-band-exit
              end-if
              perform check-band-pending
              if not entry-ok
                     go to add-band-exit
              end-if
              move "CVA" to audit-action
              move spaces to before-image
              perform queue-band-change
              close pend-chg-file.

       add-band-exit.
              continue.

       change-band.
              perform enter-band-low
              if not entry-ok
                     go to change-band-exit
              end-if
              perform find-band
              if not entry-found
                     display "No band starts at that year."
                     go to change-band-exit
              end-if
              move curve-tbl-rate(found-index) to rate-out
              move curve-tbl-high(found-index) to high-out
              display "Band now runs to year " high-out " at "
                     rate-out "%."
              perform enter-band-terms
              if not entry-ok
                     go to change-band-exit
              end-if
              if new-band = curve-entry(found-index)
                     display "Nothing changed."
                     go to change-band-exit
              end-if
              perform check-band-overlap
              if band-overlaps
                     go to change-band-exit
              end-if
              perform check-band-pending
              if not entry-ok
                     go to change-band-exit
              end-if
              move "CVC" to audit-action
              move curve-entry(found-index) to before-image
              perform queue-band-change
              close pend-chg-file.

       change-band-exit.
              continue.

       delete-band.
              perform enter-band-low
              if not entry-ok
                     go to delete-band-exit
              end-if
              perform find-band
              if not entry-found
                     display "No band starts at that year."
                     go to delete-band-exit
              end-if
              move curve-tbl-rate(found-index) to rate-out
              move curve-tbl-high(found-index) to high-out
              move work-low to low-out
              display "Delete the band for years " low-out " - "
                     high-out " at " rate-out "%? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Delete cancelled."
                     go to delete-band-exit
              end-if
              move "Y" to entry-ok-switch
              perform check-band-pending
              if not entry-ok
                     go to delete-band-exit
              end-if
              move "CVD" to audit-action
              move curve-entry(found-index) to before-image
              move spaces to new-band
              perform queue-band-change
              close pend-chg-file.

       delete-band-exit.
              continue.

       queue-band-change.
              move spaces to pending-change-record
              move "*" to pend-control-mark
              move "CURVE" to pend-control-file
              move work-low to pend-control-band
              move audit-action to pend-action
              evaluate audit-action
                     when "CVA"
                            move "CURVE BAND ADD" to pend-reason
                     when "CVC"
                            move "CURVE BAND CHANGE" to pend-reason
                     when other
                            move "CURVE BAND DELETE" to pend-reason
              end-evaluate
              move before-image to pend-before-image
              move new-band to pend-after-image
              perform stamp-pending-change
              write pending-change-record
                     invalid key
                            display "ERROR: unable to queue the "
                                   "curve change - status "
                                   pend-chg-status
                            exit paragraph
              end-write
              display "Curve change queued for approval through "
                     "TVMAPPRV.".

      *****************************************************************
      *                                                               *
      * FXRATES.DAT -- one rate per currency.                         *
      *                                                               *
      *****************************************************************

       maintain-fxrates.
              perform load-fx-table
              perform load-currency-table
              perform load-limits
              move lim-fx-tolerance-pct to fx-tolerance
              if fx-tolerance = 0
                     move 10 to fx-tolerance
              end-if
              move "N" to table-done-switch
              perform until table-done
                     display " "
                     display "FX RATES (USD VALUE OF ONE UNIT)"
                     perform display-table-menu
                     accept maint-choice
                     evaluate true
                            when maint-list
                                   perform list-fxrates
                            when maint-add
                                   perform add-fxrate
                                      thru add-fxrate-exit
                            when maint-change
                                   perform change-fxrate
                                      thru change-fxrate-exit
                            when maint-delete
                                   perform delete-fxrate
                                      thru delete-fxrate-exit
                            when maint-quit
                                   set table-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose L, A, C, D, or Q."
                     end-evaluate
              end-perform.

       load-fx-table.
              move 0 to fx-count
              move "N" to file-eof-switch
              open input fxrates-file
              if fxrate-status not = "00"
                     exit paragraph
              end-if
              perform until file-eof
                     read fxrates-file
                            at end
                                   set file-eof to true
                            not at end
                                   if fx-count < fx-table-max
                                          add 1 to fx-count
                                          move fxrate-record
                                                 to fx-entry(fx-count)
                                   end-if
                     end-read
              end-perform
              close fxrates-file.

       list-fxrates.
              if fx-count = 0
                     display "No FX rates on file."
              end-if
              perform varying table-index from 1 by 1
                     until table-index > fx-count
                     move fx-tbl-rate(table-index) to fx-rate-out
                     display "  " fx-tbl-code(table-index) "  "
                            fx-rate-out
              end-perform.

       enter-currency-code.
              move "N" to entry-ok-switch
              display "Enter currency code: "
              move spaces to edit-code
              accept edit-code
              move function upper-case(edit-code) to edit-code
              if edit-code is not alphabetic
                 or edit-code(3:1) = space
                     display "Currency code must be three letters."
                     exit paragraph
              end-if
              move "Y" to entry-ok-switch.

       enter-fx-rate.
              move "N" to entry-ok-switch
              display "Enter the USD value of one " edit-code ": "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) not > 0
                 or function numval(edit-input) > 999.999999
                     display "Rate must be above 0 and below 1000 - "
                            "action cancelled."
                     exit paragraph
              end-if
              compute work-fx-rate = function numval(edit-input)
              move "Y" to entry-ok-switch.

       find-fxrate.
              move "N" to entry-found-switch
              perform varying table-index from 1 by 1
                     until table-index > fx-count
                     or entry-found
                     if fx-tbl-code(table-index) = edit-code
                            set entry-found to true
                            move table-index to found-index
                     end-if
              end-perform.

       add-fxrate.
              if fx-count not < fx-table-max
                     display "The FX table is full."
                     go to add-fxrate-exit
              end-if
              perform enter-currency-code
              if not entry-ok
                     go to add-fxrate-exit
              end-if
              perform find-fxrate
              if entry-found
                     display edit-code " already has a rate - use "
                            "Change."
                     go to add-fxrate-exit
              end-if
              perform find-currency
              if curr-file-present and not entry-found
                     display edit-code " is not on CURRTAB.DAT - add "
                            "the currency first."
                     go to add-fxrate-exit
              end-if
              perform enter-fx-rate
              if not entry-ok
                     go to add-fxrate-exit
              end-if
              add 1 to fx-count
              move edit-code to fx-tbl-code(fx-count)
              move work-fx-rate to fx-tbl-rate(fx-count)
              perform save-fxrates
              move "ADD" to audit-action
              move spaces to before-image
              move fx-entry(fx-count) to after-image
              perform write-fx-audit
              display edit-code " rate added.".

       add-fxrate-exit.
              continue.

       change-fxrate.

      *****************************************************************
      *                                                               *
      * The rate on file is the prior day's; a move beyond the        *
      * tolerance is taken only on a confirmed override and audited   *
      * as OVR so the exception stands out.                           *
      *                                                               *
      *****************************************************************

              perform enter-currency-code
              if not entry-ok
                     go to change-fxrate-exit
              end-if
              perform find-fxrate
              if not entry-found
                     display edit-code " has no rate on file."
                     go to change-fxrate-exit
              end-if
              move fx-tbl-rate(found-index) to fx-rate-out
              display "Rate on file: " fx-rate-out
              perform enter-fx-rate
              if not entry-ok
                     go to change-fxrate-exit
              end-if
              move "CHG" to audit-action
              if fx-tbl-rate(found-index) > 0
                     compute fx-move-pct rounded =
                            (work-fx-rate - fx-tbl-rate(found-index))
                            * 100 / fx-tbl-rate(found-index)
                     if work-fx-rate < fx-tbl-rate(found-index)
                            compute fx-move-pct rounded =
                                   (fx-tbl-rate(found-index)
                                   - work-fx-rate)
                                   * 100 / fx-tbl-rate(found-index)
                     end-if
                     if fx-move-pct > fx-tolerance
                            move fx-move-pct to pct-out
                            display "WARNING: that moves " edit-code
                                   " by" pct-out "% from the rate on "
                                   "file, "
                                   "beyond the tolerance."
                            display "Override and apply it? (Y/N) "
                            accept confirm-switch
                            if not confirmed
                                   display "Change cancelled."
                                   go to change-fxrate-exit
                            end-if
                            move "OVR" to audit-action
                     end-if
              end-if
              move fx-entry(found-index) to before-image
              move work-fx-rate to fx-tbl-rate(found-index)
              perform save-fxrates
              move fx-entry(found-index) to after-image
              perform write-fx-audit
              display edit-code " rate changed.".

       change-fxrate-exit.
              continue.

       delete-fxrate.
              perform enter-currency-code
              if not entry-ok
                     go to delete-fxrate-exit
              end-if
              perform find-fxrate
              if not entry-found
                     display edit-code " has no rate on file."
                     go to delete-fxrate-exit
              end-if
              display "Delete the " edit-code " rate?  Its accounts "
                     "drop out of the consolidated totals. (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Delete cancelled."
                     go to delete-fxrate-exit
              end-if
              move fx-entry(found-index) to before-image
              perform varying move-index from found-index by 1
                     until move-index not < fx-count
                     move fx-entry(move-index + 1)
                            to fx-entry(move-index)
              end-perform
              subtract 1 from fx-count
              perform save-fxrates
              move "DEL" to audit-action
              move spaces to after-image
              perform write-fx-audit
              display edit-code " rate deleted.".

       delete-fxrate-exit.
              continue.

       save-fxrates.
              open output fxrates-file
              perform varying table-index from 1 by 1
                     until table-index > fx-count
                     move fx-entry(table-index) to fxrate-record
                     write fxrate-record
              end-perform
              close fxrates-file.

       write-fx-audit.
              move "FXRATES" to audit-table
              move edit-code to audit-key
              perform write-control-audit.

      *****************************************************************
      *                                                               *
      * CURRTAB.DAT -- the currencies the shop books in.              *
      *                                                               *
      *****************************************************************

       maintain-currtab.
              perform load-currency-table
              move "N" to table-done-switch
              perform until table-done
                     display " "
                     display "CURRENCY TABLE"
                     perform display-table-menu
                     accept maint-choice
                     evaluate true
                            when maint-list
                                   perform list-currencies
                            when maint-add
                                   perform add-currency
                                      thru add-currency-exit
                            when maint-change
                                   perform change-currency
                                      thru change-currency-exit
                            when maint-delete
                                   perform delete-currency
                                      thru delete-currency-exit
                            when maint-quit
                                   set table-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose L, A, C, D, or Q."
                     end-evaluate
              end-perform.

       load-currency-table.
              move 0 to curr-count
              move "N" to curr-file-switch
              move "N" to file-eof-switch
              open input currency-file
              if currency-status not = "00"
                     exit paragraph
              end-if
              set curr-file-present to true
              perform until file-eof
                     read currency-file
                            at end
                                   set file-eof to true
                            not at end
                                   if curr-count < curr-table-max
                                          add 1 to curr-count
                                          move currency-record
                                            to curr-entry(curr-count)
                                   end-if
                     end-read
              end-perform
              close currency-file.

       list-currencies.
              if curr-count = 0
                     display "No CURRTAB.DAT - the shop books USD "
                            "only."
              end-if
              perform varying table-index from 1 by 1
                     until table-index > curr-count
                     display "  " curr-tbl-code(table-index) "  "
                            curr-tbl-desc(table-index) "  "
                            curr-tbl-decimals(table-index)
                            " decimal(s)"
              end-perform.

       find-currency.
              move "N" to entry-found-switch
              perform varying table-index from 1 by 1
                     until table-index > curr-count
                     or entry-found
                     if curr-tbl-code(table-index) = edit-code
                            set entry-found to true
                            move table-index to found-index
                     end-if
              end-perform.

       enter-currency-fields.
              move "N" to entry-ok-switch
              display "Enter description: "
              move spaces to currency-record
              accept curr-description
              if curr-description = spaces
                     display "Description is required - action "
                            "cancelled."
                     exit paragraph
              end-if
              display "Enter minor-unit decimals (0-3): "
              move space to edit-decimals
              accept edit-decimals
              if edit-decimals < "0" or edit-decimals > "3"
                     display "Decimals must be 0 through 3 - action "
                            "cancelled."
                     exit paragraph
              end-if
              move edit-code to curr-code
              move edit-decimals to curr-decimals
              move "Y" to entry-ok-switch.

       add-currency.
              if curr-count not < curr-table-max
                     display "The currency table is full."
                     go to add-currency-exit
              end-if
              perform enter-currency-code
              if not entry-ok
                     go to add-currency-exit
              end-if
              perform find-currency
              if entry-found
                     display edit-code " is already on the table - "
                            "use Change."
                     go to add-currency-exit
              end-if
              perform enter-currency-fields
              if not entry-ok
                     go to add-currency-exit
              end-if
              add 1 to curr-count
              move currency-record to curr-entry(curr-count)
              perform save-currencies
              move "ADD" to audit-action
              move spaces to before-image
              move currency-record to after-image
              perform write-currency-audit
              display edit-code " added.".

       add-currency-exit.
              continue.

       change-currency.
              perform enter-currency-code
              if not entry-ok
                     go to change-currency-exit
              end-if
              perform find-currency
              if not entry-found
                     display edit-code " is not on the table."
                     go to change-currency-exit
              end-if
              display "Now: " curr-tbl-desc(found-index) "  "
                     curr-tbl-decimals(found-index) " decimal(s)"
              perform enter-currency-fields
              if not entry-ok
                     go to change-currency-exit
              end-if
              move curr-entry(found-index) to before-image
              move currency-record to curr-entry(found-index)
              perform save-currencies
              move "CHG" to audit-action
              move currency-record to after-image
              perform write-currency-audit
              display edit-code " changed.".

       change-currency-exit.
              continue.

       delete-currency.
              perform enter-currency-code
              if not entry-ok
                     go to delete-currency-exit
              end-if
              perform find-currency
              if not entry-found
                     display edit-code " is not on the table."
                     go to delete-currency-exit
              end-if
              perform count-currency-accounts
              if account-count > 0
                     move account-count to count-out
                     display count-out " master account(s) book in "
                            edit-code " - it cannot be deleted."
                     go to delete-currency-exit
              end-if
              display "Delete " edit-code " from the currency table? "
                     "(Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Delete cancelled."
                     go to delete-currency-exit
              end-if
              move curr-entry(found-index) to before-image
              perform varying move-index from found-index by 1
                     until move-index not < curr-count
                     move curr-entry(move-index + 1)
                            to curr-entry(move-index)
              end-perform
              subtract 1 from curr-count
              perform save-currencies
              move "DEL" to audit-action
              move spaces to after-image
              perform write-currency-audit
              display edit-code " deleted.".

       delete-currency-exit.
              continue.

       count-currency-accounts.

      *****************************************************************
      *                                                               *
      * A blank master currency reads as USD, as everywhere else.     *
      *                                                               *
      *****************************************************************

              move 0 to account-count
              move "N" to file-eof-switch
              open input master-file
              if master-status not = "00"
                     exit paragraph
              end-if
              perform until file-eof
                     read master-file next record
                            at end
                                   set file-eof to true
                            not at end
                                   if mast-currency-code = edit-code
                                      or (mast-currency-code = spaces
                                          and edit-code = "USD")
                                          add 1 to account-count
                                   end-if
                     end-read
              end-perform
              close master-file.

       save-currencies.
              open output currency-file
              perform varying table-index from 1 by 1
                     until table-index > curr-count
                     move curr-entry(table-index) to currency-record
                     write currency-record
              end-perform
              close currency-file.

       write-currency-audit.
              move "CURRTAB" to audit-table
              move edit-code to audit-key
              perform write-control-audit.

      *****************************************************************
      *                                                               *
      * PERIOD.DAT -- one record per accounting period TVMCLOSE has   *
      * touched.  Only the latest closed period can be reopened, so   *
      * the periods always close and reopen in order; the reopen is   *
      * queued to PENDCHG.DAT as action "REO" under key "*PER" and    *
      * the period, and applied by TVMAPPRV.                          *
      *                                                               *
      *****************************************************************

       maintain-periods.
              perform load-period-table
              move "N" to table-done-switch
              perform until table-done
                     display " "
                     display "ACCOUNTING PERIODS - a reopen needs "
                            "approval"
                     display "  L. List"
                     display "  R. Reopen the latest closed period"
                     display "  Q. Return to the control table menu"
                     display "Enter selection: "
                     accept maint-choice
                     evaluate true
                            when maint-list
                                   perform list-periods
                            when maint-reopen
                                   perform reopen-period
                                      thru reopen-period-exit
                            when maint-quit
                                   set table-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose L, R, or Q."
                     end-evaluate
              end-perform.

       load-period-table.
              move 0 to period-count
              move "N" to file-eof-switch
              open input period-file
              if period-status not = "00"
                     exit paragraph
              end-if
              perform until file-eof
                     read period-file next record
                            at end
                                   set file-eof to true
                            not at end
                                   perform load-one-period
                     end-read
              end-perform
              close period-file.

       load-one-period.
              if period-count not < period-table-max
                     exit paragraph
              end-if
              add 1 to period-count
              move per-period to per-tbl-period(period-count)
              move per-status to per-tbl-status(period-count)
              move per-closed-date to per-tbl-closed-date(period-count)
              move per-closed-by to per-tbl-closed-by(period-count)
              move per-reopen-count
                     to per-tbl-reopen-count(period-count).

       list-periods.
              if period-count = 0
                     display "No accounting periods on file - none "
                            "has been closed."
              end-if
              perform varying table-index from 1 by 1
                     until table-index > period-count
                     evaluate per-tbl-status(table-index)
                            when "C"
                                   move "CLOSED" to period-status-out
                            when "P"
                                   move "CLOSING" to period-status-out
                            when other
                                   move "OPEN" to period-status-out
                     end-evaluate
                     move per-tbl-reopen-count(table-index)
                            to reopen-count-out
                     if per-tbl-status(table-index) = "C"
                            display "  " per-tbl-period(table-index)
                                   "  " period-status-out
                                   "  closed " per-tbl-closed-date(
                                   table-index) " by "
                                   per-tbl-closed-by(table-index)
                                   "  reopened " reopen-count-out
                                   " time(s)"
                     else
                            display "  " per-tbl-period(table-index)
                                   "  " period-status-out
                                   "  reopened " reopen-count-out
                                   " time(s)"
                     end-if
              end-perform.

       reopen-period.
              move 0 to reopen-index
              perform varying table-index from 1 by 1
                     until table-index > period-count
                     if per-tbl-status(table-index) = "C"
                            move table-index to reopen-index
                     end-if
              end-perform
              if reopen-index = 0
                     display "No closed period to reopen."
                     go to reopen-period-exit
              end-if
              display "Reopen period " per-tbl-period(reopen-index)
                     ", closed " per-tbl-closed-date(reopen-index)
                     " by " per-tbl-closed-by(reopen-index) "? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Reopen cancelled."
                     go to reopen-period-exit
              end-if
              display "Enter the reason for reopening the period: "
              move spaces to reopen-reason
              accept reopen-reason
              if reopen-reason = spaces
                     display "A reason is required - reopen cancelled."
                     go to reopen-period-exit
              end-if
              open input period-file
              if period-status not = "00"
                     display "ERROR: unable to open PERIOD.DAT - "
                            "status " period-status
                     go to reopen-period-exit
              end-if
              move per-tbl-period(reopen-index) to per-period
              read period-file
                     invalid key
                            display "Period " per-period " is no "
                                   "longer on file."
                            close period-file
                            go to reopen-period-exit
              end-read
              close period-file
              if not per-closed
                     display "Period " per-period " is no longer "
                            "closed."
                     go to reopen-period-exit
              end-if
              open i-o pend-chg-file
              if pend-chg-status = "35"
                     open output pend-chg-file
                     close pend-chg-file
                     open i-o pend-chg-file
              end-if
              if pend-chg-status not = "00"
                     display "ERROR: unable to open PENDCHG.DAT - "
                            "status " pend-chg-status
                     go to reopen-period-exit
              end-if
              move spaces to pend-account-id
              move "*PER" to pend-period-mark
              move per-period to pend-period-id
              read pend-chg-file
                     invalid key
                            continue
                     not invalid key
                            display "A reopen of this period queued by "
                                   pend-maker " is awaiting approval "
                                   "- apply or reject it first."
                            close pend-chg-file
                            go to reopen-period-exit
              end-read
              move spaces to pending-change-record
              move "*PER" to pend-period-mark
              move per-period to pend-period-id
              move "REO" to pend-action
              move reopen-reason to pend-reason
              move period-record(1:64) to pend-before-image
              set per-open to true
              move period-record(1:64) to pend-after-image
              perform stamp-pending-change
              write pending-change-record
                     invalid key
                            display "ERROR: unable to queue the "
                                   "reopen - status " pend-chg-status
                            close pend-chg-file
                            go to reopen-period-exit
              end-write
              close pend-chg-file
              display "Reopen of period " pend-period-id " queued for "
                     "approval through TVMAPPRV.".

       reopen-period-exit.
              continue.

       stamp-pending-change.
              accept pend-date from date yyyymmdd
              accept pend-time from time
              move current-operator to pend-maker.

       write-control-audit.

      *****************************************************************
      *                                                               *
      * Append the before/after image of the changed control record   *
      * to CTLAUD.DAT, stamped with the operator and date/time.       *
      * Direct changes carry no approver.                             *
      *                                                               *
      *****************************************************************

              open extend ctl-audit-file
              if ctl-audit-status = "35"
                     open output ctl-audit-file
              end-if
              move spaces to control-audit-record
              accept caud-date from date yyyymmdd
              accept caud-time from time
              move current-operator to caud-operator
              move audit-action to caud-action
              move audit-table to caud-table
              move audit-key to caud-key
              move before-image to caud-before-image
              move after-image to caud-after-image
              write control-audit-record
              close ctl-audit-file.

       end-program.
              goback.
