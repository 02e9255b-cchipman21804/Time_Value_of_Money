      *****************************************************************
      * OPERATOR ACCESS REVIEW                                        *
      *                                                               *
      * Periodic batch listing of every operator profile on           *
      * OPERAUTH.DAT for the access recertification: the programs     *
      * each operator may run, the OPER-MAX-PRINCIPAL/                *
      * OPER-MAX-PAYMENT caps, the status, the last sign-on, the      *
      * password's age, and the failed sign-on attempts -- since the  *
      * last good sign-on and for the life of the id.  A supervisor   *
      * signs off the listing or has the profiles changed through     *
      * TVMOPER.                                                      *
      *                                                               *
      * The review also sweeps out dormant ids: an active operator    *
      * with no sign-on (and no profile maintenance) within the       *
      * SIGNCTL.DAT dormancy limit is marked inactive here, with a    *
      * before/after image on OPERAUD.DAT under action DRM, so an id  *
      * nobody uses cannot be picked up later -- TVMSIGN applies the  *
      * same test at sign-on, but only to an id someone tries to use. *
      *                                                               *
      * Dates are measured from the CALENDAR.DAT "C" record's         *
      * processing date, or the system date without a calendar.       *
      * RC=4 when no OPERAUTH.DAT is on disk (the shop is running     *
      * unrestricted), otherwise RC=0.                                *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmacrev.

       environment division.
       input-output section.
       file-control.
              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

              select signon-control-file assign to "SIGNCTL.DAT"
                     organization is line sequential
                     file status is signctl-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select oper-audit-file assign to "OPERAUD.DAT"
                     organization is line sequential
                     file status is oper-audit-status.

              select rpt-file assign to "TVMACREV.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  operauth-file.
       copy "operauth.cpy".

       fd  signon-control-file.
       copy "signctl.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  oper-audit-file.
       copy "operaud.cpy".

       fd  rpt-file.
       01  rpt-record                 pic x(120).

       working-storage section.

       01 OPERAUTH-STATUS        PIC XX.

       01 SIGNCTL-STATUS         PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 OPER-AUDIT-STATUS      PIC XX.

       01 REVIEW-SWITCHES.
              05 OPER-EOF-SWITCH         PIC X VALUE "N".
                     88 OPER-EOF         VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 EXPIRED-SWITCH          PIC X VALUE "N".
                     88 PASSWORD-EXPIRED VALUE "Y".
              05 DORMANT-SWITCH          PIC X VALUE "N".
                     88 MARKED-DORMANT   VALUE "Y".

       01 SIGNON-CONTROLS.
              05 EXPIRY-DAYS        PIC 999.
              05 DORMANT-DAYS       PIC 999.

       01 REVIEW-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 REFERENCE-DATE     PIC 9(8).
              05 DAYS-ELAPSED       PIC S9(7) USAGE COMP.
              05 BEFORE-IMAGE       PIC X(160).
              05 HOLD-HASH          PIC 9(18).
              05 STATUS-TEXT        PIC X(8).
              05 SIGNON-TEXT        PIC X(8).
              05 PASSWORD-TEXT      PIC X(17).
              05 FAILED-TEXT        PIC X(8).
              05 CHANGED-TEXT       PIC X(20).

       01 REVIEW-COUNTS.
              05 OPER-COUNT         PIC 9(5) USAGE COMP VALUE 0.
              05 ACTIVE-COUNT       PIC 9(5) USAGE COMP VALUE 0.
              05 LOCKED-COUNT       PIC 9(5) USAGE COMP VALUE 0.
              05 INACTIVE-COUNT     PIC 9(5) USAGE COMP VALUE 0.
              05 DISABLED-COUNT     PIC 9(5) USAGE COMP VALUE 0.
              05 DORMANT-COUNT      PIC 9(5) USAGE COMP VALUE 0.
              05 EXPIRED-COUNT      PIC 9(5) USAGE COMP VALUE 0.
              05 FAILED-COUNT       PIC 9(5) USAGE COMP VALUE 0.
              05 NEVER-COUNT        PIC 9(5) USAGE COMP VALUE 0.

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.
              05 AMOUNT-OUT-1       PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 AMOUNT-OUT-2       PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZ9 USAGE DISPLAY.
              05 COUNT-OUT-2        PIC ZZZZ9 USAGE DISPLAY.
              05 FAILS-OUT          PIC Z9 USAGE DISPLAY.

       procedure division.
       main-logic.
              perform load-calendar
              perform load-signon-controls
              perform open-report
              open i-o operauth-file
              if operauth-status not = "00"
                     display "*** OPERAUTH.DAT NOT AVAILABLE - STATUS "
                            operauth-status " - NO PROFILES TO "
                            "REVIEW ***"
                     move spaces to rpt-record
                     string "*** OPERAUTH.DAT NOT AVAILABLE - STATUS "
                            delimited by size
                            operauth-status delimited by size
                            " - THE SHOP IS RUNNING UNRESTRICTED ***"
                            delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
                     perform close-report
                     move 4 to return-code
                     perform end-program
              end-if
              perform until oper-eof
                     read operauth-file
                            at end
                                   set oper-eof to true
                            not at end
                                   perform review-operator
                     end-read
              end-perform
              close operauth-file
              perform write-summary
              perform close-report
              move oper-count to count-out
              move dormant-count to count-out-2
              display "Access review complete - " count-out
                     " operator(s) listed, " count-out-2
                     " marked inactive for dormancy."
              move 0 to return-code
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * Ages run against the CALENDAR.DAT "C" record's processing     *
      * date; no calendar on disk reads as "date control not in use"  *
      * and the system date stands in.                                *
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

       load-signon-controls.
              move 90 to expiry-days
              move 90 to dormant-days
              open input signon-control-file
              if signctl-status = "00"
                     read signon-control-file
                            not at end
                                   if signon-control-record is numeric
                                          move sctl-expiry-days
                                                 to expiry-days
                                          move sctl-dormant-days
                                                 to dormant-days
                                   end-if
                     end-read
                     close signon-control-file
              end-if.

       review-operator.
              add 1 to oper-count
              move "N" to dormant-switch
              if oper-active
                     perform check-dormancy
              end-if
              perform check-password-age
              evaluate true
                     when oper-locked
                            add 1 to locked-count
                            move "LOCKED" to status-text
                     when oper-inactive
                            add 1 to inactive-count
                            move "INACTIVE" to status-text
                     when oper-disabled
                            add 1 to disabled-count
                            move "DISABLED" to status-text
                     when other
                            add 1 to active-count
                            move "ACTIVE" to status-text
              end-evaluate
              if oper-last-signon-date = 0
                     add 1 to never-count
                     move "NEVER" to signon-text
              else
                     move oper-last-signon-date to signon-text
              end-if
              if oper-failed-total > 0
                     add 1 to failed-count
              end-if
              perform write-operator-lines.

       check-dormancy.

      *****************************************************************
      *                                                               *
      * The same test TVMSIGN applies at sign-on: an id is dormant    *
      * when neither its last sign-on nor its last profile            *
      * maintenance (or, failing both, the date it was added) falls   *
      * within the dormancy limit.  A dormant id is marked inactive   *
      * and the change audited.                                       *
      *                                                               *
      *****************************************************************

              if dormant-days = 0
                     exit paragraph
              end-if
              move oper-last-signon-date to reference-date
              if oper-changed-date > reference-date
                     move oper-changed-date to reference-date
              end-if
              if reference-date = 0
                     move oper-added-date to reference-date
              end-if
              if reference-date = 0
                 or function integer-of-date(reference-date) = 0
                     exit paragraph
              end-if
              compute days-elapsed =
                     function integer-of-date(processing-date)
                     - function integer-of-date(reference-date)
              if days-elapsed > dormant-days
                     move oper-password-hash to hold-hash
                     move 0 to oper-password-hash
                     move operauth-record to before-image
                     move hold-hash to oper-password-hash
                     move "I" to oper-status
                     rewrite operauth-record
                     end-rewrite
                     if operauth-status = "00"
                            set marked-dormant to true
                            add 1 to dormant-count
                            perform write-oper-audit
                     else
                            display "ERROR: unable to mark operator "
                                   oper-id " inactive - status "
                                   operauth-status
                     end-if
              end-if.

       check-password-age.
              move "N" to expired-switch
              evaluate true
                     when oper-password-hash = 0
                            move "NONE CHOSEN" to password-text
                     when oper-password-date = 0
                            move "TEMPORARY" to password-text
                     when other
                            move spaces to password-text
                            move oper-password-date to password-text
                            if expiry-days > 0
                                   compute days-elapsed =
                                      function integer-of-date(
                                          processing-date)
                                      - function integer-of-date(
                                          oper-password-date)
                                   if days-elapsed > expiry-days
                                          set password-expired to true
                                          add 1 to expired-count
                                          move " EXPIRED"
                                                 to password-text(9:8)
                                   end-if
                            end-if
              end-evaluate.

       write-operator-lines.
              if rpt-line-count + 3 > rpt-lines-per-page
                     perform write-report-header
              end-if
              move oper-max-principal to amount-out-1
              move oper-max-payment to amount-out-2
              move spaces to rpt-record
              string oper-id delimited by size
                     " " delimited by size
                     status-text delimited by size
                     " " delimited by size
                     oper-program-id(1) delimited by size
                     " " delimited by size
                     oper-program-id(2) delimited by size
                     " " delimited by size
                     oper-program-id(3) delimited by size
                     " " delimited by size
                     oper-program-id(4) delimited by size
                     " " delimited by size
                     oper-program-id(5) delimited by size
                     "  " delimited by size
                     amount-out-1 delimited by size
                     "  " delimited by size
                     amount-out-2 delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move oper-failed-attempts to fails-out
              move oper-failed-total to count-out
              move spaces to failed-text
              if oper-last-failed-date not = 0
                     move oper-last-failed-date to failed-text
              end-if
              move spaces to changed-text
              if oper-changed-date not = 0
                     string oper-changed-by delimited by space
                            " " delimited by size
                            oper-changed-date delimited by size
                            into changed-text
                     end-string
              end-if
              move spaces to rpt-record
              string "         SIGN-ON: " delimited by size
                     signon-text delimited by size
                     " PWD: " delimited by size
                     password-text delimited by size
                     " FAILED: " delimited by size
                     fails-out delimited by size
                     "/" delimited by size
                     count-out delimited by size
                     " LAST FAIL: " delimited by size
                     failed-text delimited by size
                     " CHANGED: " delimited by size
                     changed-text delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              if marked-dormant
                     move "         *** DORMANT - MARKED INACTIVE BY "
                            to rpt-record
                     move "THIS REVIEW ***" to rpt-record(43:15)
              end-if
              write rpt-record
              add 3 to rpt-line-count.

       write-summary.
              if rpt-line-count + 11 > rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              write rpt-record
              move "ACCESS REVIEW SUMMARY" to rpt-record
              write rpt-record
              move oper-count to count-out
              move spaces to rpt-record
              string "  OPERATORS LISTED             " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move active-count to count-out
              move spaces to rpt-record
              string "  ACTIVE                       " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move locked-count to count-out
              move spaces to rpt-record
              string "  LOCKED                       " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move inactive-count to count-out
              move dormant-count to count-out-2
              move spaces to rpt-record
              string "  INACTIVE                     " delimited by size
                     count-out delimited by size
                     "  (" delimited by size
                     count-out-2 delimited by size
                     " MARKED BY THIS REVIEW)" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move disabled-count to count-out
              move spaces to rpt-record
              string "  DISABLED                     " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move expired-count to count-out
              move spaces to rpt-record
              string "  PASSWORDS EXPIRED            " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move never-count to count-out
              move spaces to rpt-record
              string "  NEVER SIGNED ON              " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move failed-count to count-out
              move spaces to rpt-record
              string "  WITH FAILED SIGN-ONS         " delimited by size
                     count-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 11 to rpt-line-count.

       write-oper-audit.

      *****************************************************************
      *                                                               *
      * Audit the dormancy change on OPERAUD.DAT the way TVMOPER      *
      * audits its maintenance, with the password hash zeroed in      *
      * both images.                                                  *
      *                                                               *
      *****************************************************************

              open extend oper-audit-file
              if oper-audit-status = "35"
                     open output oper-audit-file
              end-if
              move spaces to oper-audit-record
              accept oaud-date from date yyyymmdd
              accept oaud-time from time
              move "TVMACREV" to oaud-operator
              move "DRM" to oaud-action
              move oper-id to oaud-oper-id
              move before-image to oaud-before-image
              move oper-password-hash to hold-hash
              move 0 to oper-password-hash
              move operauth-record to oaud-after-image
              move hold-hash to oper-password-hash
              write oper-audit-record
              close oper-audit-file.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "OPERATOR ACCESS REVIEW" delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              move "OPERATOR STATUS   PROGRAMS" to rpt-record
              move "  MAX PRINCIPAL      MAX PAYMENT"
                     to rpt-record(65:32)
              write rpt-record
              move spaces to rpt-record
              write rpt-record
              move 3 to rpt-line-count.

       close-report.
              move oper-count to count-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     count-out delimited by size
                     " OPERATOR(S) REVIEWED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
