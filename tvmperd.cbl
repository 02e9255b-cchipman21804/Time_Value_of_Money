      *****************************************************************
      * ACCOUNTING PERIOD CHECK                                       *
      *                                                               *
      * CALLed by every program that books a posting -- PAYPOST,      *
      * TVMACCR, TVMMATP, TVMRPRC, TVMREDM, TVMESCH and TVMCHGO --    *
      * with the date the posting is dated, to keep anything from     *
      * landing in a month TVMCLOSE has closed.  A date in an open    *
      * period books as it always has.  A date in a closed (or        *
      * closing) period is redirected to the first period after it    *
      * that is still open, under the first day of that period, and   *
      * the caller reports the posting as a prior-period adjustment.  *
      * A period with no record on PERIOD.DAT has never been closed   *
      * and is open; no PERIOD.DAT on disk means period control is    *
      * not in use, the same convention the other control files       *
      * follow.                                                       *
      *                                                               *
      * This program is not INITIAL: PERIOD.DAT is loaded on the      *
      * first call and held for the rest of the run, so a batch can   *
      * check every posting without rereading the file.               *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmperd.

       environment division.
       input-output section.
       file-control.
              select period-file assign to "PERIOD.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is per-period
                     file status is period-status.

       data division.
       file section.
       fd  period-file.
       copy "period.cpy".

       working-storage section.

       01 PERIOD-STATUS          PIC XX.

       01 PERD-SWITCHES.
              05 LOADED-SWITCH           PIC X VALUE "N".
                     88 PERIODS-LOADED   VALUE "Y".
              05 CONTROL-SWITCH          PIC X VALUE "N".
                     88 PERIOD-CONTROL   VALUE "Y".
              05 PERIOD-EOF-SWITCH       PIC X VALUE "N".
                     88 PERIOD-EOF       VALUE "Y".
              05 LOCKED-SWITCH           PIC X VALUE "N".
                     88 PERIOD-IS-LOCKED VALUE "Y".

      *****************************************************************
      *                                                               *
      * The closed and closing periods on file, in period order.      *
      * Twenty years of month-ends fit; open periods are not held,    *
      * since a period not in the table is open.                      *
      *                                                               *
      *****************************************************************

       01 LOCKED-PERIOD-TABLE.
              05 LOCKED-MAX           PIC 9(3) USAGE COMP VALUE 240.
              05 LOCKED-COUNT         PIC 9(3) USAGE COMP VALUE 0.
              05 LOCKED-INDEX         PIC 9(3) USAGE COMP.
              05 LOCKED-PERIOD OCCURS 240 TIMES PIC 9(6).

       01 PERD-WORK-FIELDS.
              05 WORK-PERIOD        PIC 9(6).
              05 WORK-PERIOD-SPLIT REDEFINES WORK-PERIOD.
                     10 WORK-YEAR   PIC 9(4).
                     10 WORK-MONTH  PIC 99.

       linkage section.
       copy "perdchk.cpy".

       procedure division using period-check-request.
       main-logic.
              if not periods-loaded
                     perform load-periods
                     set periods-loaded to true
              end-if
              move pchk-posting-date to pchk-effective-date
              move 0 to pchk-posting-period
              move 0 to pchk-open-period
              if pchk-posting-date numeric
                 and pchk-posting-date not = 0
                     move pchk-posting-date(1:6) to pchk-posting-period
                     move pchk-posting-period to pchk-open-period
              end-if
              if not period-control
                     set pchk-no-control to true
                     goback
              end-if
              set pchk-period-open to true
              if pchk-posting-period = 0
                     goback
              end-if
              move pchk-posting-period to work-period
              perform check-locked-period
              if not period-is-locked
                     goback
              end-if
              perform until not period-is-locked
                     perform advance-work-period
                     perform check-locked-period
              end-perform
              set pchk-adjustment to true
              move work-period to pchk-open-period
              compute pchk-effective-date = work-period * 100 + 1
              goback.

       load-periods.
              move 0 to locked-count
              open input period-file
              if period-status not = "00"
                     if period-status not = "35"
                            display "WARNING: unable to open "
                                   "PERIOD.DAT - status " period-status
                                   " - period control not applied."
                     end-if
                     exit paragraph
              end-if
              set period-control to true
              perform until period-eof
                     read period-file next record
                            at end
                                   set period-eof to true
                            not at end
                                   perform load-one-period
                     end-read
              end-perform
              close period-file.

       load-one-period.
              if not per-locked
                     exit paragraph
              end-if
              if locked-count < locked-max
                     add 1 to locked-count
                     move per-period to locked-period(locked-count)
              else
                     display "WARNING: more than 240 closed periods "
                            "on PERIOD.DAT - period " per-period
                            " is not recognized."
              end-if.

       check-locked-period.
              move "N" to locked-switch
              perform varying locked-index from 1 by 1
                     until locked-index > locked-count
                     or period-is-locked
                     if locked-period(locked-index) = work-period
                            set period-is-locked to true
                     end-if
              end-perform.

       advance-work-period.
              if work-month >= 12
                     add 1 to work-year
                     move 1 to work-month
              else
                     add 1 to work-month
              end-if.
