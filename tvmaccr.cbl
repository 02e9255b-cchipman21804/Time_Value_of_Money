      * MAST-LAST-ACCRUAL-DATE forward so a rerun cannot accrue the   *
      * same days twice.                                              *
      *                                                               *
      * Each run is registered on the shared RUNCTL.DAT run-control   *
      * file the way the valuation batches register, so a second      *
      * run cannot start while one is active and TVMCLOSE can see     *
      * that the month's accrual completed before it closes the       *
      * period.  A run dated into a period TVMCLOSE has already       *
      * closed (PERIOD.DAT, checked through TVMPERD) books its        *
      * entries to the open period instead: every entry carries the   *
      * closed period as a prior-period adjustment, and the register  *
      * flags each account so.                                        *
      *                                                               *
      *****************************************************************

       identification division.
              select rpt-file assign to "TVMACCR.DAT"
                     organization is line sequential.

              select runctl-file assign to "RUNCTL.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is run-key
                     file status is runctl-status.

       data division.
       file section.
       fd  master-file.
       fd  rpt-file.
       01  rpt-record                pic x(120).

       fd  runctl-file.
       copy "runctl.cpy".

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 RUNCTL-STATUS          PIC XX.

       01 ACCR-SWITCHES.
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 ACCRUAL-BASE       PIC S9(9)V99 USAGE COMP.
              05 ACCRUED-INTEREST   PIC S9(9)V99 USAGE COMP.
              05 CURRENCY-OUT       PIC X(3).
              05 RUN-PROGRAM-ID     PIC X(8) VALUE "TVMACCR".

       01 RUN-CTL-FIELDS.
              05 RUN-SAVE-DATE        PIC 9(8).
              05 RUN-SAVE-TIME        PIC 9(8).
              05 RUN-REFUSED-SWITCH   PIC X VALUE "N".
                     88 RUN-REFUSED   VALUE "Y".
              05 ACTIVE-FOUND-SWITCH  PIC X VALUE "N".
                     88 ACTIVE-FOUND  VALUE "Y".
              05 RUNCTL-EOF-SWITCH    PIC X VALUE "N".
                     88 RUNCTL-EOF    VALUE "Y".
              05 RUN-ERROR-SWITCH     PIC X VALUE "N".
                     88 RUN-ERROR     VALUE "Y".

       copy "perdchk.cpy".

       01 ACCR-TOTALS.
              05 ACCRUED-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              accept run-date from date yyyymmdd
              compute run-date-int =
                     function integer-of-date(run-date)
              perform register-run
              if run-refused
                     move 8 to return-code
                     perform end-program
              end-if
              move run-date to pchk-posting-date
              call "tvmperd" using period-check-request
              if pchk-adjustment
                     display "Run date " run-date " is in closed "
                            "period " pchk-posting-period " - entries "
                            "booked to " pchk-open-period " as "
                            "prior-period adjustments."
              end-if
              perform open-report
              perform open-gl-extract
              open i-o master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     set run-error to true
              else
                     perform until master-eof
                            read master-file next record
              end-if
              perform close-gl-extract
              perform close-report
              perform complete-run
              display "Accrual run complete - register written to "
                     "TVMACCR.DAT, entries to TVMACCGL.DAT"
              perform end-program.
                     perform skip-account
                     exit paragraph
              end-if
              if mast-charged-off
                     move "is charged off - not accrued"
                            to skip-reason
                     perform skip-account
                     exit paragraph
              end-if
              if mast-last-accrual-date not = 0
                     move mast-last-accrual-date to accrue-from-date
              else
              end-if
              move accrued-interest to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "ACCR" to gld-entry-type
              perform stamp-entry-period
              write gl-detail-record
              add 1 to gl-rec-count
              add accrued-interest to gl-hash-total
              end-if
              move accrued-interest to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "ACCR" to gld-entry-type
              perform stamp-entry-period
              write gl-detail-record
              add 1 to gl-rec-count
              add accrued-interest to gl-hash-total.

       stamp-entry-period.
              move pchk-open-period to gld-post-period
              if pchk-adjustment
                     move pchk-posting-period to gld-prior-period
              else
                     move 0 to gld-prior-period
              end-if.

       tally-currency-total.
              move "N" to curr-tot-found-switch
              perform varying curr-tot-index from 1 by 1
                     accrued-amt-out delimited by size
                     into rpt-record
              end-string
              if pchk-adjustment
                     move "  PRIOR-PERIOD ADJ" to rpt-record(91:18)
              end-if
              write rpt-record
              add 1 to rpt-line-count.

              move "ACCOUNT    PROD CUR BASE / RATE / DAYS / ACCRUED"
                     to rpt-record
              write rpt-record
              move 2 to rpt-line-count
              if pchk-adjustment
                     move spaces to rpt-record
                     string "*** RUN DATE IN CLOSED PERIOD "
                            delimited by size
                            pchk-posting-period delimited by size
                            " - ENTRIES BOOKED TO " delimited by size
                            pchk-open-period delimited by size
                            " AS PRIOR-PERIOD ADJUSTMENTS ***"
                            delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
                     add 1 to rpt-line-count
              end-if.

       close-report.
              if curr-tot-count > 0
              write rpt-record
              close rpt-file.

       register-run.

      *****************************************************************
      *                                                               *
      * Register this run on the shared run-control file and refuse   *
      * to start while an ACTIVE accrual run exists, the same         *
      * discipline the valuation batches follow.  The entry is        *
      * rewritten COMPLETE on a clean end -- which is what TVMCLOSE   *
      * looks for before it closes the month -- or FAILED when the    *
      * master could not be opened; a crash leaves it ACTIVE.         *
      *                                                               *
      *****************************************************************

              open i-o runctl-file
              if runctl-status = "35"
                     open output runctl-file
                     close runctl-file
                     open i-o runctl-file
              end-if
              move run-program-id to run-program
              move 0 to run-start-date
              move 0 to run-start-time
              start runctl-file key is not less than run-key
                     invalid key
                            set runctl-eof to true
              end-start
              perform until runctl-eof or active-found
                     read runctl-file next record
                            at end
                                   set runctl-eof to true
                            not at end
                                   perform check-active-entry
                     end-read
              end-perform
              if active-found
                     display "*** RUN REFUSED: an active TVMACCR run "
                            "started " run-start-date " "
                            run-start-time " is already registered "
                            "on RUNCTL.DAT ***"
                     set run-refused to true
                     close runctl-file
              else
                     perform write-run-entry
              end-if.

       check-active-entry.
              if run-program not = run-program-id
                     set runctl-eof to true
              else
                     if run-active
                            set active-found to true
                     end-if
              end-if.

       write-run-entry.
              move spaces to runctl-record
              move run-program-id to run-program
              move run-date to run-save-date
              accept run-save-time from time
              move run-save-date to run-start-date
              move run-save-time to run-start-time
              move "B" to run-mode
              move 0 to run-end-date
              move 0 to run-end-time
              move 0 to run-rec-count
              move 0 to run-skip-count
              move "A" to run-status
              write runctl-record
                     invalid key
                            continue
              end-write.

       complete-run.
              move run-program-id to run-program
              move run-save-date to run-start-date
              move run-save-time to run-start-time
              move "B" to run-mode
              accept run-end-date from date yyyymmdd
              accept run-end-time from time
              move accrued-count to run-rec-count
              move skipped-count to run-skip-count
              if run-error
                     move "F" to run-status
              else
                     move "C" to run-status
              end-if
              rewrite runctl-record
                     invalid key
                            continue
              end-rewrite
              close runctl-file.

       end-program.
              stop run.
