      * fresh term at the current RATECURV.DAT curve rate.  An        *
      * account with no instruction on file is reported and left      *
      * alone -- matured money is never disposed of by default.       *
      * Neither is an account TVMCHGO has charged off: its balance is *
      * already in the loss reserve, so it is reported as held        *
      * whatever its instruction says.                                *
      *                                                               *
      * A before/after detail line is written per account the way     *
      * the mass repricing batch writes them, each disposition is     *
      * logged to the shared audit log, and the payout entries        *
      * carry the standard "H"/"S"/"T" control records.               *
      *                                                               *
      * Each run is registered on the shared RUNCTL.DAT run-control   *
      * file the way the valuation batches register, so a second      *
      * run cannot start while one is active and TVMCLOSE can see     *
      * that the month's maturity run completed before it closes the  *
      * period.  A payout for a maturity date in a period TVMCLOSE    *
      * has already closed (PERIOD.DAT, checked through TVMPERD) is   *
      * booked to the open period instead: its entries carry the      *
      * closed period as a prior-period adjustment, and the report    *
      * flags it so.                                                  *
      *                                                               *
      *****************************************************************

       identification division.
              select rpt-file assign to "TVMMATP.DAT"
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

       01 RATE-CURVE-STATUS      PIC XX.

       01 TVM-LOG-STATUS         PIC XX.
              05 FACTOR             PIC S9(9)V9(6) USAGE COMP.
              05 PAYOUT-VALUE       PIC S9(9)V99 USAGE COMP.
              05 CURRENCY-OUT       PIC X(3).
              05 RUN-PROGRAM-ID     PIC X(8) VALUE "TVMMATP".

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

       copy "purgreq.cpy".

       01 MATURITY-FIELDS.
              05 MATURITY-DATE      PIC 9(8).
              05 CLOSED-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 ROLLED-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 HELD-COUNT         PIC 9(7) USAGE COMP VALUE 0.
              05 PRIOR-PERIOD-COUNT PIC 9(7) USAGE COMP VALUE 0.
              05 EXAMINED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 CLOSED-OUT         PIC ZZZZZZ9 USAGE DISPLAY.
              05 ROLLED-OUT         PIC ZZZZZZ9 USAGE DISPLAY.
              05 HELD-OUT           PIC ZZZZZZ9 USAGE DISPLAY.
              05 PRIOR-PERIOD-OUT   PIC ZZZZZZ9 USAGE DISPLAY.

       01 GL-CONTROL.
              05 GL-REC-COUNT       PIC 9(7) USAGE COMP VALUE 0.
       procedure division.
       main-logic.
              accept run-date from date yyyymmdd
              perform register-run
              if run-refused
                     move 8 to return-code
                     perform end-program
              end-if
              perform load-rate-curve
              perform open-report
              perform open-gl-extract
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
              display "Maturity processing complete - report "
                     "written to TVMMATP.DAT"
              perform end-program.
              if currency-out = spaces
                     move "USD" to currency-out
              end-if
              if mast-charged-off
                     add 1 to held-count
                     perform write-charged-off-line
                     exit paragraph
              end-if
              evaluate mast-rollover-code
                     when "CLOS"
                            perform close-matured-account
      *****************************************************************

              perform compute-payout-value
              move maturity-date to pchk-posting-date
              call "tvmperd" using period-check-request
              perform write-payout-entries
              perform tally-currency-total
              perform write-closed-line
                                   " - status " master-status
                            exit paragraph
              end-delete
              move mast-account-id to purg-account-id
              move spaces to purg-pending
              call "tvmpurg" using purge-request
              add 1 to closed-count.

       compute-payout-value.
              end-if
              move payout-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "MATP" to gld-entry-type
              perform stamp-entry-period
              write gl-detail-record
              add 1 to gl-rec-count
              add payout-value to gl-hash-total
              move "10100100" to gld-gl-account
              move payout-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "MATP" to gld-entry-type
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

       roll-matured-account.

      *****************************************************************
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count
              if pchk-adjustment
                     add 1 to prior-period-count
                     move spaces to rpt-record
                     string "           *** PRIOR-PERIOD ADJUSTMENT - "
                            delimited by size
                            "MATURED IN CLOSED PERIOD "
                            delimited by size
                            pchk-posting-period delimited by size
                            ", PAYOUT BOOKED TO " delimited by size
                            pchk-open-period delimited by size
                            " ***" delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
                     add 1 to rpt-line-count
              end-if.

       write-rolled-line.
              if rpt-line-count >= rpt-lines-per-page
                     "FILE ***" delimited by size
                     into rpt-record
              end-string
              if mast-dormant
                     move "DORMANT - UNCLAIMED PROPERTY"
                            to rpt-record(82:28)
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       write-charged-off-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string mast-account-id delimited by size
                     " " delimited by size
                     mast-product-code delimited by size
                     " MATURED " delimited by size
                     maturity-date delimited by size
                     "  *** CHARGED OFF - NOT PAID OUT OR "
                     delimited by size
                     "ROLLED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

              move held-count to held-out
              move spaces to rpt-record
              write rpt-record
              if prior-period-count > 0
                     move prior-period-count to prior-period-out
                     move spaces to rpt-record
                     string "*** " delimited by size
                            prior-period-out delimited by size
                            " PAYOUT(S) MATURED IN A CLOSED PERIOD - "
                            delimited by size
                            "BOOKED AS PRIOR-PERIOD ADJUSTMENTS ***"
                            delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
              end-if
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     examined-out delimited by size
              write rpt-record
              close rpt-file.

       register-run.

      *****************************************************************
      *                                                               *
      * Register this run on the shared run-control file and refuse   *
      * to start while an ACTIVE maturity run exists, the same        *
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
                     display "*** RUN REFUSED: an active TVMMATP run "
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
              move examined-count to run-rec-count
              move held-count to run-skip-count
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
