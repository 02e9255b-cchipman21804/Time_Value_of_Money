      *****************************************************************
      * MONTH-END ACCOUNTING PERIOD CLOSE                             *
      *                                                               *
      * Closes an accounting period (YYYYMM) on PERIOD.DAT once the   *
      * month's work is done, so nothing more can be booked into it.  *
      * The close is refused unless:                                  *
      *                                                               *
      *   - the period has ended (its last day is before the          *
      *     processing date), is not already closed, and is the       *
      *     next period due -- every earlier period on file closed,   *
      *     none skipped;                                             *
      *   - the month's runs completed on RUNCTL.DAT: a COMPLETE      *
      *     TVMACCR accrual run, TVMMATP maturity run, and FPGA and   *
      *     FPGF batch or mark-to-market valuation run (a parallel    *
      *     stream counts for its program) dated within the period,   *
      *     with no run of any of them dated in the period left       *
      *     ACTIVE or FAILED since.                                   *
      *                                                               *
      * The period is then marked closing and every ANNU/FUTV         *
      * account on the book at the period end is snapshot to          *
      * PERIODBAL.DAT: its closing balance (the balance the accrual   *
      * batch accrues on, with any payment booked after the period    *
      * end backed out from PAYHIST.DAT) and its accrued position --  *
      * the last accrual date and the interest earned from there to   *
      * the period end not yet booked.  A re-close after a reopen     *
      * replaces the period's snapshot whole.  An account TVMCHGO has *
      * charged off is off the book -- TVMACCR no longer accrues it   *
      * and the TVMJRNL proof leaves it out -- so it is not snapshot; *
      * it is counted separately on the report.  Last, the period is  *
      * marked closed, the following period is put on file open, and  *
      * the close is audited to CTLAUD.DAT.                           *
      *                                                               *
      * From then on PAYPOST, TVMACCR, TVMMATP, TVMRPRC, TVMREDM,     *
      * TVMESCH and TVMCHGO redirect any posting dated into the       *
      * period to the open period as a prior-period adjustment (see   *
      * TVMPERD).  Reopening a closed period goes through TVMCTLM and *
      * TVMAPPRV under dual control.                                  *
      *                                                               *
      * The period is read from standard input; a blank line closes   *
      * the month before the CALENDAR.DAT processing date (the        *
      * system date when no calendar is on disk).  The run registers  *
      * on RUNCTL.DAT like the other batches and ends RC=8 when the   *
      * close is refused.                                             *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmclose.

       environment division.
       input-output section.
       file-control.
              select period-file assign to "PERIOD.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is per-period
                     file status is period-status.

              select period-bal-file assign to "PERIODBAL.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is pbal-key
                     file status is period-bal-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is mast-account-id
                     file status is master-status.

              select pay-hist-file assign to "PAYHIST.DAT"
                     organization is line sequential
                     file status is pay-hist-status.

              select runctl-file assign to "RUNCTL.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is run-key
                     file status is runctl-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select ctl-audit-file assign to "CTLAUD.DAT"
                     organization is line sequential
                     file status is ctl-audit-status.

              select rpt-file assign to "TVMCLOSE.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  period-file.
       copy "period.cpy".

       fd  period-bal-file.
       copy "periodbal.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  pay-hist-file.
       copy "payhist.cpy".

       fd  runctl-file.
       copy "runctl.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  ctl-audit-file.
       copy "ctlaud.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 PERIOD-STATUS          PIC XX.

       01 PERIOD-BAL-STATUS      PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 PAY-HIST-STATUS        PIC XX.

       01 RUNCTL-STATUS          PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 CTL-AUDIT-STATUS       PIC XX.

       01 CLOSE-SWITCHES.
              05 CLOSE-REFUSED-SWITCH    PIC X VALUE "N".
                     88 CLOSE-REFUSED    VALUE "Y".
              05 PERIOD-EOF-SWITCH       PIC X VALUE "N".
                     88 PERIOD-EOF       VALUE "Y".
              05 ON-FILE-SWITCH          PIC X VALUE "N".
                     88 PERIOD-ON-FILE   VALUE "Y".
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 BAL-EOF-SWITCH          PIC X VALUE "N".
                     88 BAL-EOF          VALUE "Y".
              05 HIST-EOF-SWITCH         PIC X VALUE "N".
                     88 HIST-EOF         VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 SCAN-EOF-SWITCH         PIC X VALUE "N".
                     88 SCAN-EOF         VALUE "Y".
              05 ADDBACK-FOUND-SWITCH    PIC X VALUE "N".
                     88 ADDBACK-FOUND    VALUE "Y".
              05 CURR-TOT-FOUND-SWITCH   PIC X VALUE "N".
                     88 CURR-TOT-FOUND   VALUE "Y".

       01 CLOSE-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 RUN-DATE           PIC 9(8).
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 CLOSE-INPUT        PIC X(6).
              05 CLOSE-PERIOD       PIC 9(6) VALUE 0.
              05 CLOSE-PERIOD-SPLIT REDEFINES CLOSE-PERIOD.
                     10 CLOSE-YEAR  PIC 9(4).
                     10 CLOSE-MONTH PIC 99.
              05 NEXT-PERIOD        PIC 9(6).
              05 NEXT-PERIOD-SPLIT REDEFINES NEXT-PERIOD.
                     10 NEXT-YEAR   PIC 9(4).
                     10 NEXT-MONTH  PIC 99.
              05 LATEST-CLOSED      PIC 9(6).
              05 EARLIER-OPEN       PIC 9(6).
              05 LATER-CLOSED       PIC 9(6).
              05 PERIOD-START-DATE  PIC 9(8).
              05 PERIOD-END-DATE    PIC 9(8).
              05 NEXT-FIRST-DATE    PIC 9(8).
              05 PERIOD-END-INT     PIC 9(7) USAGE COMP.
              05 BEFORE-IMAGE       PIC X(40).
              05 REFUSE-REASON      PIC X(100).
              05 RUN-PROGRAM-ID     PIC X(8) VALUE "TVMCLOSE".

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

      *****************************************************************
      *                                                               *
      * The runs a period needs completed before it can close, each   *
      * matched on the first REQ-MATCH-LENGTH characters of the       *
      * run-control program name, so the FPGA-Sn/FPGF-Sn parallel     *
      * streams count for their program.  The valuation runs count    *
      * only in batch or mark-to-market mode, never a terminal        *
      * session.                                                      *
      *                                                               *
      *****************************************************************

       01 REQUIRED-RUN-LIST.
              05 FILLER             PIC X(8) VALUE "TVMACCR".
              05 FILLER             PIC 9 VALUE 8.
              05 FILLER             PIC X(24)
                     VALUE "INTEREST ACCRUAL".
              05 FILLER             PIC X(8) VALUE "TVMMATP".
              05 FILLER             PIC 9 VALUE 8.
              05 FILLER             PIC X(24)
                     VALUE "MATURITY PROCESSING".
              05 FILLER             PIC X(8) VALUE "FPGA".
              05 FILLER             PIC 9 VALUE 4.
              05 FILLER             PIC X(24)
                     VALUE "ANNU VALUATION".
              05 FILLER             PIC X(8) VALUE "FPGF".
              05 FILLER             PIC 9 VALUE 4.
              05 FILLER             PIC X(24)
                     VALUE "FUTV VALUATION".
       01 REQUIRED-RUN-TABLE REDEFINES REQUIRED-RUN-LIST.
              05 REQ-ENTRY OCCURS 4 TIMES.
                     10 REQ-PROGRAM        PIC X(8).
                     10 REQ-MATCH-LENGTH   PIC 9.
                     10 REQ-DESCRIPTION    PIC X(24).

       01 REQUIRED-RUN-RESULTS.
              05 REQ-INDEX          PIC 9 USAGE COMP.
              05 REQ-RESULT OCCURS 4 TIMES.
                     10 REQ-COMPLETE-COUNT PIC 9(5) USAGE COMP.
                     10 REQ-LAST-COMPLETE  PIC 9(8).
                     10 REQ-OPEN-PROGRAM   PIC X(8).
                     10 REQ-OPEN-STATUS    PIC X.
                     10 REQ-OPEN-DATE      PIC 9(8).

      *****************************************************************
      *                                                               *
      * Principal booked after the period end, by account, off the    *
      * payment history: added back to the balance on the master to   *
      * give the balance the account stood at when the period ended.  *
      *                                                               *
      *****************************************************************

       01 ADDBACK-TABLE.
              05 ADDBACK-MAX        PIC 9(4) USAGE COMP VALUE 2000.
              05 ADDBACK-COUNT      PIC 9(4) USAGE COMP VALUE 0.
              05 ADDBACK-INDEX      PIC 9(4) USAGE COMP.
              05 ADDBACK-ENTRY OCCURS 2000 TIMES.
                     10 ADDBACK-ACCOUNT    PIC X(10).
                     10 ADDBACK-PRINCIPAL  PIC S9(9)V99 USAGE COMP.

       01 SNAPSHOT-FIELDS.
              05 BOOKED-DATE        PIC 9(8).
              05 ACCRUE-FROM-DATE   PIC 9(8).
              05 UNACCRUED-DAYS     PIC S9(7) USAGE COMP.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(6) USAGE COMP.
              05 DENOMINATOR        PIC S9(9)V9(6) USAGE COMP.
              05 FACTOR             PIC S9(9)V9(6) USAGE COMP.
              05 CLOSING-BALANCE    PIC S9(9)V99 USAGE COMP.
              05 UNACCRUED-INTEREST PIC S9(9)V99 USAGE COMP.
              05 CURRENCY-OUT       PIC X(3).
              05 SNAPSHOT-DATE      PIC 9(8).
              05 SNAPSHOT-TIME      PIC 9(8).

       01 CLOSE-TOTALS.
              05 SNAPSHOT-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 SKIPPED-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 CHARGED-OFF-COUNT  PIC 9(7) USAGE COMP VALUE 0.
              05 REPLACED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 SNAPSHOT-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 SKIPPED-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 CHARGED-OFF-OUT    PIC ZZZZZZ9 USAGE DISPLAY.
              05 REPLACED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.

       01 CURRENCY-RPT-FIELDS.
              05 CURR-TOT-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 CURR-TOT-INDEX     PIC 99 USAGE COMP.
              05 CURRENCY-TOTALS.
                     10 CURR-TOT-ENTRY OCCURS 10 TIMES.
                            15 CURR-TOT-CODE      PIC X(3).
                            15 CURR-TOT-ACCTS     PIC 9(5)
                                   USAGE COMP.
                            15 CURR-TOT-BALANCE   PIC S9(13)V99
                                   USAGE COMP.
                            15 CURR-TOT-UNACCRUED PIC S9(13)V99
                                   USAGE COMP.

       01 CLOSE-DISP-FIELDS.
              05 BALANCE-OUT        PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 UNACCRUED-OUT      PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 DAYS-OUT           PIC ZZZZ9 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZ9 USAGE DISPLAY.
              05 CURR-ACCT-OUT      PIC ZZZZ9 USAGE DISPLAY.
              05 CURR-BAL-OUT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 CURR-UNACC-OUT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.

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
              perform get-close-period
              perform open-report
              if close-refused
                     perform write-refusal
                     perform close-report
                     move 8 to return-code
                     perform end-program
              end-if
              perform register-run
              if run-refused
                     move "AN ACTIVE TVMCLOSE RUN IS ALREADY REGISTERED"
                            to refuse-reason
                     perform write-refusal
                     perform close-report
                     move 8 to return-code
                     perform end-program
              end-if
              perform open-period-file
              if not close-refused
                     perform check-period-sequence
                        thru check-period-sequence-exit
              end-if
              if not close-refused
                     perform check-required-runs
              end-if
              if not close-refused
                     perform mark-period-closing
              end-if
              if not close-refused
                     perform snapshot-period
              end-if
              if not close-refused
                     perform mark-period-closed
              end-if
              if period-status not = "35"
                     close period-file
              end-if
              if close-refused
                     perform write-refusal
                     set run-error to true
                     move 8 to return-code
              end-if
              perform close-report
              perform complete-run
              if close-refused
                     display "Period close refused - see TVMCLOSE.DAT"
              else
                     display "Period " close-period " closed - "
                            "register written to TVMCLOSE.DAT"
              end-if
              perform end-program.

       load-processing-date.

      *****************************************************************
      *                                                               *
      * The processing date is the CALENDAR.DAT "C" record's, the     *
      * date the batches process as; with no calendar on disk it is   *
      * the system date.                                              *
      *                                                               *
      *****************************************************************

              move run-date to processing-date
              open input calendar-file
              if calendar-status not = "00"
                     exit paragraph
              end-if
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
              close calendar-file.

       get-close-period.
              display "Enter the period to close (YYYYMM, blank for "
                     "the month before the processing date): "
              move spaces to close-input
              accept close-input
              if close-input = spaces
                     move processing-date(1:6) to close-period
                     if close-month = 1
                            subtract 1 from close-year
                            move 12 to close-month
                     else
                            subtract 1 from close-month
                     end-if
              else
                     if close-input not numeric
                            move "THE PERIOD MUST BE GIVEN AS YYYYMM"
                                   to refuse-reason
                            set close-refused to true
                            exit paragraph
                     end-if
                     move close-input to close-period
              end-if
              if close-month < 1 or close-month > 12
                     move "THE PERIOD MUST BE GIVEN AS YYYYMM"
                            to refuse-reason
                     set close-refused to true
                     exit paragraph
              end-if
              move close-period to next-period
              if next-month = 12
                     add 1 to next-year
                     move 1 to next-month
              else
                     add 1 to next-month
              end-if
              compute period-start-date = close-period * 100 + 1
              compute next-first-date = next-period * 100 + 1
              compute period-end-int =
                     function integer-of-date(next-first-date) - 1
              compute period-end-date =
                     function date-of-integer(period-end-int)
              if period-end-date not < processing-date
                     move spaces to refuse-reason
                     string "THE PERIOD DOES NOT END UNTIL "
                            delimited by size
                            period-end-date delimited by size
                            " - PROCESSING DATE IS " delimited by size
                            processing-date delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
              end-if.

       open-period-file.
              open i-o period-file
              if period-status = "35"
                     open output period-file
                     close period-file
                     open i-o period-file
              end-if
              if period-status not = "00"
                     move spaces to refuse-reason
                     string "UNABLE TO OPEN PERIOD.DAT - STATUS "
                            delimited by size
                            period-status delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
              end-if.

       check-period-sequence.

      *****************************************************************
      *                                                               *
      * Periods close in order, one at a time.  Every period on file  *
      * before this one must be closed, the latest of them must be    *
      * the month just before this one, and no later period may be    *
      * closed already.  A period left closing by a close that died   *
      * part-way is closed again from the start.                      *
      *                                                               *
      *****************************************************************

              move 0 to latest-closed
              move 0 to earlier-open
              move 0 to later-closed
              move spaces to before-image
              move 0 to per-period
              start period-file key is not less than per-period
                     invalid key
                            set period-eof to true
              end-start
              perform until period-eof
                     read period-file next record
                            at end
                                   set period-eof to true
                            not at end
                                   perform note-period-record
                     end-read
              end-perform
              if period-on-file and before-image(7:1) = "C"
                     move spaces to refuse-reason
                     string "PERIOD " delimited by size
                            close-period delimited by size
                            " IS ALREADY CLOSED - REOPEN IT THROUGH "
                            delimited by size
                            "TVMCTLM FIRST" delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
                     go to check-period-sequence-exit
              end-if
              if earlier-open not = 0
                     move spaces to refuse-reason
                     string "EARLIER PERIOD " delimited by size
                            earlier-open delimited by size
                            " IS NOT CLOSED" delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
                     go to check-period-sequence-exit
              end-if
              if later-closed not = 0
                     move spaces to refuse-reason
                     string "LATER PERIOD " delimited by size
                            later-closed delimited by size
                            " IS ALREADY CLOSED" delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
                     go to check-period-sequence-exit
              end-if
              if latest-closed = 0
                     go to check-period-sequence-exit
              end-if
              move latest-closed to next-period
              if next-month = 12
                     add 1 to next-year
                     move 1 to next-month
              else
                     add 1 to next-month
              end-if
              if next-period not = close-period
                     move spaces to refuse-reason
                     string "PERIOD " delimited by size
                            next-period delimited by size
                            " MUST BE CLOSED FIRST" delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
              end-if.

       check-period-sequence-exit.
              move close-period to next-period
              if next-month = 12
                     add 1 to next-year
                     move 1 to next-month
              else
                     add 1 to next-month
              end-if.

       note-period-record.
              evaluate true
                     when per-period = close-period
                            set period-on-file to true
                            move period-record(1:40) to before-image
                     when per-period < close-period
                            if per-closed
                                   move per-period to latest-closed
                            else
                                   if earlier-open = 0
                                          move per-period
                                                 to earlier-open
                                   end-if
                            end-if
                     when other
                            if per-locked and later-closed = 0
                                   move per-period to later-closed
                            end-if
              end-evaluate.

       check-required-runs.

      *****************************************************************
      *                                                               *
      * Scan the run-control file for the month's runs.  The key is   *
      * program/date/time, so each program's runs are read in the     *
      * order they started: a COMPLETE run clears a FAILED or ACTIVE  *
      * one of the same program before it, and whatever is still      *
      * failed or active at the end of the scan holds the close.      *
      *                                                               *
      *****************************************************************

              perform varying req-index from 1 by 1
                     until req-index > 4
                     move 0 to req-complete-count(req-index)
                     move 0 to req-last-complete(req-index)
                     move spaces to req-open-program(req-index)
                     move space to req-open-status(req-index)
                     move 0 to req-open-date(req-index)
              end-perform
              move "N" to scan-eof-switch
              move low-values to run-key
              start runctl-file key is not less than run-key
                     invalid key
                            set scan-eof to true
              end-start
              perform until scan-eof
                     read runctl-file next record
                            at end
                                   set scan-eof to true
                            not at end
                                   perform note-required-run
                     end-read
              end-perform
              perform varying req-index from 1 by 1
                     until req-index > 4
                     perform judge-required-run
              end-perform.

       note-required-run.
              if run-start-date < period-start-date
                 or run-start-date > period-end-date
                     exit paragraph
              end-if
              perform varying req-index from 1 by 1
                     until req-index > 4
                     if run-program(1:req-match-length(req-index))
                        = req-program(req-index)
                          (1:req-match-length(req-index))
                            perform note-one-run
                     end-if
              end-perform.

       note-one-run.
              if req-index > 2
                 and run-mode not = "B" and run-mode not = "b"
                 and run-mode not = "M" and run-mode not = "m"
                     exit paragraph
              end-if
              evaluate true
                     when run-complete
                            add 1 to req-complete-count(req-index)
                            move run-start-date
                                   to req-last-complete(req-index)
                            if req-open-program(req-index)
                               = run-program
                                   move spaces
                                          to req-open-program(req-index)
                            end-if
                     when run-failed or run-active
                            move run-program
                                   to req-open-program(req-index)
                            move run-status
                                   to req-open-status(req-index)
                            move run-start-date
                                   to req-open-date(req-index)
                     when other
                            continue
              end-evaluate.

       judge-required-run.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move req-complete-count(req-index) to count-out
              move spaces to rpt-record
              evaluate true
                     when req-open-program(req-index) not = spaces
                            string req-description(req-index)
                                   delimited by size
                                   " *** " delimited by size
                                   req-open-program(req-index)
                                   delimited by size
                                   " RUN OF " delimited by size
                                   req-open-date(req-index)
                                   delimited by size
                                   " IS " delimited by size
                                   into rpt-record
                            end-string
                            if req-open-status(req-index) = "F"
                                   move "FAILED ***"
                                          to rpt-record(56:10)
                            else
                                   move "STILL ACTIVE ***"
                                          to rpt-record(56:16)
                            end-if
                            move "A MONTH-END RUN FAILED OR NEVER ENDED"
                                   to refuse-reason
                            set close-refused to true
                     when req-complete-count(req-index) = 0
                            string req-description(req-index)
                                   delimited by size
                                   " *** NO COMPLETED RUN DATED IN THE "
                                   delimited by size
                                   "PERIOD ***" delimited by size
                                   into rpt-record
                            end-string
                            move "A MONTH-END RUN HAS NOT COMPLETED"
                                   to refuse-reason
                            set close-refused to true
                     when other
                            string req-description(req-index)
                                   delimited by size
                                   " COMPLETE - " delimited by size
                                   count-out delimited by size
                                   " RUN(S), LAST " delimited by size
                                   req-last-complete(req-index)
                                   delimited by size
                                   into rpt-record
                            end-string
              end-evaluate
              write rpt-record
              add 1 to rpt-line-count.

       mark-period-closing.

      *****************************************************************
      *                                                               *
      * Mark the period closing before the snapshot starts, so the    *
      * posting batches redirect anything dated into it from this     *
      * moment on and the snapshot cannot move underneath them.       *
      *                                                               *
      *****************************************************************

              if not period-on-file
                     move spaces to period-record
                     move close-period to per-period
                     move 0 to per-closed-date
                     move 0 to per-reopened-date
                     move 0 to per-reopen-count
                     move 0 to per-closed-time
                     move 0 to per-account-count
              else
                     move close-period to per-period
                     read period-file
                            invalid key
                                   move "PERIOD.DAT RECORD VANISHED"
                                          to refuse-reason
                                   set close-refused to true
                                   exit paragraph
                     end-read
              end-if
              set per-closing to true
              move current-operator to per-closed-by
              if period-on-file
                     rewrite period-record
                            invalid key
                                   move "UNABLE TO REWRITE PERIOD.DAT"
                                          to refuse-reason
                                   set close-refused to true
                     end-rewrite
              else
                     write period-record
                            invalid key
                                   move "UNABLE TO WRITE PERIOD.DAT"
                                          to refuse-reason
                                   set close-refused to true
                     end-write
              end-if.

       snapshot-period.
              accept snapshot-date from date yyyymmdd
              accept snapshot-time from time
              perform load-addback-table
              open i-o period-bal-file
              if period-bal-status = "35"
                     open output period-bal-file
                     close period-bal-file
                     open i-o period-bal-file
              end-if
              if period-bal-status not = "00"
                     move spaces to refuse-reason
                     string "UNABLE TO OPEN PERIODBAL.DAT - STATUS "
                            delimited by size
                            period-bal-status delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
                     exit paragraph
              end-if
              perform remove-prior-snapshot
              open input master-file
              if master-status not = "00"
                     move spaces to refuse-reason
                     string "UNABLE TO OPEN MASTER.DAT - STATUS "
                            delimited by size
                            master-status delimited by size
                            into refuse-reason
                     end-string
                     set close-refused to true
                     close period-bal-file
                     exit paragraph
              end-if
              perform write-snapshot-header
              perform until master-eof
                     read master-file next record
                            at end
                                   set master-eof to true
                            not at end
                                   perform snapshot-one-account
                     end-read
              end-perform
              close master-file
              close period-bal-file.

       remove-prior-snapshot.

      *****************************************************************
      *                                                               *
      * A re-close after a reopen, or after a close that died part-   *
      * way, replaces the period's snapshot whole.                    *
      *                                                               *
      *****************************************************************

              move close-period to pbal-period
              move low-values to pbal-account-id
              start period-bal-file key is not less than pbal-key
                     invalid key
                            set bal-eof to true
              end-start
              perform until bal-eof
                     read period-bal-file next record
                            at end
                                   set bal-eof to true
                            not at end
                                   if pbal-period not = close-period
                                          set bal-eof to true
                                   else
                                          delete period-bal-file
                                          end-delete
                                          add 1 to replaced-count
                                   end-if
                     end-read
              end-perform.

       load-addback-table.

      *****************************************************************
      *                                                               *
      * Sum the principal of every PAYHIST.DAT posting booked after   *
      * the period end, by account.  A posting books on its payment   *
      * date, except a prior-period adjustment, which booked when it  *
      * was posted.  Reversals and re-splits carry their principal    *
      * signed, so the sum is exactly what came off the balance.      *
      *                                                               *
      *****************************************************************

              move 0 to addback-count
              open input pay-hist-file
              if pay-hist-status not = "00"
                     exit paragraph
              end-if
              perform until hist-eof
                     read pay-hist-file
                            at end
                                   set hist-eof to true
                            not at end
                                   perform note-history-row
                     end-read
              end-perform
              close pay-hist-file.

       note-history-row.
              if payh-principal not numeric
                 or payh-payment-date not numeric
                     exit paragraph
              end-if
              move payh-payment-date to booked-date
              if payh-prior-period numeric
                 and payh-prior-period not = 0
                 and payh-post-date numeric
                     move payh-post-date to booked-date
              end-if
              if booked-date not > period-end-date
                     exit paragraph
              end-if
              move "N" to addback-found-switch
              perform varying addback-index from 1 by 1
                     until addback-index > addback-count
                     or addback-found
                     if addback-account(addback-index)
                        = payh-account-id
                            set addback-found to true
                            add payh-principal
                                   to addback-principal(addback-index)
                     end-if
              end-perform
              if addback-found
                     exit paragraph
              end-if
              if addback-count < addback-max
                     add 1 to addback-count
                     move payh-account-id
                            to addback-account(addback-count)
                     move payh-principal
                            to addback-principal(addback-count)
              else
                     display "WARNING: more than 2000 accounts paid "
                            "since the period end - account "
                            payh-account-id " is snapshot at its "
                            "current balance."
              end-if.

       snapshot-one-account.
              if mast-product-code not = "ANNU"
                 and mast-product-code not = "FUTV"
                     add 1 to skipped-count
                     exit paragraph
              end-if
              if mast-open-date > period-end-date
                     add 1 to skipped-count
                     exit paragraph
              end-if
              if mast-charged-off
                     add 1 to charged-off-count
                     exit paragraph
              end-if
              perform compute-closing-balance
              perform compute-unaccrued-interest
              move mast-currency-code to currency-out
              if currency-out = spaces
                     move "USD" to currency-out
              end-if
              move spaces to period-balance-record
              move close-period to pbal-period
              move mast-account-id to pbal-account-id
              move mast-product-code to pbal-product-code
              move currency-out to pbal-currency-code
              move period-end-date to pbal-period-end-date
              move mast-annual-interest to pbal-annual-interest
              move closing-balance to pbal-closing-balance
              move mast-last-accrual-date to pbal-last-accrual-date
              move unaccrued-days to pbal-unaccrued-days
              move unaccrued-interest to pbal-unaccrued-interest
              move snapshot-date to pbal-snapshot-date
              move snapshot-time to pbal-snapshot-time
              write period-balance-record
                     invalid key
                            display "ERROR: unable to snapshot "
                                   "account " mast-account-id
                                   " - status " period-bal-status
                            exit paragraph
              end-write
              add 1 to snapshot-count
              perform tally-currency-total
              perform write-snapshot-line.

       compute-closing-balance.

      *****************************************************************
      *                                                               *
      * The balance the accrual batch accrues on -- ANNU: the         *
      * outstanding balance PAYPOST maintains, or the present value   *
      * of the payment stream until a payment establishes one; FUTV:  *
      * the lump sum discounted over the full term -- with the        *
      * principal booked since the period end put back.               *
      *                                                               *
      *****************************************************************

              compute periodic-rate = mast-annual-interest / 100
              if mast-product-code = "ANNU"
                     if mast-outstanding-bal not = 0
                            move mast-outstanding-bal
                                   to closing-balance
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
                            compute closing-balance rounded =
                                   mast-amount * factor
                     end-if
                     move "N" to addback-found-switch
                     perform varying addback-index from 1 by 1
                            until addback-index > addback-count
                            or addback-found
                            if addback-account(addback-index)
                               = mast-account-id
                                   set addback-found to true
                                   add addback-principal(addback-index)
                                          to closing-balance
                            end-if
                     end-perform
              else
                     compute base-factor = 1 + periodic-rate
                     compute denominator = base-factor
                            ** mast-annual-term
                     compute closing-balance rounded =
                            mast-amount / denominator
              end-if.

       compute-unaccrued-interest.
              move 0 to unaccrued-days
              move 0 to unaccrued-interest
              if mast-last-accrual-date not = 0
                     move mast-last-accrual-date to accrue-from-date
              else
                     move mast-open-date to accrue-from-date
              end-if
              if accrue-from-date = 0
                     exit paragraph
              end-if
              compute unaccrued-days = period-end-int
                     - function integer-of-date(accrue-from-date)
              if unaccrued-days <= 0
                     move 0 to unaccrued-days
                     exit paragraph
              end-if
              compute unaccrued-interest rounded =
                     closing-balance * periodic-rate
                     * unaccrued-days / 365.

       tally-currency-total.
              move "N" to curr-tot-found-switch
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     or curr-tot-found
                     if curr-tot-code(curr-tot-index) = currency-out
                            set curr-tot-found to true
                            add 1 to curr-tot-accts(curr-tot-index)
                            add closing-balance
                                   to curr-tot-balance(curr-tot-index)
                            add unaccrued-interest
                                   to curr-tot-unaccrued(
                                   curr-tot-index)
                     end-if
              end-perform
              if not curr-tot-found
                     if curr-tot-count < 10
                            add 1 to curr-tot-count
                            move currency-out
                                   to curr-tot-code(curr-tot-count)
                            move 1
                                   to curr-tot-accts(curr-tot-count)
                            move closing-balance
                                   to curr-tot-balance(curr-tot-count)
                            move unaccrued-interest
                                   to curr-tot-unaccrued(
                                   curr-tot-count)
                     else
                            display "WARNING: more than 10 "
                                   "currencies on the book - "
                                   currency-out " is excluded from "
                                   "the period totals."
                     end-if
              end-if.

       mark-period-closed.
              move close-period to per-period
              read period-file
                     invalid key
                            move "PERIOD.DAT RECORD VANISHED"
                                   to refuse-reason
                            set close-refused to true
                            exit paragraph
              end-read
              set per-closed to true
              move current-operator to per-closed-by
              accept per-closed-date from date yyyymmdd
              accept per-closed-time from time
              move snapshot-count to per-account-count
              rewrite period-record
                     invalid key
                            move "UNABLE TO REWRITE PERIOD.DAT"
                                   to refuse-reason
                            set close-refused to true
                            exit paragraph
              end-rewrite
              perform write-close-audit
              perform open-next-period.

       open-next-period.

      *****************************************************************
      *                                                               *
      * Put the following period on file open, so PERIOD.DAT always   *
      * shows where postings now go.  One already on file is left     *
      * as it stands.                                                 *
      *                                                               *
      *****************************************************************

              move spaces to period-record
              move next-period to per-period
              set per-open to true
              move spaces to per-closed-by
              move 0 to per-closed-date
              move 0 to per-reopened-date
              move 0 to per-reopen-count
              move 0 to per-closed-time
              move 0 to per-account-count
              write period-record
                     invalid key
                            continue
              end-write.

       write-close-audit.

      *****************************************************************
      *                                                               *
      * Audit the close to CTLAUD.DAT beside the control-table        *
      * changes: action CLS, table PERIOD, the period as the key and  *
      * the period record before and after.                           *
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
              move "CLS" to caud-action
              move "PERIOD" to caud-table
              move close-period to caud-key
              move before-image to caud-before-image
              move period-record(1:40) to caud-after-image
              write control-audit-record
              close ctl-audit-file.

       write-refusal.
              display "*** CLOSE REFUSED: " refuse-reason
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** CLOSE REFUSED: " delimited by size
                     refuse-reason delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 2 to rpt-line-count.

       write-snapshot-header.
              if rpt-line-count + 3 > rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              write rpt-record
              move "ACCOUNT    PROD CUR   CLOSING BALANCE  LAST ACCRUAL"
                     to rpt-record
              move "  DAYS  UNACCRUED INTEREST" to rpt-record(53:26)
              write rpt-record
              add 2 to rpt-line-count.

       write-snapshot-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move closing-balance to balance-out
              move unaccrued-days to days-out
              move unaccrued-interest to unaccrued-out
              move spaces to rpt-record
              string mast-account-id delimited by size
                     " " delimited by size
                     mast-product-code delimited by size
                     " " delimited by size
                     currency-out delimited by size
                     " " delimited by size
                     balance-out delimited by size
                     "      " delimited by size
                     mast-last-accrual-date delimited by size
                     "  " delimited by size
                     days-out delimited by size
                     "     " delimited by size
                     unaccrued-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-currency-totals.
              move spaces to rpt-record
              write rpt-record
              move "PERIOD-END TOTALS BY CURRENCY" to rpt-record
              write rpt-record
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     move curr-tot-accts(curr-tot-index)
                            to curr-acct-out
                     move curr-tot-balance(curr-tot-index)
                            to curr-bal-out
                     move curr-tot-unaccrued(curr-tot-index)
                            to curr-unacc-out
                     move spaces to rpt-record
                     string "  " delimited by size
                            curr-tot-code(curr-tot-index)
                            delimited by size
                            "  ACCOUNTS=" delimited by size
                            curr-acct-out delimited by size
                            "  BALANCE=" delimited by size
                            curr-bal-out delimited by size
                            "  UNACCRUED=" delimited by size
                            curr-unacc-out delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
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
              string "ACCOUNTING PERIOD CLOSE" delimited by size
                     "  PERIOD: " delimited by size
                     close-period delimited by size
                     "  PROCESSING DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              if curr-tot-count > 0
                     perform write-currency-totals
              end-if
              move snapshot-count to snapshot-out
              move skipped-count to skipped-out
              move charged-off-count to charged-off-out
              move replaced-count to replaced-out
              move spaces to rpt-record
              write rpt-record
              if not close-refused
                     move spaces to rpt-record
                     string "ACCOUNTS SNAPSHOT: " delimited by size
                            snapshot-out delimited by size
                            "  NOT ON THE BOOK: " delimited by size
                            skipped-out delimited by size
                            "  CHARGED OFF: " delimited by size
                            charged-off-out delimited by size
                            "  SNAPSHOT RECORDS REPLACED: "
                            delimited by size
                            replaced-out delimited by size
                            into rpt-record
                     end-string
                     write rpt-record
              end-if
              move spaces to rpt-record
              if close-refused
                     string "*** END OF REPORT - PERIOD "
                            delimited by size
                            close-period delimited by size
                            " NOT CLOSED ***" delimited by size
                            into rpt-record
                     end-string
              else
                     string "*** END OF REPORT - PERIOD "
                            delimited by size
                            close-period delimited by size
                            " CLOSED ***" delimited by size
                            into rpt-record
                     end-string
              end-if
              write rpt-record
              close rpt-file.

       register-run.

      *****************************************************************
      *                                                               *
      * Register this run on the shared run-control file and refuse   *
      * to start while an ACTIVE close exists, the same discipline    *
      * the other batches follow.  The entry is rewritten COMPLETE    *
      * when the period closes and FAILED when the close is refused.  *
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
                     display "*** RUN REFUSED: an active TVMCLOSE run "
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
              move processing-date to run-save-date
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
              read runctl-file
                     invalid key
                            close runctl-file
                            exit paragraph
              end-read
              accept run-end-date from date yyyymmdd
              accept run-end-time from time
              move snapshot-count to run-rec-count
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
