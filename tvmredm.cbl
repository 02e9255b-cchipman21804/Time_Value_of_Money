      *****************************************************************
      * FUTV EARLY WITHDRAWAL AND REDEMPTION                          *
      *                                                               *
      * Pays out all or part of a FUTV lump-sum account before it     *
      * matures, in place of the manual adjustment and hand-booked    *
      * journal entry early withdrawals have needed until now.        *
      *                                                               *
      * The account is valued as of the withdrawal date the way       *
      * FPGF values it -- the lump sum discounted at the account's    *
      * own rate, P = F * [1 / (1+i)^n] -- with n the time left to    *
      * maturity on that date, in days over 365, so the value         *
      * accretes daily instead of jumping on each anniversary.  What  *
      * the account has earned since it opened is that value less     *
      * the lump sum discounted over the full term.                   *
      *                                                               *
      * The PENALTY.DAT schedule, by product and remaining term,      *
      * sets the cost of getting out early: days of interest          *
      * forfeited on the amount withdrawn (never more than that       *
      * amount has earned) plus a penalty percentage.  The customer   *
      * is paid the amount withdrawn less both.                       *
      *                                                               *
      * A partial withdrawal reduces MAST-AMOUNT in proportion, so    *
      * what remains keeps accreting to a smaller lump sum on the     *
      * same maturity date; a full withdrawal closes the account and  *
      * takes it off the book the way TVMMATP closes a matured one.   *
      * Each withdrawal writes balanced GL pairs -- amount paid,      *
      * penalty income, interest forfeited -- and is logged to the    *
      * shared audit log.                                             *
      *                                                               *
      * Run in (B)atch mode against the REDMTRAN.DAT request file     *
      * ("H" header dated the business day, "W" details, "T"          *
      * trailer, tied before anything is paid) or (I)nteractive mode  *
      * from the menu.  A batch run checkpoints after each            *
      * withdrawal it pays and a rerun resumes past the last one,     *
      * the way PAYPOST restarts.  Interactive withdrawals hold their *
      * GL pairs on REDMOGL.DAT until the next batch run sweeps them  *
      * into that day's TVMREDGL.DAT extract beside its own, so the   *
      * daily journal picks up one extract with the standard          *
      * "H"/"S"/"T" control records.  Swept pairs wait on REDMOSW.DAT *
      * and go into every extract until TVMJRNL has journaled one.    *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmredm is initial program.

       environment division.
       input-output section.
       file-control.
              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select penalty-file assign to "PENALTY.DAT"
                     organization is line sequential
                     file status is penalty-status.

              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

              select redm-tran-file assign to "REDMTRAN.DAT"
                     organization is line sequential
                     file status is redm-tran-status.

              select online-gl-file assign to "REDMOGL.DAT"
                     organization is line sequential
                     file status is online-gl-status.

              select swept-gl-file assign to "REDMOSW.DAT"
                     organization is line sequential
                     file status is swept-gl-status.

              select gl-extract-file assign to "TVMREDGL.DAT"
                     organization is line sequential
                     file status is gl-extract-status.

              select ckpt-file assign to "REDMCKPT.DAT"
                     organization is line sequential
                     file status is ckpt-status.

              select tvm-log-file assign to "TVMLOG.DAT"
                     organization is line sequential
                     file status is tvm-log-status.

              select rpt-file assign to "TVMREDM.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  master-file.
       copy "master.cpy".

       fd  penalty-file.
       copy "penalty.cpy".

       fd  calendar-file.
       copy "calendar.cpy".

       fd  operauth-file.
       copy "operauth.cpy".

      *****************************************************************
      *                                                               *
      * The withdrawal request file: an "H" header (file date,        *
      * source id), "W" details, and a "T" trailer (detail count,     *
      * hash total of the requested amounts), the same discipline     *
      * the PAYPOST transaction file carries.  A zero amount asks     *
      * for the whole account; a zero withdrawal date means the       *
      * business day.                                                 *
      *                                                               *
      *****************************************************************

       fd  redm-tran-file.
       01  redm-tran-record.
              05 redm-record-type       pic x.
              05 redm-account-id        pic x(10).
              05 redm-withdrawal-date   pic 9(8).
              05 redm-amount            pic 9(9)v99.
       01  redm-header-record.
              05 filler                 pic x.
              05 redm-hdr-file-date     pic 9(8).
              05 redm-hdr-source-id     pic x(8).
       01  redm-trailer-record.
              05 filler                 pic x.
              05 redm-trl-rec-count     pic 9(7).
              05 redm-trl-amt-hash      pic 9(13)v99.

       fd  online-gl-file.
       01  online-gl-record          pic x(80).

       fd  swept-gl-file.
       01  swept-gl-record           pic x(80).

       fd  gl-extract-file.
       copy "glint.cpy".

       fd  ckpt-file.
       copy "checkpoint.cpy".

       fd  tvm-log-file.
       copy "tvmlog.cpy".

       fd  rpt-file.
       01  rpt-record                pic x(120).

       working-storage section.

       01 MASTER-STATUS          PIC XX.

       01 PENALTY-STATUS         PIC XX.

       01 CALENDAR-STATUS        PIC XX.

       01 OPERAUTH-STATUS        PIC XX.

       copy "signon.cpy".

       01 REDM-TRAN-STATUS       PIC XX.

       01 ONLINE-GL-STATUS       PIC XX.

       01 SWEPT-GL-STATUS        PIC XX.

       01 GL-EXTRACT-STATUS      PIC XX.

       01 CKPT-STATUS            PIC XX.

       01 TVM-LOG-STATUS         PIC XX.

       01 REDM-SWITCHES.
              05 MODE-SWITCH             PIC X VALUE "I".
                     88 BATCH-MODE       VALUE "B" "b".
              05 TRANS-EOF-SWITCH        PIC X VALUE "N".
                     88 TRANS-EOF        VALUE "Y".
              05 TRAILER-FOUND-SWITCH    PIC X VALUE "N".
                     88 TRAILER-FOUND    VALUE "Y".
              05 PENALTY-PRESENT-SWITCH  PIC X VALUE "N".
                     88 PENALTY-PRESENT  VALUE "Y".
              05 PENALTY-EOF-SWITCH      PIC X VALUE "N".
                     88 PENALTY-EOF      VALUE "Y".
              05 BAND-FOUND-SWITCH       PIC X VALUE "N".
                     88 BAND-FOUND       VALUE "Y".
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 ONLINE-GL-EOF-SWITCH    PIC X VALUE "N".
                     88 ONLINE-GL-EOF    VALUE "Y".
              05 SWEPT-GL-EOF-SWITCH     PIC X VALUE "N".
                     88 SWEPT-GL-EOF     VALUE "Y".
              05 EXTRACT-EOF-SWITCH      PIC X VALUE "N".
                     88 EXTRACT-EOF      VALUE "Y".
              05 EXTRACT-CLOSED-SWITCH   PIC X VALUE "N".
                     88 EXTRACT-CLOSED   VALUE "Y".
              05 HEADER-OK-SWITCH        PIC X VALUE "N".
                     88 HEADER-OK        VALUE "Y".
              05 POSTED-SWITCH           PIC X VALUE "N".
                     88 WITHDRAWAL-POSTED VALUE "Y".
              05 CURR-TOT-FOUND-SWITCH   PIC X VALUE "N".
                     88 CURR-TOT-FOUND   VALUE "Y".
              05 REDM-OK-SWITCH          PIC X VALUE "N".
                     88 REDM-OK          VALUE "Y".
              05 FULL-SWITCH             PIC X VALUE "N".
                     88 FULL-WITHDRAWAL  VALUE "Y".
              05 QUIT-SWITCH             PIC X VALUE "N".
                     88 QUIT-REQUESTED   VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".

       01 AUTH-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 AUTH-MAX-PRINCIPAL PIC 9(9)V99.
              05 AUTH-MAX-PAYMENT   PIC 9(9)V99.
              05 OPER-FOUND-SWITCH  PIC X VALUE "N".
                     88 OPER-FOUND  VALUE "Y".
              05 OPERAUTH-EOF-SWITCH PIC X VALUE "N".
                     88 OPERAUTH-EOF VALUE "Y".
              05 AUTH-PRIN-OUT      PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.

       01 PENALTY-TABLE-FIELDS.
              05 PEN-TABLE-MAX      PIC 99 USAGE COMP VALUE 50.
              05 PEN-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 PEN-INDEX          PIC 99 USAGE COMP.
              05 PEN-TABLE.
                     10 PEN-ENTRY OCCURS 50 TIMES.
                            15 PEN-TBL-PRODUCT  PIC X(4).
                            15 PEN-TBL-LOW      PIC 99
                                   USAGE COMP.
                            15 PEN-TBL-HIGH     PIC 99
                                   USAGE COMP.
                            15 PEN-TBL-DAYS     PIC 999
                                   USAGE COMP.
                            15 PEN-TBL-PCT      PIC 99V9999
                                   USAGE COMP.

       01 REDM-FIELDS.
              05 PROCESSING-DATE    PIC 9(8) VALUE 0.
              05 HDR-FILE-DATE      PIC 9(8) VALUE 0.
              05 BEFORE-IMAGE       PIC X(90).
              05 WITHDRAWAL-DATE    PIC 9(8).
              05 REQUESTED-AMOUNT   PIC 9(9)V99.
              05 WORK-ACCOUNT-ID    PIC X(10).
              05 DAYS-REMAINING     PIC S9(7) USAGE COMP.
              05 YEARS-REMAINING    PIC S9(3)V9(8) USAGE COMP.
              05 ELAPSED-YEARS      PIC S9(3) USAGE COMP.
              05 REMAINING-TERM     PIC S9(3) USAGE COMP.
              05 PERIODIC-RATE      PIC S9V9(8) USAGE COMP.
              05 BASE-FACTOR        PIC S9V9(8) USAGE COMP.
              05 NUMERATOR          PIC S9(9)V9(8) USAGE COMP.
              05 ACCOUNT-VALUE      PIC S9(9)V99 USAGE COMP.
              05 OPENING-VALUE      PIC S9(9)V99 USAGE COMP.
              05 INTEREST-EARNED    PIC S9(9)V99 USAGE COMP.
              05 WITHDRAWAL-AMOUNT  PIC S9(9)V99 USAGE COMP.
              05 WITHDRAWAL-INTEREST PIC S9(9)V99 USAGE COMP.
              05 FORFEIT-DAYS       PIC 999 USAGE COMP.
              05 PENALTY-PCT        PIC 99V9999 USAGE COMP.
              05 FORFEIT-CAP        PIC S9(9)V99 USAGE COMP.
              05 FORFEITED-INTEREST PIC S9(9)V99 USAGE COMP.
              05 PENALTY-AMOUNT     PIC S9(9)V99 USAGE COMP.
              05 NET-PAYOUT         PIC S9(9)V99 USAGE COMP.
              05 OLD-FACE-AMOUNT    PIC 9(9)V99.
              05 NEW-FACE-AMOUNT    PIC S9(9)V99 USAGE COMP.
              05 CURRENCY-OUT       PIC X(3).
              05 ENTRY-TYPE-OUT     PIC X(4).
              05 CREDIT-ACCOUNT     PIC X(8).
              05 ENTRY-AMOUNT       PIC S9(9)V99 USAGE COMP.
              05 WD-DATE-NUM        PIC 9(8).
              05 WD-DATE-SPLIT REDEFINES WD-DATE-NUM.
                     10 WD-YYYY     PIC 9(4).
                     10 WD-MMDD     PIC 9(4).
              05 OPEN-DATE-NUM      PIC 9(8).
              05 OPEN-DATE-SPLIT REDEFINES OPEN-DATE-NUM.
                     10 OPEN-YYYY   PIC 9(4).
                     10 OPEN-MMDD   PIC 9(4).

       01 MATURITY-FIELDS.
              05 MATURITY-DATE      PIC 9(8).
              05 MATURITY-SPLIT REDEFINES MATURITY-DATE.
                     10 MAT-YYYY    PIC 9(4).
                     10 MAT-MM      PIC 99.
                     10 MAT-DD      PIC 99.
              05 MAT-LEAP-REM       PIC 9(3) USAGE COMP.

      *****************************************************************
      *                                                               *
      * One GL detail built here and written to whichever file the    *
      * mode posts to -- the day's extract in batch, the holding      *
      * file online -- in the GLINT.CPY detail layout.                *
      *                                                               *
      *****************************************************************

       01 REDM-GL-ENTRY.
              05 GLE-RECORD-TYPE       PIC X.
              05 GLE-ACCOUNT-ID        PIC X(10).
              05 GLE-GL-ACCOUNT        PIC X(8).
              05 GLE-AMOUNT            PIC 9(9)V99.
              05 GLE-CURRENCY-CODE     PIC X(3).
              05 GLE-PRODUCT-CODE      PIC X(4).
              05 GLE-ENTRY-TYPE        PIC X(4).
              05 GLE-POST-PERIOD       PIC 9(6).
              05 GLE-PRIOR-PERIOD      PIC 9(6).
              05 GLE-SOURCE-SEQ        PIC 9(9).
              05 FILLER                PIC X(18).

       01 BATCH-CKPT-FIELDS.
              05 TRAN-SEQ-NUM         PIC 9(9) USAGE COMP VALUE 0.
              05 RESUME-SEQ-NUM       PIC 9(9) USAGE COMP VALUE 0.
              05 LAST-PAID-SEQ        PIC 9(9) USAGE COMP VALUE 0.
              05 SKIP-THROUGH-SEQ     PIC 9(9) USAGE COMP VALUE 0.
              05 RESTART-SWITCH       PIC X VALUE "N".
                     88 RESTART-RUN   VALUE "Y".

       01 TRANS-BALANCE-FIELDS.
              05 TRAN-READ-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 TRAN-AMT-HASH        PIC 9(13)V99 USAGE COMP VALUE 0.
              05 TRL-EXPECTED-COUNT   PIC 9(7) USAGE COMP VALUE 0.
              05 TRL-EXPECTED-HASH    PIC 9(13)V99 USAGE COMP VALUE 0.
              05 TRAN-COUNT-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 TRL-COUNT-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 TRAN-HASH-OUT        PIC Z(12)9.99 USAGE DISPLAY.
              05 TRL-HASH-OUT         PIC Z(12)9.99 USAGE DISPLAY.

       01 REDM-TOTALS.
              05 FULL-COUNT         PIC 9(7) USAGE COMP VALUE 0.
              05 PARTIAL-COUNT      PIC 9(7) USAGE COMP VALUE 0.
              05 REJECTED-COUNT     PIC 9(7) USAGE COMP VALUE 0.
              05 SWEPT-COUNT        PIC 9(7) USAGE COMP VALUE 0.
              05 POST-FAIL-COUNT    PIC 9(7) USAGE COMP VALUE 0.
              05 FULL-OUT           PIC ZZZZZZ9 USAGE DISPLAY.
              05 PARTIAL-OUT        PIC ZZZZZZ9 USAGE DISPLAY.
              05 REJECTED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 SWEPT-OUT          PIC ZZZZZZ9 USAGE DISPLAY.

       01 GL-CONTROL.
              05 GL-REC-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 GL-HASH-TOTAL      PIC 9(13)V99 USAGE COMP VALUE 0.

       01 CURRENCY-RPT-FIELDS.
              05 CURR-TOT-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 CURR-TOT-INDEX     PIC 99 USAGE COMP.
              05 CURRENCY-TOTALS.
                     10 CURR-TOT-ENTRY OCCURS 10 TIMES.
                            15 CURR-TOT-CODE   PIC X(3).
                            15 CURR-TOT-PAIRS  PIC 9(5)
                                   USAGE COMP.
                            15 CURR-TOT-AMOUNT PIC S9(13)V99
                                   USAGE COMP.

       01 REDM-DISP-FIELDS.
              05 VALUE-OUT          PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 GROSS-OUT          PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 PENALTY-OUT        PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 FORFEIT-OUT        PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 NET-OUT            PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 FACE-OUT           PIC ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 EARNED-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 RESULT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 RATE-LOG-OUT       PIC ZZ9.9999 USAGE DISPLAY.
              05 TERM-LOG-OUT       PIC Z9 USAGE DISPLAY.
              05 DAYS-OUT           PIC ZZZZ9 USAGE DISPLAY.
              05 PCT-OUT            PIC Z9.9999 USAGE DISPLAY.

       01 EDIT-INPUT             PIC X(15).

       01 REJECT-REASON          PIC X(40).

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.

       copy "perdchk.cpy".

       copy "purgreq.cpy".

       procedure division.
       main-logic.
              perform read-operator-auth
              perform load-calendar
              perform load-penalty-schedule
              display "FUTV EARLY WITHDRAWAL AND REDEMPTION"
              display "Run in (B)atch mode from REDMTRAN.DAT or "
                     "(I)nteractive mode? "
              accept mode-switch
              perform sign-on-operator
              if sgn-refused
                     move 8 to return-code
                     perform end-program
              end-if
              open i-o master-file
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
              else
                     if batch-mode
                            perform batch-process
                     else
                            perform interactive-process
                                   thru interactive-process-exit
                     end-if
                     close master-file
              end-if
              perform end-program.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted: a password at the terminal, or an active          *
      * profile for the job's user id on a batch run.  Called from    *
      * TVMMENU, the menu's sign-on carries over.                     *
      *                                                               *
      *****************************************************************

              if batch-mode
                     move "B" to sgn-mode
              else
                     move "I" to sgn-mode
              end-if
              move "TVMREDM" to sgn-program
              call "tvmsign" using sign-on-request.

       read-operator-auth.

      *****************************************************************
      *                                                               *
      * Pull the signed-on operator's principal cap from              *
      * OPERAUTH.DAT.  No control file means an unrestricted shop,    *
      * the same convention LIMITS.DAT uses; a file with no record    *
      * for this operator authorizes nothing.  An interactive         *
      * withdrawal larger than the cap is refused and logged as a     *
      * denied attempt, the way the calculators refuse an amount.     *
      *                                                               *
      *****************************************************************

              move 999999999.99 to auth-max-principal
              move 999999999.99 to auth-max-payment
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              open input operauth-file
              if operauth-status = "00"
                     move 0 to auth-max-principal
                     move 0 to auth-max-payment
                     perform until oper-found or operauth-eof
                            read operauth-file
                                   at end
                                          set operauth-eof to true
                                   not at end
                                          perform match-operator
                            end-read
                     end-perform
                     close operauth-file
              end-if
              move auth-max-principal to auth-prin-out.

       match-operator.
              if oper-id = current-operator
                     set oper-found to true
                     move oper-max-principal to auth-max-principal
                     move oper-max-payment to auth-max-payment
              end-if.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The business day is the CALENDAR.DAT "C" record's processing  *
      * date, the date a withdrawal defaults to and may not be        *
      * dated after.  No calendar on disk reads as "date control not  *
      * in use" and the system date stands in.                        *
      *                                                               *
      *****************************************************************

              move 0 to processing-date
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

       load-penalty-schedule.
              move 0 to pen-count
              open input penalty-file
              if penalty-status = "00"
                     set penalty-present to true
                     perform until penalty-eof
                            read penalty-file
                                   at end
                                          set penalty-eof to true
                                   not at end
                                          perform load-one-penalty-band
                            end-read
                     end-perform
                     close penalty-file
              end-if.

       load-one-penalty-band.
              if pen-count < pen-table-max
                     add 1 to pen-count
                     move pen-product-code
                            to pen-tbl-product(pen-count)
                     move pen-term-low to pen-tbl-low(pen-count)
                     move pen-term-high to pen-tbl-high(pen-count)
                     move pen-forfeit-days to pen-tbl-days(pen-count)
                     move pen-penalty-pct to pen-tbl-pct(pen-count)
              end-if.

       batch-process.

      *****************************************************************
      *                                                               *
      * Tie the request file to its trailer before paying anything,   *
      * then open the day's GL extract, sweep in the pairs the        *
      * interactive withdrawals have been holding, and work the       *
      * requests.  No request file on disk is an ordinary day with    *
      * nothing to pay in batch -- the sweep still runs.  A request   *
      * file not dated the business day is reported and nothing on    *
      * it is paid, RC=4, so yesterday's withdrawals left on disk are *
      * never paid twice.                                             *
      *                                                               *
      * A checkpoint left by a run that stopped part way picks the    *
      * extract that run was writing back up instead of starting a    *
      * new one, since the withdrawals it paid are booked nowhere     *
      * else, and resumes past the last of them.                      *
      *                                                               *
      *****************************************************************

              perform open-report
              open input redm-tran-file
              if redm-tran-status = "00"
                     perform balance-tran-file
                     close redm-tran-file
              else
                     display "No REDMTRAN.DAT request file - "
                            "sweeping interactive withdrawals only."
              end-if
              if trailer-found and not header-ok
                     perform write-stale-file-line
              end-if
              perform read-checkpoint
              if restart-run
                     if not trailer-found or not header-ok
                            perform abend-restart-run
                     end-if
                     perform reopen-gl-extract
              else
                     perform open-gl-extract
                     perform sweep-online-entries
              end-if
              if extract-closed
                     display "RESTART: the interrupted run had closed "
                            "TVMREDGL.DAT - nothing left to pay."
              else
                     if trailer-found and header-ok
                            perform pay-requests
                     end-if
                     perform close-gl-extract
              end-if
              perform clear-checkpoint
              perform close-report
              display "Early withdrawal processing complete - "
                     "report written to TVMREDM.DAT"
              if (trailer-found and not header-ok)
                 or post-fail-count > 0
                     move 4 to return-code
              end-if.

       pay-requests.
              move 0 to tran-seq-num
              move "N" to trans-eof-switch
              open input redm-tran-file
              perform until trans-eof
                     read redm-tran-file
                            at end
                                   set trans-eof to true
                            not at end
                                   perform route-transaction
                     end-read
              end-perform
              close redm-tran-file.

       balance-tran-file.

      *****************************************************************
      *                                                               *
      * First pass over the request file: count the "W" details and   *
      * hash their amounts against the trailer, the same balancing    *
      * discipline PAYPOST applies.  Money goes out of the door on    *
      * this run, so a truncated or out-of-balance file abends it     *
      * before the first withdrawal is paid, not after.               *
      *                                                               *
      *****************************************************************

              perform until trans-eof
                     read redm-tran-file
                            at end
                                   set trans-eof to true
                            not at end
                                   perform count-one-request
                     end-read
              end-perform
              move tran-read-count to tran-count-out
              move trl-expected-count to trl-count-out
              move tran-amt-hash to tran-hash-out
              move trl-expected-hash to trl-hash-out
              if not trailer-found
                     display "*** OUT OF BALANCE: no trailer record "
                            "on REDMTRAN.DAT - file is truncated ***"
                     perform abend-batch-run
              end-if
              if tran-read-count not = trl-expected-count
                     display "*** OUT OF BALANCE: read "
                            tran-count-out " request(s), trailer "
                            "expects " trl-count-out " ***"
                     perform abend-batch-run
              end-if
              if tran-amt-hash not = trl-expected-hash
                     display "*** OUT OF BALANCE: amount hash "
                            tran-hash-out " read, trailer expects "
                            trl-hash-out " ***"
                     perform abend-batch-run
              end-if
              display "Request file in balance: " tran-count-out
                     " request(s) tie to the trailer."
              if hdr-file-date = processing-date
                     set header-ok to true
              end-if.

       write-stale-file-line.

      *****************************************************************
      *                                                               *
      * The request file is not the business day's -- no "H" header,  *
      * or one dated another day -- the way TVMJRNL passes over an    *
      * extract left from an earlier day.  Nothing on it is paid; the *
      * interactive withdrawals are still swept.                      *
      *                                                               *
      *****************************************************************

              move spaces to rpt-record
              if hdr-file-date = 0
                     string "*** REDMTRAN.DAT HAS NO HEADER RECORD - "
                            delimited by size
                            "NOTHING PAID ***" delimited by size
                            into rpt-record
                     end-string
              else
                     string "*** REDMTRAN.DAT DATED " delimited by size
                            hdr-file-date delimited by size
                            " - NOT THIS BUSINESS DAY, NOTHING PAID ***"
                            delimited by size
                            into rpt-record
                     end-string
              end-if
              write rpt-record
              add 1 to rpt-line-count
              display rpt-record.

       count-one-request.
              evaluate redm-record-type
                     when "H"
                            move redm-hdr-file-date to hdr-file-date
                     when "W"
                            add 1 to tran-read-count
                            add redm-amount to tran-amt-hash
                     when "T"
                            move redm-trl-rec-count
                                   to trl-expected-count
                            move redm-trl-amt-hash
                                   to trl-expected-hash
                            set trailer-found to true
                     when other
                            continue
              end-evaluate.

       abend-batch-run.
              move spaces to rpt-record
              string "*** RUN ABENDED - REQUEST FILE OUT OF "
                     delimited by size
                     "BALANCE - NOTHING PAID ***"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file
              close redm-tran-file
              close master-file
              move 16 to return-code
              stop run.

       abend-restart-run.
              move spaces to rpt-record
              string "*** RUN ABENDED - A CHECKPOINT IS PENDING BUT "
                     delimited by size
                     "REDMTRAN.DAT IS NOT THE FILE TO RESUME - "
                     delimited by size
                     "NOTHING PAID ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file
              close master-file
              move 16 to return-code
              stop run.

       route-transaction.
              evaluate redm-record-type
                     when "H"
                            display "Request file dated "
                                   redm-hdr-file-date " from source "
                                   redm-hdr-source-id
                     when "T"
                            continue
                     when "W"
                            perform process-batch-withdrawal
                     when other
                            display "WARNING: unrecognized record "
                                   "type '" redm-record-type
                                   "' on REDMTRAN.DAT - ignored."
              end-evaluate.

       process-batch-withdrawal.
              add 1 to tran-seq-num
              if restart-run and tran-seq-num <= skip-through-seq
                     exit paragraph
              end-if
              move redm-account-id to work-account-id
              move redm-withdrawal-date to withdrawal-date
              if withdrawal-date = 0
                     move processing-date to withdrawal-date
              end-if
              move redm-amount to requested-amount
              perform value-withdrawal thru value-withdrawal-exit
              if not redm-ok
                     perform reject-withdrawal
                     exit paragraph
              end-if
              perform post-withdrawal
              if withdrawal-posted
                     perform write-checkpoint
              end-if.

       interactive-process.
              move "N" to quit-switch
              display " "
              display "Enter account id (blank to end): "
              accept work-account-id
              if work-account-id = spaces
                     go to interactive-process-exit
              end-if

              display "Enter withdrawal date (YYYYMMDD, blank for "
                     processing-date "): "
              accept edit-input
              if edit-input = spaces
                     move processing-date to withdrawal-date
              else
                     if function test-numval(edit-input) not = 0
                        or function numval(edit-input) < 0
                            display "Invalid date entry - please "
                                   "re-enter."
                            go to interactive-process
                     end-if
                     compute withdrawal-date =
                            function numval(edit-input)
              end-if

              display "Enter amount to withdraw (blank or 0 for the "
                     "whole account): "
              accept edit-input
              if edit-input = spaces
                     move 0 to requested-amount
              else
                     if function test-numval(edit-input) not = 0
                        or function numval(edit-input) < 0
                            display "Invalid numeric entry - please "
                                   "re-enter."
                            go to interactive-process
                     end-if
                     compute requested-amount =
                            function numval(edit-input)
              end-if

              perform value-withdrawal thru value-withdrawal-exit
              if not redm-ok
                     display "Withdrawal refused: account "
                            work-account-id " " reject-reason
                     go to interactive-process
              end-if
              perform display-quote
              if withdrawal-amount > auth-max-principal
                     display "NOT AUTHORIZED: operator limit for "
                            "principal is " auth-prin-out
                     perform log-denied-attempt
                     go to interactive-process
              end-if
              display "Pay out this withdrawal? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Withdrawal cancelled."
                     go to interactive-process
              end-if
              open extend online-gl-file
              if online-gl-status = "35"
                     open output online-gl-file
              end-if
              perform post-withdrawal
              close online-gl-file
              if withdrawal-posted
                     display "Withdrawal on account " work-account-id
                            " paid."
                     if pchk-adjustment
                            display "Booked to period " pchk-open-period
                                   " as a prior-period adjustment."
                     end-if
              else
                     display "Withdrawal on account " work-account-id
                            " NOT paid - the master could not be "
                            "updated."
              end-if
              go to interactive-process.

       interactive-process-exit.
              continue.

       value-withdrawal.

      *****************************************************************
      *                                                               *
      * Read the account and work out what the withdrawal is worth    *
      * and what it costs, without changing anything, so batch and    *
      * interactive price it identically and the operator sees the    *
      * figures before confirming.  Sets REDM-OK, or leaves the       *
      * reason it can't be paid in REJECT-REASON.                     *
      *                                                               *
      *****************************************************************

              move "N" to redm-ok-switch
              move "N" to full-switch
              move spaces to reject-reason
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            move "has no master account"
                                   to reject-reason
                            go to value-withdrawal-exit
              end-read
              if mast-product-code not = "FUTV"
                     move "is not a FUTV account" to reject-reason
                     go to value-withdrawal-exit
              end-if
              if mast-open-date = 0
                     move "has no open date to value from"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if
              if function integer-of-date(withdrawal-date) = 0
                     move "withdrawal date is not a valid date"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if
              if withdrawal-date < mast-open-date
                     move "withdrawal date precedes the open date"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if
              if withdrawal-date > processing-date
                     move "withdrawal date is after the business day"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if
              perform compute-maturity
              if withdrawal-date >= maturity-date
                     move "has matured - use maturity processing"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if

              perform compute-remaining-term
              perform find-penalty-band
              if penalty-present and not band-found
                     move "has no PENALTY.DAT band for its term"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if

      *****************************************************************
      *                                                               *
      * Value as of the withdrawal date: the lump sum discounted at   *
      * the account's rate over the days left to maturity.  Earned    *
      * interest is that value less the lump sum discounted over the  *
      * whole term -- what the account was opened with.               *
      *                                                               *
      *****************************************************************

              compute days-remaining =
                     function integer-of-date(maturity-date)
                     - function integer-of-date(withdrawal-date)
              compute years-remaining rounded = days-remaining / 365
              compute periodic-rate = mast-annual-interest / 100
              compute base-factor = 1 + periodic-rate
              compute numerator = base-factor ** years-remaining
              compute account-value rounded = mast-amount / numerator
              compute numerator = base-factor ** mast-annual-term
              compute opening-value rounded = mast-amount / numerator
              compute interest-earned = account-value - opening-value
              if interest-earned < 0
                     move 0 to interest-earned
              end-if

              if requested-amount > account-value
                     move "amount exceeds the account's value"
                            to reject-reason
                     go to value-withdrawal-exit
              end-if
              if requested-amount = 0
                 or requested-amount = account-value
                     set full-withdrawal to true
                     move account-value to withdrawal-amount
              else
                     move requested-amount to withdrawal-amount
              end-if

      *****************************************************************
      *                                                               *
      * The share of the earned interest riding on the amount taken   *
      * caps what the forfeit can claw back; the penalty is charged   *
      * on the amount taken and never drives the payout below zero.   *
      *                                                               *
      *****************************************************************

              compute withdrawal-interest rounded =
                     interest-earned * withdrawal-amount
                     / account-value
              compute forfeit-cap rounded =
                     withdrawal-amount * periodic-rate
                     * forfeit-days / 365
              if forfeit-cap < withdrawal-interest
                     move forfeit-cap to forfeited-interest
              else
                     move withdrawal-interest to forfeited-interest
              end-if
              compute penalty-amount rounded =
                     withdrawal-amount * penalty-pct / 100
              if penalty-amount + forfeited-interest
                     > withdrawal-amount
                     compute penalty-amount =
                            withdrawal-amount - forfeited-interest
              end-if
              compute net-payout = withdrawal-amount
                     - forfeited-interest - penalty-amount

              move mast-amount to old-face-amount
              if full-withdrawal
                     move 0 to new-face-amount
              else
                     compute new-face-amount rounded = mast-amount
                            * (account-value - withdrawal-amount)
                            / account-value
                     if new-face-amount = 0
                            set full-withdrawal to true
                     end-if
              end-if
              move mast-currency-code to currency-out
              if currency-out = spaces
                     move "USD" to currency-out
              end-if
              set redm-ok to true.

       value-withdrawal-exit.
              continue.

       compute-maturity.

      *****************************************************************
      *                                                               *
      * Derive the account's maturity date: the open date plus the    *
      * term in years.  A February 29 anniversary that lands in a     *
      * common year matures on the 28th.                              *
      *                                                               *
      *****************************************************************

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

       compute-remaining-term.

      *****************************************************************
      *                                                               *
      * Whole years remaining to maturity on the withdrawal date, by  *
      * the same anniversary arithmetic FPGF uses, to pick the        *
      * penalty band.                                                 *
      *                                                               *
      *****************************************************************

              move withdrawal-date to wd-date-num
              move mast-open-date to open-date-num
              compute elapsed-years = wd-yyyy - open-yyyy
              if wd-mmdd < open-mmdd
                     subtract 1 from elapsed-years
              end-if
              compute remaining-term =
                     mast-annual-term - elapsed-years.

       find-penalty-band.
              move "N" to band-found-switch
              move 0 to forfeit-days
              move 0 to penalty-pct
              perform varying pen-index from 1 by 1
                     until pen-index > pen-count
                     or band-found
                     if pen-tbl-product(pen-index) = mast-product-code
                        and remaining-term >= pen-tbl-low(pen-index)
                        and remaining-term <= pen-tbl-high(pen-index)
                            set band-found to true
                            move pen-tbl-days(pen-index)
                                   to forfeit-days
                            move pen-tbl-pct(pen-index)
                                   to penalty-pct
                     end-if
              end-perform.

       display-quote.
              move account-value to value-out
              move interest-earned to earned-out
              move withdrawal-amount to gross-out
              move forfeited-interest to forfeit-out
              move penalty-amount to penalty-out
              move net-payout to net-out
              move forfeit-days to days-out
              move penalty-pct to pct-out
              display "Account:            " mast-account-id
                     " (" currency-out ")"
              display "Matures:            " maturity-date
              display "Value on " withdrawal-date ":  " value-out
              display "Interest earned:    " earned-out
              if full-withdrawal
                     display "Withdrawal:         FULL - account "
                            "will be closed"
              else
                     move new-face-amount to face-out
                     display "Withdrawal:         PARTIAL - lump sum "
                            "reduces to " face-out
              end-if
              display "Amount withdrawn:   " gross-out
              display "Interest forfeited: " forfeit-out
                     " (" days-out " days)"
              display "Penalty:            " penalty-out
                     " (" pct-out "%)"
              display "Net paid:           " net-out.

       post-withdrawal.

      *****************************************************************
      *                                                               *
      * Book the withdrawal.  The FUTV liability is relieved by the   *
      * full amount withdrawn, split across three balanced pairs:     *
      * the net paid to the payout clearing account the GL feed       *
      * settles from, the penalty to penalty income, and the          *
      * forfeited interest back out of the interest the account had   *
      * earned.  A zero leg writes no pair.                           *
      *                                                               *
      * The master goes first: an account that cannot be closed or    *
      * reduced books nothing, is reported, and ends the run RC=4.    *
      * The pairs book to the period of the withdrawal date, or to    *
      * the open period as a prior-period adjustment once TVMCLOSE    *
      * has closed it.                                                *
      *                                                               *
      *****************************************************************

              move "N" to posted-switch
              move withdrawal-date to pchk-posting-date
              call "tvmperd" using period-check-request
              move master-record to before-image
              if full-withdrawal
                     delete master-file
                            invalid key
                                   display "ERROR: unable to delete "
                                          "account " mast-account-id
                                          " - status " master-status
                                   perform refuse-posting
                                   exit paragraph
                     end-delete
                     move before-image to master-record
                     move mast-account-id to purg-account-id
                     move spaces to purg-pending
                     call "tvmpurg" using purge-request
                     add 1 to full-count
              else
                     move new-face-amount to mast-amount
                     rewrite master-record
                            invalid key
                                   display "ERROR: unable to rewrite "
                                          "account " mast-account-id
                                          " - status " master-status
                                   perform refuse-posting
                                   exit paragraph
                     end-rewrite
                     add 1 to partial-count
              end-if
              move net-payout to entry-amount
              move "REDM" to entry-type-out
              move "10100100" to credit-account
              perform write-entry-pair
              move penalty-amount to entry-amount
              move "PENL" to entry-type-out
              move "40200200" to credit-account
              perform write-entry-pair
              move forfeited-interest to entry-amount
              move "FORF" to entry-type-out
              move "40300200" to credit-account
              perform write-entry-pair
              set withdrawal-posted to true
              if batch-mode
                     perform write-withdrawal-line
              end-if
              perform log-withdrawal.

       refuse-posting.
              add 1 to post-fail-count
              move before-image to master-record
              if batch-mode
                     move "could not be updated on the master"
                            to reject-reason
                     perform reject-withdrawal
              end-if.

       write-entry-pair.
              if entry-amount = 0
                     exit paragraph
              end-if
              move spaces to redm-gl-entry
              move "D" to gle-record-type
              move mast-account-id to gle-account-id
              move "30500200" to gle-gl-account
              move entry-amount to gle-amount
              move currency-out to gle-currency-code
              move mast-product-code to gle-product-code
              move entry-type-out to gle-entry-type
              move pchk-open-period to gle-post-period
              if pchk-adjustment
                     move pchk-posting-period to gle-prior-period
              else
                     move 0 to gle-prior-period
              end-if
              if batch-mode
                     move tran-seq-num to gle-source-seq
              end-if
              perform write-gl-entry
              move "C" to gle-record-type
              move credit-account to gle-gl-account
              perform write-gl-entry
              if batch-mode
                     perform tally-currency-total
              end-if.

       write-gl-entry.
              if batch-mode
                     move redm-gl-entry to gl-detail-record
                     write gl-detail-record
                     add 1 to gl-rec-count
                     add gle-amount to gl-hash-total
              else
                     move redm-gl-entry to online-gl-record
                     write online-gl-record
              end-if.

       sweep-online-entries.

      *****************************************************************
      *                                                               *
      * Carry the pairs the interactive withdrawals booked into       *
      * today's extract.  Pairs an earlier run swept wait on          *
      * REDMOSW.DAT and go in again on every run until TVMJRNL has    *
      * journaled an extract carrying them and empties the file, so   *
      * a rerun before the journal loses nothing.  Pairs booked since *
      * the last sweep are moved off the holding file onto            *
      * REDMOSW.DAT as they go in, and the holding file is emptied    *
      * behind them.                                                  *
      *                                                               *
      *****************************************************************

              open input swept-gl-file
              if swept-gl-status = "00"
                     perform until swept-gl-eof
                            read swept-gl-file
                                   at end
                                          set swept-gl-eof to true
                                   not at end
                                          move swept-gl-record
                                                 to redm-gl-entry
                                          perform sweep-one-entry
                            end-read
                     end-perform
                     close swept-gl-file
              end-if
              open input online-gl-file
              if online-gl-status not = "00"
                     exit paragraph
              end-if
              open extend swept-gl-file
              if swept-gl-status = "35"
                     open output swept-gl-file
              end-if
              perform until online-gl-eof
                     read online-gl-file
                            at end
                                   set online-gl-eof to true
                            not at end
                                   move online-gl-record
                                          to swept-gl-record
                                   write swept-gl-record
                                   move online-gl-record
                                          to redm-gl-entry
                                   perform sweep-one-entry
                     end-read
              end-perform
              close swept-gl-file
              close online-gl-file
              open output online-gl-file
              close online-gl-file.

       sweep-one-entry.
              if gle-record-type not = "D"
                 and gle-record-type not = "C"
                     exit paragraph
              end-if
              move redm-gl-entry to gl-detail-record
              write gl-detail-record
              add 1 to gl-rec-count
              add gle-amount to gl-hash-total
              add 1 to swept-count
              if gle-record-type = "D"
                     move gle-currency-code to currency-out
                     move gle-amount to entry-amount
                     perform tally-currency-total
              end-if.

       tally-currency-total.
              move "N" to curr-tot-found-switch
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     or curr-tot-found
                     if curr-tot-code(curr-tot-index) = currency-out
                            set curr-tot-found to true
                            add 1 to curr-tot-pairs(curr-tot-index)
                            add entry-amount
                                   to curr-tot-amount(curr-tot-index)
                     end-if
              end-perform
              if not curr-tot-found
                     if curr-tot-count < 10
                            add 1 to curr-tot-count
                            move currency-out
                                   to curr-tot-code(curr-tot-count)
                            move 1
                                   to curr-tot-pairs(curr-tot-count)
                            move entry-amount
                                   to curr-tot-amount(curr-tot-count)
                     else
                            display "WARNING: more than 10 "
                                   "currencies paid out - "
                                   currency-out " is excluded from "
                                   "the run totals."
                     end-if
              end-if.

       reject-withdrawal.
              add 1 to rejected-count
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move spaces to rpt-record
              string work-account-id delimited by size
                     " " delimited by size
                     withdrawal-date delimited by size
                     "  *** REJECTED - ACCOUNT " delimited by size
                     reject-reason delimited by size
                     " ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              add 1 to rpt-line-count.

       write-withdrawal-line.
              if rpt-line-count >= rpt-lines-per-page
                     perform write-report-header
              end-if
              move withdrawal-amount to gross-out
              move penalty-amount to penalty-out
              move forfeited-interest to forfeit-out
              move net-payout to net-out
              move new-face-amount to face-out
              move spaces to rpt-record
              if full-withdrawal
                     string mast-account-id delimited by size
                            " " delimited by size
                            withdrawal-date delimited by size
                            " FULL " delimited by size
                            currency-out delimited by size
                            gross-out delimited by size
                            penalty-out delimited by size
                            forfeit-out delimited by size
                            net-out delimited by size
                            "         CLOSED" delimited by size
                            into rpt-record
                     end-string
              else
                     string mast-account-id delimited by size
                            " " delimited by size
                            withdrawal-date delimited by size
                            " PART " delimited by size
                            currency-out delimited by size
                            gross-out delimited by size
                            penalty-out delimited by size
                            forfeit-out delimited by size
                            net-out delimited by size
                            " " delimited by size
                            face-out delimited by size
                            into rpt-record
                     end-string
              end-if
              if pchk-adjustment
                     move "  PRIOR-PERIOD ADJ" to rpt-record(100:18)
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       log-withdrawal.

      *****************************************************************
      *                                                               *
      * Append the withdrawal to the shared TVM audit log, tagged     *
      * with the account id: the amount withdrawn and the net paid,   *
      * so a closed or reduced account can be traced after the fact.  *
      *                                                               *
      *****************************************************************

              move spaces to tvm-log-record
              accept log-date from date yyyymmdd
              accept log-time from time
              move current-operator to log-operator
              move "TVMREDM" to log-program
              move withdrawal-amount to amount-out
              move amount-out to log-input-1
              move mast-annual-interest to rate-log-out
              move rate-log-out to log-input-2
              move mast-annual-term to term-log-out
              move term-log-out to log-term
              move net-payout to result-out
              move result-out to log-result
              move mast-account-id to log-account
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.

       log-denied-attempt.
              move spaces to tvm-log-record
              accept log-date from date yyyymmdd
              accept log-time from time
              move current-operator to log-operator
              move "TVMREDM" to log-program
              move withdrawal-amount to amount-out
              move amount-out to log-input-1
              move mast-account-id to log-account
              move "DENIED" to log-denial
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.

       read-checkpoint.

      *****************************************************************
      *                                                               *
      * If a checkpoint from a prior run that died mid-file is on     *
      * disk, resume just past the last withdrawal it paid instead    *
      * of paying the whole file again from the top.                  *
      *                                                               *
      *****************************************************************

              move 0 to resume-seq-num
              move "N" to restart-switch
              open input ckpt-file
              if ckpt-status = "00"
                     read ckpt-file
                            at end
                                   continue
                            not at end
                                   move ckpt-last-key-num
                                          to resume-seq-num
                                   set restart-run to true
                     end-read
                     close ckpt-file
              end-if.

       reopen-gl-extract.

      *****************************************************************
      *                                                               *
      * Pick up the extract the stopped run was writing.  Its control *
      * totals are taken again from the details already on it, and    *
      * the highest request sequence they carry is the last           *
      * withdrawal really paid: the checkpoint follows the pairs, so  *
      * a run that died between them has paid one withdrawal past     *
      * it, and the restart resumes past that one rather than paying  *
      * it twice.  An extract already closed by its trailer means the *
      * run got through the file and died only before clearing the    *
      * checkpoint.  An extract for another business day means the    *
      * checkpoint is not this file's, and the run stops.             *
      *                                                               *
      *****************************************************************

              move 0 to gl-rec-count
              move 0 to gl-hash-total
              move 0 to last-paid-seq
              move "N" to extract-eof-switch
              open input gl-extract-file
              if gl-extract-status not = "00"
                     display "*** TVMREDGL.DAT FROM THE INTERRUPTED "
                            "RUN IS NOT ON DISK - status "
                            gl-extract-status " ***"
                     perform abend-restart-run
              end-if
              perform until extract-eof
                     read gl-extract-file
                            at end
                                   set extract-eof to true
                            not at end
                                   perform recount-extract-record
                     end-read
              end-perform
              close gl-extract-file
              if last-paid-seq > resume-seq-num
                     move last-paid-seq to skip-through-seq
              else
                     move resume-seq-num to skip-through-seq
              end-if
              if not extract-closed
                     open extend gl-extract-file
              end-if
              display "RESTART: resuming early withdrawals after "
                     "request " skip-through-seq.

       recount-extract-record.
              evaluate gld-record-type
                     when "H"
                            if glh-run-date not = processing-date
                                   display "*** TVMREDGL.DAT IS DATED "
                                          glh-run-date " - THE "
                                          "CHECKPOINT IS NOT THIS "
                                          "BUSINESS DAY'S ***"
                                   close gl-extract-file
                                   perform abend-restart-run
                            end-if
                     when "D"
                     when "C"
                            move gl-detail-record to redm-gl-entry
                            add 1 to gl-rec-count
                            add gle-amount to gl-hash-total
                            if gle-source-seq numeric
                               and gle-source-seq > last-paid-seq
                                   move gle-source-seq
                                          to last-paid-seq
                            end-if
                            if gle-record-type = "D"
                                   move gle-currency-code
                                          to currency-out
                                   move gle-amount to entry-amount
                                   perform tally-currency-total
                            end-if
                     when "T"
                            set extract-closed to true
                     when other
                            continue
              end-evaluate.

       write-checkpoint.
              move "REDM" to ckpt-program-id
              move tran-seq-num to ckpt-last-key-num
              accept ckpt-run-date from date yyyymmdd
              accept ckpt-run-time from time
              open output ckpt-file
              write checkpoint-record
              close ckpt-file.

       clear-checkpoint.
              open output ckpt-file
              close ckpt-file.

       open-gl-extract.
              open output gl-extract-file
              move 0 to gl-rec-count
              move 0 to gl-hash-total
              move spaces to gl-header-record
              move "H" to glh-record-type
              move processing-date to glh-run-date
              move "TVMREDM" to glh-source-program
              write gl-header-record.

       close-gl-extract.
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     move spaces to gl-currency-sub-record
                     move "S" to gls-record-type
                     move curr-tot-code(curr-tot-index)
                            to gls-currency-code
                     compute gls-rec-count =
                            curr-tot-pairs(curr-tot-index) * 2
                     compute gls-hash-total =
                            curr-tot-amount(curr-tot-index) * 2
                     write gl-currency-sub-record
              end-perform
              move spaces to gl-trailer-record
              move "T" to glt-record-type
              move gl-rec-count to glt-record-count
              move gl-hash-total to glt-hash-total
              move rejected-count to glt-reject-count
              write gl-trailer-record
              close gl-extract-file.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "FUTV EARLY WITHDRAWAL REGISTER" delimited by size
                     "  RUN DATE: " delimited by size
                     processing-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move spaces to rpt-record
              string "ACCOUNT    WD DATE  TYPE CUR     WITHDRAWN"
                     delimited by size
                     "       PENALTY     FORFEITED      NET PAID"
                     delimited by size
                     "   REMAINING FV" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move 2 to rpt-line-count.

       close-report.
              move full-count to full-out
              move partial-count to partial-out
              move rejected-count to rejected-out
              move swept-count to swept-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     full-out delimited by size
                     " CLOSED, " delimited by size
                     partial-out delimited by size
                     " PARTIAL, " delimited by size
                     rejected-out delimited by size
                     " REJECTED, " delimited by size
                     swept-out delimited by size
                     " INTERACTIVE GL ENTRIES SWEPT ***"
                     delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              goback.
