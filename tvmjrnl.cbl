      *****************************************************************
      * CONSOLIDATED DAILY GL JOURNAL                                 *
      *                                                               *
      * Collects every GL extract the system produced for the         *
      * business day -- the FPGA and FPGF valuation extracts, the     *
      * TVMACCR accrual entries, the TVMMATP maturity payouts, the    *
      * TVMREDM early withdrawals, the TVMESCH unclaimed-property     *
      * remittances, the TVMCHGO charge-offs and recoveries -- into   *
      * one balanced journal file for the ledger feed, in place of    *
      * finance re-keying and reconciling each extract every morning. *
      *                                                               *
      * Each extract is taken only if its "H" header carries the      *
      * business day (the CALENDAR.DAT processing date, or the        *
      * system date for runs that stamp it), and is tied to its own   *
      * "T" trailer the way TVMMERGE ties a stream; an extract left   *
      * over from an earlier day is reported and passed over, and     *
      * one that does not tie abends the journal RC=16.  Every        *
      * detail is posted to the GL account the GLMAP.DAT mapping      *
      * table names for its product, entry type, and side, so a       *
      * chart-of-accounts change is a table change; a detail with no  *
      * mapping keeps its producer's account and is reported, RC=4.  *
      *                                                               *
      * The journal carries the standard "H"/"S"/"T" control          *
      * records, and debits must equal credits in every currency or   *
      * the run abends RC=16.  The proof report then ties the         *
      * subledger to the ledger by product and currency: the present  *
      * values on VALHIST.DAT for the day against the net posted to   *
      * each product's valuation control account, beside the         *
      * MAST-OUTSTANDING-BAL total the master carries.  A product     *
      * out of tie ends the run RC=8.                                 *
      *                                                               *
      * Once the journal balances, the pairs TVMREDM and TVMCHGO      *
      * swept into their extracts from the online holding files --    *
      * kept on REDMOSW.DAT and RCVRYSW.DAT so a rerun of either      *
      * sweeps them again -- are released by emptying those files,    *
      * for each extract the journal took.                            *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmjrnl.

       environment division.
       input-output section.
       file-control.
              select calendar-file assign to "CALENDAR.DAT"
                     organization is line sequential
                     file status is calendar-status.

              select glmap-file assign to "GLMAP.DAT"
                     organization is line sequential
                     file status is glmap-status.

              select gl-in-1 assign to "FPGAGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.
              select gl-in-2 assign to "FPGFGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.
              select gl-in-3 assign to "TVMACCGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.
              select gl-in-4 assign to "TVMMATGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.
              select gl-in-5 assign to "TVMREDGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.
              select gl-in-6 assign to "TVMESCGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.
              select gl-in-7 assign to "TVMCHGGL.DAT"
                     organization is line sequential
                     file status is gl-in-status.

              select redm-swept-file assign to "REDMOSW.DAT"
                     organization is line sequential
                     file status is swept-status.
              select rcvry-swept-file assign to "RCVRYSW.DAT"
                     organization is line sequential
                     file status is swept-status.

              select journal-file assign to "GLJRNL.DAT"
                     organization is line sequential
                     file status is journal-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is mast-account-id
                     file status is master-status.

              select valhist-file assign to "VALHIST.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is valh-key
                     file status is valhist-status.

              select proof-sort-file assign to "TVMJRNSP.DAT"
                     organization is line sequential
                     file status is proof-sort-status.

              select sort-work assign to "TVMJRNWK".

              select rpt-file assign to "GLJRNLR.DAT"
                     organization is line sequential.

       data division.
       file section.
       fd  calendar-file.
       copy "calendar.cpy".

       fd  glmap-file.
       copy "glmap.cpy".

       fd  gl-in-1.
       01  gl1-record                pic x(80).
       fd  gl-in-2.
       01  gl2-record                pic x(80).
       fd  gl-in-3.
       01  gl3-record                pic x(80).
       fd  gl-in-4.
       01  gl4-record                pic x(80).
       fd  gl-in-5.
       01  gl5-record                pic x(80).
       fd  gl-in-6.
       01  gl6-record                pic x(80).
       fd  gl-in-7.
       01  gl7-record                pic x(80).

       fd  redm-swept-file.
       01  redm-swept-record         pic x(80).
       fd  rcvry-swept-file.
       01  rcvry-swept-record        pic x(80).

       fd  journal-file.
       copy "glint.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  valhist-file.
       copy "valhist.cpy".

       fd  proof-sort-file.
       01  proof-sort-record.
              05 psr-account-id         pic x(10).
              05 psr-product-code       pic x(4).
              05 psr-currency-code      pic x(3).
              05 psr-amount             pic s9(9)v99.

       sd  sort-work.
       01  sort-work-record.
              05 srt-account-id         pic x(10).
              05 srt-product-code       pic x(4).
              05 srt-currency-code      pic x(3).
              05 srt-amount             pic s9(9)v99.

       fd  rpt-file.
       01  rpt-record                pic x(132).

       working-storage section.

       01 CALENDAR-STATUS        PIC XX.

       01 GLMAP-STATUS           PIC XX.

       01 GL-IN-STATUS           PIC XX.

       01 SWEPT-STATUS           PIC XX.

       01 JOURNAL-STATUS         PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 VALHIST-STATUS         PIC XX.

       01 PROOF-SORT-STATUS      PIC XX.

      *****************************************************************
      *                                                               *
      * Work views of one extract record, shaped exactly like the GL  *
      * interface layouts, so the journal can read a record into one  *
      * area and take it apart by its type byte -- the same views     *
      * TVMMERGE works through.                                       *
      *                                                               *
      *****************************************************************

       01 GLW-RECORD             PIC X(80).
       01 GLW-HEADER REDEFINES GLW-RECORD.
              05 GLW-H-TYPE            PIC X.
              05 GLW-H-RUN-DATE        PIC 9(8).
              05 GLW-H-SOURCE          PIC X(8).
              05 FILLER                PIC X(63).
       01 GLW-DETAIL REDEFINES GLW-RECORD.
              05 GLW-D-TYPE            PIC X.
              05 GLW-D-ACCOUNT         PIC X(10).
              05 GLW-D-GL-ACCOUNT      PIC X(8).
              05 GLW-D-AMOUNT          PIC 9(9)V99.
              05 GLW-D-CURRENCY        PIC X(3).
              05 GLW-D-PRODUCT         PIC X(4).
              05 GLW-D-ENTRY-TYPE      PIC X(4).
              05 FILLER                PIC X(39).
       01 GLW-TRAILER REDEFINES GLW-RECORD.
              05 GLW-T-TYPE            PIC X.
              05 GLW-T-COUNT           PIC 9(7).
              05 GLW-T-HASH            PIC 9(13)V99.
              05 GLW-T-REJECTS         PIC 9(7).
              05 FILLER                PIC X(50).

       01 JRNL-SWITCHES.
              05 CAL-EOF-SWITCH          PIC X VALUE "N".
                     88 CAL-EOF          VALUE "Y".
              05 GLMAP-EOF-SWITCH        PIC X VALUE "N".
                     88 GLMAP-EOF        VALUE "Y".
              05 SOURCE-EOF-SWITCH       PIC X VALUE "N".
                     88 SOURCE-EOF       VALUE "Y".
              05 SOURCE-STATE-SWITCH     PIC X VALUE "N".
                     88 SOURCE-CURRENT   VALUE "Y".
                     88 SOURCE-STALE     VALUE "S".
                     88 SOURCE-NO-HEADER VALUE "N".
              05 TRAILER-FOUND-SWITCH    PIC X VALUE "N".
                     88 TRAILER-FOUND    VALUE "Y".
              05 MAP-FOUND-SWITCH        PIC X VALUE "N".
                     88 MAP-FOUND        VALUE "Y".
              05 ENTRY-FOUND-SWITCH      PIC X VALUE "N".
                     88 ENTRY-FOUND      VALUE "Y".
              05 MASTER-EOF-SWITCH       PIC X VALUE "N".
                     88 MASTER-EOF       VALUE "Y".
              05 VALHIST-EOF-SWITCH      PIC X VALUE "N".
                     88 VALHIST-EOF      VALUE "Y".
              05 SORT-EOF-SWITCH         PIC X VALUE "N".
                     88 SORT-EOF         VALUE "Y".
              05 JRNL-EOF-SWITCH         PIC X VALUE "N".
                     88 JRNL-EOF         VALUE "Y".
              05 MASTER-OPEN-SWITCH      PIC X VALUE "N".
                     88 MASTER-OPEN      VALUE "Y".
              05 DAY-FOUND-SWITCH        PIC X VALUE "N".
                     88 DAY-FOUND        VALUE "Y".
              05 REDM-TAKEN-SWITCH       PIC X VALUE "N".
                     88 REDM-EXTRACT-TAKEN VALUE "Y".
              05 CHGO-TAKEN-SWITCH       PIC X VALUE "N".
                     88 CHGO-EXTRACT-TAKEN VALUE "Y".

       01 JRNL-FIELDS.
              05 WALL-DATE          PIC 9(8).
              05 JOURNAL-DATE       PIC 9(8).
              05 SOURCE-COUNT       PIC 9 USAGE COMP VALUE 7.
              05 SOURCE-NUM         PIC 9 USAGE COMP.
              05 SOURCE-NAME-VALUES.
                     10 FILLER      PIC X(12) VALUE "FPGAGL.DAT".
                     10 FILLER      PIC X(12) VALUE "FPGFGL.DAT".
                     10 FILLER      PIC X(12) VALUE "TVMACCGL.DAT".
                     10 FILLER      PIC X(12) VALUE "TVMMATGL.DAT".
                     10 FILLER      PIC X(12) VALUE "TVMREDGL.DAT".
                     10 FILLER      PIC X(12) VALUE "TVMESCGL.DAT".
                     10 FILLER      PIC X(12) VALUE "TVMCHGGL.DAT".
              05 SOURCE-NAMES REDEFINES SOURCE-NAME-VALUES.
                     10 SOURCE-NAME PIC X(12) OCCURS 7 TIMES.
              05 SOURCE-RUN-DATE    PIC 9(8).
              05 SOURCE-PROGRAM     PIC X(8).
              05 SOURCE-REC-COUNT   PIC 9(7) USAGE COMP.
              05 SOURCE-HASH-TOTAL  PIC 9(13)V99 USAGE COMP.
              05 SOURCE-UNMAPPED    PIC 9(7) USAGE COMP.
              05 EXP-REC-COUNT      PIC 9(7) USAGE COMP.
              05 EXP-HASH-TOTAL     PIC 9(13)V99 USAGE COMP.
              05 WORK-CURRENCY      PIC X(3).
              05 WORK-PRODUCT       PIC X(4).
              05 WORK-ACCOUNT       PIC X(10).
              05 WORK-PV            PIC S9(11)V99 USAGE COMP.
              05 WORK-GL-NET        PIC S9(11)V99 USAGE COMP.
              05 WORK-BALANCE       PIC S9(11)V99 USAGE COMP.
              05 WORK-ACCTS         PIC 9(7) USAGE COMP.

      *****************************************************************
      *                                                               *
      * The GL account mapping table, loaded from GLMAP.DAT.          *
      *                                                               *
      *****************************************************************

       01 GLMAP-TABLE-FIELDS.
              05 GLMAP-MAX          PIC 9(3) USAGE COMP VALUE 200.
              05 GLMAP-COUNT        PIC 9(3) USAGE COMP VALUE 0.
              05 GLMAP-INDEX        PIC 9(3) USAGE COMP.
              05 GLMAP-TABLE.
                     10 GLMAP-ENTRY OCCURS 200 TIMES.
                            15 GLMAP-PRODUCT   PIC X(4).
                            15 GLMAP-ENTRY-TYPE PIC X(4).
                            15 GLMAP-SIDE      PIC X.
                            15 GLMAP-ACCOUNT   PIC X(8).

      *****************************************************************
      *                                                               *
      * Distinct unmapped product/entry-type/side combinations seen,  *
      * listed once each on the proof so the table can be fixed.      *
      *                                                               *
      *****************************************************************

       01 UNMAPPED-FIELDS.
              05 UNMAPPED-TOTAL     PIC 9(7) USAGE COMP VALUE 0.
              05 UNMAP-COUNT        PIC 99 USAGE COMP VALUE 0.
              05 UNMAP-INDEX        PIC 99 USAGE COMP.
              05 UNMAP-TABLE.
                     10 UNMAP-ENTRY OCCURS 20 TIMES.
                            15 UNMAP-PRODUCT   PIC X(4).
                            15 UNMAP-ENTRY-TYPE PIC X(4).
                            15 UNMAP-SIDE      PIC X.
                            15 UNMAP-ACCOUNT   PIC X(8).

       01 JOURNAL-CONTROL.
              05 GL-REC-COUNT       PIC 9(7) USAGE COMP VALUE 0.
              05 GL-HASH-TOTAL      PIC 9(13)V99 USAGE COMP VALUE 0.
              05 SKIPPED-SOURCES    PIC 9(7) USAGE COMP VALUE 0.
              05 JOURNALED-SOURCES  PIC 9(7) USAGE COMP VALUE 0.
              05 UNBALANCED-COUNT   PIC 99 USAGE COMP VALUE 0.
              05 OUT-OF-TIE-COUNT   PIC 99 USAGE COMP VALUE 0.

      *****************************************************************
      *                                                               *
      * Journal totals by currency (debits against credits, and the   *
      * "S" control record counts) and by GL account and currency     *
      * (the account summary the ledger posting is checked against).  *
      *                                                               *
      *****************************************************************

       01 CURRENCY-TOT-FIELDS.
              05 CURR-TOT-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 CURR-TOT-INDEX     PIC 99 USAGE COMP.
              05 CURRENCY-TOTALS.
                     10 CURR-TOT-ENTRY OCCURS 10 TIMES.
                            15 CURR-TOT-CODE    PIC X(3).
                            15 CURR-TOT-RECS    PIC 9(7)
                                   USAGE COMP.
                            15 CURR-TOT-DEBITS  PIC S9(13)V99
                                   USAGE COMP.
                            15 CURR-TOT-CREDITS PIC S9(13)V99
                                   USAGE COMP.

       01 GL-ACCT-TOT-FIELDS.
              05 GLA-MAX            PIC 9(3) USAGE COMP VALUE 100.
              05 GLA-COUNT          PIC 9(3) USAGE COMP VALUE 0.
              05 GLA-INDEX          PIC 9(3) USAGE COMP.
              05 GL-ACCT-TOTALS.
                     10 GLA-ENTRY OCCURS 100 TIMES.
                            15 GLA-ACCOUNT      PIC X(8).
                            15 GLA-CURRENCY     PIC X(3).
                            15 GLA-DEBITS       PIC S9(13)V99
                                   USAGE COMP.
                            15 GLA-CREDITS      PIC S9(13)V99
                                   USAGE COMP.

      *****************************************************************
      *                                                               *
      * Subledger-to-GL proof by product and currency, and each       *
      * product's valuation control account -- the account its        *
      * "VALU" debits post to.                                        *
      *                                                               *
      *****************************************************************

       01 PROOF-FIELDS.
              05 PRF-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 PRF-INDEX          PIC 99 USAGE COMP.
              05 PROOF-TOTALS.
                     10 PRF-ENTRY OCCURS 20 TIMES.
                            15 PRF-PRODUCT      PIC X(4).
                            15 PRF-CURRENCY     PIC X(3).
                            15 PRF-ACCTS        PIC 9(7)
                                   USAGE COMP.
                            15 PRF-BALANCE      PIC S9(13)V99
                                   USAGE COMP.
                            15 PRF-PV           PIC S9(13)V99
                                   USAGE COMP.
                            15 PRF-GL-NET       PIC S9(13)V99
                                   USAGE COMP.
              05 CTL-COUNT          PIC 99 USAGE COMP VALUE 0.
              05 CTL-INDEX          PIC 99 USAGE COMP.
              05 CONTROL-ACCOUNTS.
                     10 CTL-ENTRY OCCURS 20 TIMES.
                            15 CTL-PRODUCT      PIC X(4).
                            15 CTL-ACCOUNT      PIC X(8).

       01 JRNL-DISP-FIELDS.
              05 COUNT-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 EXP-COUNT-OUT      PIC ZZZZZZ9 USAGE DISPLAY.
              05 HASH-OUT           PIC Z(12)9.99 USAGE DISPLAY.
              05 EXP-HASH-OUT       PIC Z(12)9.99 USAGE DISPLAY.
              05 UNMAPPED-OUT       PIC ZZZZZZ9 USAGE DISPLAY.
              05 DEBIT-OUT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 CREDIT-OUT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                     USAGE DISPLAY.
              05 NET-OUT            PIC -,---,---,---,--9.99
                     USAGE DISPLAY.
              05 BAL-OUT            PIC -,---,---,---,--9.99
                     USAGE DISPLAY.
              05 PV-OUT             PIC -,---,---,---,--9.99
                     USAGE DISPLAY.
              05 DIFF-OUT           PIC -,---,---,---,--9.99
                     USAGE DISPLAY.
              05 ACCTS-OUT          PIC ZZZZZZ9 USAGE DISPLAY.
              05 TIE-TEXT           PIC X(20).

       01 RPT-CONTROL.
              05 RPT-LINE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-NUM       PIC 99 USAGE COMP VALUE 0.
              05 RPT-PAGE-OUT       PIC Z9 USAGE DISPLAY.
              05 RPT-LINES-PER-PAGE PIC 99 USAGE COMP VALUE 20.
              05 RPT-HOLD-LINE      PIC X(132).

       procedure division.
       main-logic.
              accept wall-date from date yyyymmdd
              perform load-calendar
              perform load-gl-map
              perform open-report
              perform open-journal
              perform varying source-num from 1 by 1
                     until source-num > source-count
                     perform journal-one-source
              end-perform
              perform close-journal
              perform release-swept-entries
              perform write-account-summary
              perform prove-subledger
              perform write-unmapped-list
              perform close-report
              display "GL journal complete - journal written to "
                     "GLJRNL.DAT, proof to GLJRNLR.DAT"
              if out-of-tie-count > 0
                     move 8 to return-code
              else
                     if unmapped-total > 0
                            move 4 to return-code
                     end-if
              end-if
              perform end-program.

       load-calendar.

      *****************************************************************
      *                                                               *
      * The business day is the processing date on the CALENDAR.DAT  *
      * "C" record, the date the calendar-controlled valuation runs   *
      * stamp on their extracts.  No calendar on disk reads as "date  *
      * control not in use" and the system date is the business day.  *
      *                                                               *
      *****************************************************************

              move wall-date to journal-date
              open input calendar-file
              if calendar-status = "00"
                     perform until cal-eof
                            read calendar-file
                                   at end
                                          set cal-eof to true
                                   not at end
                                          if cal-control
                                                 move cal-date
                                                  to journal-date
                                          end-if
                            end-read
                     end-perform
                     close calendar-file
              end-if.

       load-gl-map.
              move 0 to glmap-count
              open input glmap-file
              if glmap-status not = "00"
                     display "WARNING: no GLMAP.DAT on disk - every "
                            "entry keeps its producer's GL account."
                     exit paragraph
              end-if
              perform until glmap-eof
                     read glmap-file
                            at end
                                   set glmap-eof to true
                            not at end
                                   perform load-one-gl-map
                     end-read
              end-perform
              close glmap-file.

       load-one-gl-map.
              if glmap-count < glmap-max
                     add 1 to glmap-count
                     move glm-product-code
                            to glmap-product(glmap-count)
                     move glm-entry-type
                            to glmap-entry-type(glmap-count)
                     move glm-side to glmap-side(glmap-count)
                     move glm-gl-account
                            to glmap-account(glmap-count)
              else
                     display "WARNING: more than 200 GLMAP.DAT "
                            "entries - " glm-product-code " "
                            glm-entry-type " " glm-side
                            " is ignored."
              end-if.

       open-journal.
              open output journal-file
              move spaces to gl-header-record
              move "H" to glh-record-type
              move journal-date to glh-run-date
              move "TVMJRNL" to glh-source-program
              write gl-header-record.

       journal-one-source.

      *****************************************************************
      *                                                               *
      * Take one extract into the journal.  Its header decides        *
      * whether it belongs to the business day; a current extract's   *
      * details are mapped and written through, its own "S"/"U"       *
      * control records are left behind -- the journal writes its     *
      * own -- and what was read is tied to its trailer.              *
      *                                                               *
      *****************************************************************

              move "N" to source-eof-switch
              move "N" to source-state-switch
              move "N" to trailer-found-switch
              move 0 to source-rec-count
              move 0 to source-hash-total
              move 0 to source-unmapped
              move 0 to exp-rec-count
              move 0 to exp-hash-total
              move 0 to source-run-date
              move spaces to source-program
              perform open-gl-source
              if gl-in-status not = "00"
                     add 1 to skipped-sources
                     move spaces to rpt-record
                     string source-name(source-num) delimited by size
                            "  NOT PRODUCED - NOTHING JOURNALED"
                            delimited by size
                            into rpt-record
                     end-string
                     perform write-report-line
                     exit paragraph
              end-if
              perform until source-eof
                     perform read-gl-source
                     if not source-eof
                            perform route-source-record
                     end-if
              end-perform
              perform close-gl-source
              if not source-current
                     add 1 to skipped-sources
                     perform write-stale-line
                     exit paragraph
              end-if
              if not trailer-found
                     move spaces to rpt-record
                     string source-name(source-num) delimited by size
                            "  *** NO TRAILER - EXTRACT IS TRUNCATED"
                            delimited by size
                            " ***" delimited by size
                            into rpt-record
                     end-string
                     perform write-report-line
                     perform abend-journal-run
              end-if
              if source-rec-count not = exp-rec-count
                 or source-hash-total not = exp-hash-total
                     move source-rec-count to count-out
                     move exp-rec-count to exp-count-out
                     move source-hash-total to hash-out
                     move exp-hash-total to exp-hash-out
                     move spaces to rpt-record
                     string source-name(source-num) delimited by size
                            "  *** OUT OF BALANCE: READ "
                            delimited by size
                            count-out delimited by size
                            " / " delimited by size
                            hash-out delimited by size
                            ", TRAILER " delimited by size
                            exp-count-out delimited by size
                            " / " delimited by size
                            exp-hash-out delimited by size
                            " ***" delimited by size
                            into rpt-record
                     end-string
                     perform write-report-line
                     perform abend-journal-run
              end-if
              add 1 to journaled-sources
              evaluate source-num
                     when 5
                            set redm-extract-taken to true
                     when 7
                            set chgo-extract-taken to true
              end-evaluate
              move source-rec-count to count-out
              move source-unmapped to unmapped-out
              move spaces to rpt-record
              string source-name(source-num) delimited by size
                     "  " delimited by size
                     source-program delimited by size
                     " " delimited by size
                     source-run-date delimited by size
                     "  JOURNALED " delimited by size
                     count-out delimited by size
                     " DETAIL(S), " delimited by size
                     unmapped-out delimited by size
                     " UNMAPPED" delimited by size
                     into rpt-record
              end-string
              perform write-report-line.

       route-source-record.
              evaluate glw-h-type
                     when "H"
                            move glw-h-run-date to source-run-date
                            move glw-h-source to source-program
                            if glw-h-run-date = journal-date
                               or glw-h-run-date = wall-date
                                   set source-current to true
                            else
                                   set source-stale to true
                                   set source-eof to true
                            end-if
                     when "D"
                     when "C"
                            if source-current
                                   perform journal-one-detail
                            else
                                   set source-eof to true
                            end-if
                     when "T"
                            move glw-t-count to exp-rec-count
                            move glw-t-hash to exp-hash-total
                            set trailer-found to true
                     when other
                            continue
              end-evaluate.

       write-stale-line.
              move spaces to rpt-record
              if source-stale
                     string source-name(source-num) delimited by size
                            "  " delimited by size
                            source-program delimited by size
                            " DATED " delimited by size
                            source-run-date delimited by size
                            " - NOT THIS BUSINESS DAY, NOT "
                            delimited by size
                            "JOURNALED" delimited by size
                            into rpt-record
                     end-string
              else
                     string source-name(source-num) delimited by size
                            "  *** NO HEADER RECORD - NOT "
                            delimited by size
                            "JOURNALED ***" delimited by size
                            into rpt-record
                     end-string
              end-if
              perform write-report-line.

       journal-one-detail.

      *****************************************************************
      *                                                               *
      * Map one detail to its GL account and write it to the          *
      * journal.  The source count and hash are taken on the          *
      * amounts as read, so the tie to the extract's own trailer      *
      * does not depend on the mapping.                               *
      *                                                               *
      *****************************************************************

              add 1 to source-rec-count
              add glw-d-amount to source-hash-total
              move glw-record to gl-detail-record
              perform map-gl-account
              if map-found
                     move glmap-account(glmap-index)
                            to gld-gl-account
              else
                     add 1 to source-unmapped
                     add 1 to unmapped-total
                     perform note-unmapped-entry
              end-if
              write gl-detail-record
              add 1 to gl-rec-count
              add gld-amount to gl-hash-total
              perform tally-currency-total
              perform tally-account-total.

       map-gl-account.
              move "N" to map-found-switch
              perform varying glmap-index from 1 by 1
                     until glmap-index > glmap-count
                     or map-found
                     if glmap-product(glmap-index) = glw-d-product
                        and glmap-entry-type(glmap-index)
                            = glw-d-entry-type
                        and glmap-side(glmap-index) = glw-d-type
                            set map-found to true
                     end-if
              end-perform
              if map-found
                     subtract 1 from glmap-index
              end-if.

       note-unmapped-entry.
              move "N" to entry-found-switch
              perform varying unmap-index from 1 by 1
                     until unmap-index > unmap-count
                     or entry-found
                     if unmap-product(unmap-index) = glw-d-product
                        and unmap-entry-type(unmap-index)
                            = glw-d-entry-type
                        and unmap-side(unmap-index) = glw-d-type
                            set entry-found to true
                     end-if
              end-perform
              if not entry-found and unmap-count < 20
                     add 1 to unmap-count
                     move glw-d-product to unmap-product(unmap-count)
                     move glw-d-entry-type
                            to unmap-entry-type(unmap-count)
                     move glw-d-type to unmap-side(unmap-count)
                     move glw-d-gl-account
                            to unmap-account(unmap-count)
              end-if.

       tally-currency-total.
              move "N" to entry-found-switch
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     or entry-found
                     if curr-tot-code(curr-tot-index)
                            = gld-currency-code
                            set entry-found to true
                     end-if
              end-perform
              if entry-found
                     subtract 1 from curr-tot-index
              else
                     if curr-tot-count < 10
                            add 1 to curr-tot-count
                            move curr-tot-count to curr-tot-index
                            move gld-currency-code
                                   to curr-tot-code(curr-tot-index)
                            move 0 to curr-tot-recs(curr-tot-index)
                            move 0 to curr-tot-debits(curr-tot-index)
                            move 0
                                   to curr-tot-credits(curr-tot-index)
                     else
                            display "WARNING: more than 10 "
                                   "currencies journaled - "
                                   gld-currency-code " is excluded "
                                   "from the control totals."
                            exit paragraph
                     end-if
              end-if
              add 1 to curr-tot-recs(curr-tot-index)
              if gld-record-type = "D"
                     add gld-amount to curr-tot-debits(curr-tot-index)
              else
                     add gld-amount
                            to curr-tot-credits(curr-tot-index)
              end-if.

       tally-account-total.
              move "N" to entry-found-switch
              perform varying gla-index from 1 by 1
                     until gla-index > gla-count
                     or entry-found
                     if gla-account(gla-index) = gld-gl-account
                        and gla-currency(gla-index)
                            = gld-currency-code
                            set entry-found to true
                     end-if
              end-perform
              if entry-found
                     subtract 1 from gla-index
              else
                     if gla-count < gla-max
                            add 1 to gla-count
                            move gla-count to gla-index
                            move gld-gl-account
                                   to gla-account(gla-index)
                            move gld-currency-code
                                   to gla-currency(gla-index)
                            move 0 to gla-debits(gla-index)
                            move 0 to gla-credits(gla-index)
                     else
                            display "WARNING: more than 100 GL "
                                   "accounts journaled - "
                                   gld-gl-account " is excluded "
                                   "from the account summary."
                            exit paragraph
                     end-if
              end-if
              if gld-record-type = "D"
                     add gld-amount to gla-debits(gla-index)
              else
                     add gld-amount to gla-credits(gla-index)
              end-if.

       close-journal.

      *****************************************************************
      *                                                               *
      * One "S" control record per currency and the "T" trailer, as  *
      * every extract carries; the trailer's reject count is the      *
      * number of extracts not journaled.  Debits must equal          *
      * credits in every currency -- a journal that does not balance  *
      * never reaches the ledger.                                     *
      *                                                               *
      *****************************************************************

              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     move spaces to gl-currency-sub-record
                     move "S" to gls-record-type
                     move curr-tot-code(curr-tot-index)
                            to gls-currency-code
                     move curr-tot-recs(curr-tot-index)
                            to gls-rec-count
                     compute gls-hash-total =
                            curr-tot-debits(curr-tot-index)
                            + curr-tot-credits(curr-tot-index)
                     write gl-currency-sub-record
                     if curr-tot-debits(curr-tot-index)
                            not = curr-tot-credits(curr-tot-index)
                            add 1 to unbalanced-count
                     end-if
              end-perform
              move spaces to gl-trailer-record
              move "T" to glt-record-type
              move gl-rec-count to glt-record-count
              move gl-hash-total to glt-hash-total
              move skipped-sources to glt-reject-count
              write gl-trailer-record
              close journal-file
              perform write-currency-balance
              if unbalanced-count > 0
                     perform abend-journal-run
              end-if.

       release-swept-entries.

      *****************************************************************
      *                                                               *
      * The journal is balanced and final, so the swept pairs it      *
      * carries are booked: empty the file each sweeping program      *
      * keeps them on.  An extract not taken tonight leaves its file  *
      * alone for the producer to sweep into its next extract.        *
      *                                                               *
      *****************************************************************

              if redm-extract-taken
                     open input redm-swept-file
                     if swept-status = "00"
                            close redm-swept-file
                            open output redm-swept-file
                            close redm-swept-file
                     end-if
              end-if
              if chgo-extract-taken
                     open input rcvry-swept-file
                     if swept-status = "00"
                            close rcvry-swept-file
                            open output rcvry-swept-file
                            close rcvry-swept-file
                     end-if
              end-if.

       write-currency-balance.
              move spaces to rpt-record
              perform write-report-line
              move "JOURNAL BALANCE BY CURRENCY" to rpt-record
              perform write-report-line
              perform varying curr-tot-index from 1 by 1
                     until curr-tot-index > curr-tot-count
                     move curr-tot-recs(curr-tot-index) to count-out
                     move curr-tot-debits(curr-tot-index)
                            to debit-out
                     move curr-tot-credits(curr-tot-index)
                            to credit-out
                     if curr-tot-debits(curr-tot-index)
                            = curr-tot-credits(curr-tot-index)
                            move "IN BALANCE" to tie-text
                     else
                            move "*** OUT OF BALANCE" to tie-text
                     end-if
                     move spaces to rpt-record
                     string "  " delimited by size
                            curr-tot-code(curr-tot-index)
                            delimited by size
                            " RECS=" delimited by size
                            count-out delimited by size
                            " DR=" delimited by size
                            debit-out delimited by size
                            " CR=" delimited by size
                            credit-out delimited by size
                            "  " delimited by size
                            tie-text delimited by size
                            into rpt-record
                     end-string
                     perform write-report-line
              end-perform.

       write-account-summary.
              move spaces to rpt-record
              perform write-report-line
              move "JOURNAL SUMMARY BY GL ACCOUNT" to rpt-record
              perform write-report-line
              perform varying gla-index from 1 by 1
                     until gla-index > gla-count
                     move gla-debits(gla-index) to debit-out
                     move gla-credits(gla-index) to credit-out
                     compute net-out =
                            gla-debits(gla-index)
                            - gla-credits(gla-index)
                     move spaces to rpt-record
                     string "  " delimited by size
                            gla-account(gla-index) delimited by size
                            " " delimited by size
                            gla-currency(gla-index)
                            delimited by size
                            " DR=" delimited by size
                            debit-out delimited by size
                            " CR=" delimited by size
                            credit-out delimited by size
                            " NET=" delimited by size
                            net-out delimited by size
                            into rpt-record
                     end-string
                     perform write-report-line
              end-perform.

       prove-subledger.

      *****************************************************************
      *                                                               *
      * Tie the subledger to what was posted.  The valuation entries  *
      * against each product's control account are sorted into       *
      * account order and match-merged against the day's VALHIST.DAT  *
      * records, which the index already delivers in account order,  *
      * so an account valued and then paid out the same night still   *
      * ties under its own currency.  The master pass supplies the    *
      * account count and outstanding balance beside them, leaving    *
      * out an account TVMCHGO has charged off: its balance has gone  *
      * to the loss reserve and is no longer carried in the product.  *
      *                                                               *
      *****************************************************************

              sort sort-work
                     on ascending key srt-account-id
                     input procedure is select-valuation-entries
                            thru select-valuation-entries-exit
                     giving proof-sort-file
              open input master-file
              if master-status = "00"
                     set master-open to true
                     perform tally-master-balances
              else
                     display "WARNING: unable to open MASTER.DAT - "
                            "status " master-status
                            " - no outstanding balances proved."
              end-if
              perform merge-valuation-history
              if master-open
                     close master-file
              end-if
              perform write-proof-section.

       select-valuation-entries.
              move "N" to jrnl-eof-switch
              open input journal-file
              if journal-status not = "00"
                     go to select-valuation-entries-exit
              end-if
              perform until jrnl-eof
                     read journal-file
                            at end
                                   set jrnl-eof to true
                            not at end
                                   if gld-entry-type = "VALU"
                                      and (gld-record-type = "D"
                                      or gld-record-type = "C")
                                          perform select-one-entry
                                   end-if
                     end-read
              end-perform
              close journal-file.

       select-valuation-entries-exit.
              exit.

       select-one-entry.

      *****************************************************************
      *                                                               *
      * A product's control account is the account its valuation      *
      * debits post to; a debit there adds to the GL net, a credit    *
      * to the same account takes it back off.  The valuation's      *
      * offsetting credit to clearing is no part of the proof.        *
      *                                                               *
      *****************************************************************

              move "N" to entry-found-switch
              perform varying ctl-index from 1 by 1
                     until ctl-index > ctl-count
                     or entry-found
                     if ctl-product(ctl-index) = gld-product-code
                            set entry-found to true
                     end-if
              end-perform
              if entry-found
                     subtract 1 from ctl-index
              else
                     if gld-record-type not = "D" or ctl-count >= 20
                            exit paragraph
                     end-if
                     add 1 to ctl-count
                     move ctl-count to ctl-index
                     move gld-product-code to ctl-product(ctl-index)
                     move gld-gl-account to ctl-account(ctl-index)
              end-if
              if gld-gl-account not = ctl-account(ctl-index)
                     exit paragraph
              end-if
              move gld-account-id to srt-account-id
              move gld-product-code to srt-product-code
              move gld-currency-code to srt-currency-code
              if gld-record-type = "D"
                     move gld-amount to srt-amount
              else
                     compute srt-amount = 0 - gld-amount
              end-if
              release sort-work-record.

       tally-master-balances.
              move "N" to master-eof-switch
              perform until master-eof
                     read master-file next record
                            at end
                                   set master-eof to true
                            not at end
                                   if not mast-charged-off
                                          perform tally-one-master
                                   end-if
                     end-read
              end-perform.

       tally-one-master.
              move mast-product-code to work-product
              move mast-currency-code to work-currency
              if work-currency = spaces
                     move "USD" to work-currency
              end-if
              move 1 to work-accts
              move mast-outstanding-bal to work-balance
              move 0 to work-pv
              move 0 to work-gl-net
              perform tally-proof-total.

       merge-valuation-history.
              move "N" to sort-eof-switch
              move "N" to valhist-eof-switch
              open input proof-sort-file
              if proof-sort-status = "00"
                     perform read-proof-sort
              else
                     set sort-eof to true
              end-if
              open input valhist-file
              if valhist-status = "00"
                     perform read-day-valuation
              else
                     set valhist-eof to true
              end-if
              perform until valhist-eof and sort-eof
                     perform prove-one-account
              end-perform
              if valhist-status not = "35"
                     close valhist-file
              end-if
              if proof-sort-status not = "35"
                     close proof-sort-file
              end-if.

       prove-one-account.
              if valhist-eof
                     move psr-account-id to work-account
              else
                     if sort-eof or valh-account-id < psr-account-id
                            move valh-account-id to work-account
                     else
                            move psr-account-id to work-account
                     end-if
              end-if
              move 0 to work-accts
              move 0 to work-balance
              move 0 to work-pv
              move 0 to work-gl-net
              move spaces to work-product
              move spaces to work-currency
              perform until sort-eof
                     or psr-account-id not = work-account
                     add psr-amount to work-gl-net
                     move psr-product-code to work-product
                     move psr-currency-code to work-currency
                     perform read-proof-sort
              end-perform
              perform until valhist-eof
                     or valh-account-id not = work-account
                     add valh-present-value to work-pv
                     move valh-product-code to work-product
                     perform read-day-valuation
              end-perform
              if work-currency = spaces
                     perform find-account-currency
              end-if
              perform tally-proof-total.

       find-account-currency.
              move "USD" to work-currency
              if not master-open
                     exit paragraph
              end-if
              move work-account to mast-account-id
              read master-file record
                     invalid key
                            continue
                     not invalid key
                            if mast-currency-code not = spaces
                                   move mast-currency-code
                                          to work-currency
                            end-if
              end-read.

       read-proof-sort.
              read proof-sort-file
                     at end
                            set sort-eof to true
              end-read.

       read-day-valuation.
              move "N" to day-found-switch
              perform until valhist-eof or day-found
                     read valhist-file next record
                            at end
                                   set valhist-eof to true
                            not at end
                                   if valh-run-date = journal-date
                                          set day-found to true
                                   end-if
                     end-read
              end-perform.

       tally-proof-total.
              move "N" to entry-found-switch
              perform varying prf-index from 1 by 1
                     until prf-index > prf-count
                     or entry-found
                     if prf-product(prf-index) = work-product
                        and prf-currency(prf-index) = work-currency
                            set entry-found to true
                     end-if
              end-perform
              if entry-found
                     subtract 1 from prf-index
              else
                     if prf-count < 20
                            add 1 to prf-count
                            move prf-count to prf-index
                            move work-product to prf-product(prf-index)
                            move work-currency
                                   to prf-currency(prf-index)
                            move 0 to prf-accts(prf-index)
                            move 0 to prf-balance(prf-index)
                            move 0 to prf-pv(prf-index)
                            move 0 to prf-gl-net(prf-index)
                     else
                            display "WARNING: more than 20 product/"
                                   "currency pairs - " work-product
                                   " " work-currency " is excluded "
                                   "from the proof."
                            exit paragraph
                     end-if
              end-if
              add work-accts to prf-accts(prf-index)
              add work-balance to prf-balance(prf-index)
              add work-pv to prf-pv(prf-index)
              add work-gl-net to prf-gl-net(prf-index).

       write-proof-section.
              move spaces to rpt-record
              perform write-report-line
              move "SUBLEDGER TO GL PROOF BY PRODUCT/CURRENCY"
                     to rpt-record
              perform write-report-line
              move spaces to rpt-record
              string "  PROD CUR   ACCTS     OUTSTANDING BAL"
                     delimited by size
                     "         VALHIST PV       GL NET POSTED"
                     delimited by size
                     "          DIFFERENCE" delimited by size
                     into rpt-record
              end-string
              perform write-report-line
              perform varying prf-index from 1 by 1
                     until prf-index > prf-count
                     perform write-one-proof-line
              end-perform.

       write-one-proof-line.
              move prf-accts(prf-index) to accts-out
              move prf-balance(prf-index) to bal-out
              move prf-pv(prf-index) to pv-out
              move prf-gl-net(prf-index) to net-out
              compute diff-out =
                     prf-pv(prf-index) - prf-gl-net(prf-index)
              if prf-pv(prf-index) = prf-gl-net(prf-index)
                     move spaces to tie-text
              else
                     move "*** OUT OF TIE ***" to tie-text
                     add 1 to out-of-tie-count
              end-if
              move spaces to rpt-record
              string "  " delimited by size
                     prf-product(prf-index) delimited by size
                     " " delimited by size
                     prf-currency(prf-index) delimited by size
                     " " delimited by size
                     accts-out delimited by size
                     bal-out delimited by size
                     pv-out delimited by size
                     net-out delimited by size
                     diff-out delimited by size
                     " " delimited by size
                     tie-text delimited by size
                     into rpt-record
              end-string
              perform write-report-line.

       write-unmapped-list.
              if unmap-count = 0
                     exit paragraph
              end-if
              move spaces to rpt-record
              perform write-report-line
              move spaces to rpt-record
              string "ENTRIES WITH NO GLMAP.DAT MAPPING (POSTED TO "
                     delimited by size
                     "THE PRODUCER'S ACCOUNT)" delimited by size
                     into rpt-record
              end-string
              perform write-report-line
              perform varying unmap-index from 1 by 1
                     until unmap-index > unmap-count
                     move spaces to rpt-record
                     string "  PRODUCT=" delimited by size
                            unmap-product(unmap-index)
                            delimited by size
                            " ENTRY=" delimited by size
                            unmap-entry-type(unmap-index)
                            delimited by size
                            " SIDE=" delimited by size
                            unmap-side(unmap-index) delimited by size
                            " POSTED TO " delimited by size
                            unmap-account(unmap-index)
                            delimited by size
                            into rpt-record
                     end-string
                     perform write-report-line
              end-perform.

       open-gl-source.
              evaluate source-num
                     when 1
                            open input gl-in-1
                     when 2
                            open input gl-in-2
                     when 3
                            open input gl-in-3
                     when 4
                            open input gl-in-4
                     when 5
                            open input gl-in-5
                     when 6
                            open input gl-in-6
                     when 7
                            open input gl-in-7
              end-evaluate.

       read-gl-source.
              evaluate source-num
                     when 1
                            read gl-in-1
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl1-record
                                                 to glw-record
                            end-read
                     when 2
                            read gl-in-2
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl2-record
                                                 to glw-record
                            end-read
                     when 3
                            read gl-in-3
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl3-record
                                                 to glw-record
                            end-read
                     when 4
                            read gl-in-4
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl4-record
                                                 to glw-record
                            end-read
                     when 5
                            read gl-in-5
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl5-record
                                                 to glw-record
                            end-read
                     when 6
                            read gl-in-6
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl6-record
                                                 to glw-record
                            end-read
                     when 7
                            read gl-in-7
                                   at end
                                          set source-eof to true
                                   not at end
                                          move gl7-record
                                                 to glw-record
                            end-read
              end-evaluate.

       close-gl-source.
              evaluate source-num
                     when 1
                            close gl-in-1
                     when 2
                            close gl-in-2
                     when 3
                            close gl-in-3
                     when 4
                            close gl-in-4
                     when 5
                            close gl-in-5
                     when 6
                            close gl-in-6
                     when 7
                            close gl-in-7
              end-evaluate.

       abend-journal-run.
              move spaces to rpt-record
              string "*** RUN ABENDED - GL JOURNAL OUT OF BALANCE "
                     delimited by size
                     "- JOURNAL IS NOT FINAL ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file
              move 16 to return-code
              stop run.

       open-report.
              open output rpt-file
              move 0 to rpt-line-count
              move 0 to rpt-page-num
              perform write-report-header.

       write-report-header.
              add 1 to rpt-page-num
              move rpt-page-num to rpt-page-out
              move spaces to rpt-record
              string "DAILY GL JOURNAL AND PROOF" delimited by size
                     "  BUSINESS DAY: " delimited by size
                     journal-date delimited by size
                     "  PAGE: " delimited by size
                     rpt-page-out delimited by size
                     into rpt-record
              end-string
              write rpt-record
              move "EXTRACT / SOURCE / DISPOSITION" to rpt-record
              write rpt-record
              move 2 to rpt-line-count.

       write-report-line.
              if rpt-line-count >= rpt-lines-per-page
                     move rpt-record to rpt-hold-line
                     perform write-report-header
                     move rpt-hold-line to rpt-record
              end-if
              write rpt-record
              add 1 to rpt-line-count.

       close-report.
              move gl-rec-count to count-out
              move unmapped-total to unmapped-out
              move spaces to rpt-record
              write rpt-record
              move spaces to rpt-record
              string "*** END OF REPORT - " delimited by size
                     count-out delimited by size
                     " ENTRIES JOURNALED, " delimited by size
                     unmapped-out delimited by size
                     " UNMAPPED ***" delimited by size
                     into rpt-record
              end-string
              write rpt-record
              close rpt-file.

       end-program.
              stop run.
