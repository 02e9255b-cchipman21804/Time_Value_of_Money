      * not register), and the command that launches it.  Steps run   *
      * in file order; after each step the driver checks both the     *
      * command's return code and -- for registering programs -- the  *
      * RUNCTL.DAT entry the step wrote.  A step whose program        *
      * signals warnings with a low return code (the TVMINTEG         *
      * integrity sweep's RC=4) may carry the highest return code     *
      * still to be let through; the step is logged OK WITH WARNINGS  *
      * and the cycle carries on.  A step that failed, or             *
      * that left no COMPLETE run-control entry, halts the cycle:     *
      * every remaining step is logged SKIPPED, never released, so    *
      * valmove can no longer run off a half-written valuation.       *
      * verify the run really completed; spaces means the step's      *
      * only verdict is its return code.  STEP-COMMAND is the         *
      * command line the driver hands to the system to launch the     *
      * step.  STEP-MAX-RC, in the last column, is the highest        *
      * return code the step may end with and still be OK; space      *
      * (every step-control line written before the column existed)   *
      * means zero.                                                   *
      *                                                               *
      *****************************************************************

              05 step-number            pic 9(3).
              05 step-program           pic x(8).
              05 step-command           pic x(68).
              05 step-max-rc            pic x.

       fd  runctl-file.
       copy "runctl.cpy".
              05 STEP-END-DATE      PIC 9(8).
              05 STEP-END-TIME      PIC 9(8).
              05 STEP-RETURN-CODE   PIC S9(4) USAGE COMP.
              05 STEP-ALLOWED-RC    PIC 9 USAGE COMP.
              05 STEP-DISPOSITION   PIC X(24).
              05 LATEST-START-DATE  PIC 9(8).
              05 LATEST-START-TIME  PIC 9(8).
              accept step-end-time from time
              perform judge-step-outcome
              perform log-step-result
              if step-disposition(1:2) not = "OK"
                     set cycle-halted to true
                     move step-number to failed-step
              end-if.

      *****************************************************************
      *                                                               *
      * A step is only OK when its command came back zero (or no      *
      * higher than its STEP-MAX-RC) AND, for a program that          *
      * registers on RUNCTL.DAT, the latest entry that program wrote  *
      * is COMPLETE and ended after this step started.  The end       *
      * timestamp is always the wall clock even when a calendar-      *
      * controlled run registers under its processing date, so a      *
      * COMPLETE entry left over from a prior night can never stand   *
      * in for a step that did nothing tonight.  A higher return      *
      * code, a FAILED or still-ACTIVE entry, or no entry at all      *
      * after the step supposedly ran, all read as a failure --       *
      * exactly the verdicts the operator used to render by eye.      *
      *                                                               *
      *****************************************************************

              move 0 to step-allowed-rc
              if step-max-rc >= "1" and step-max-rc <= "9"
                     move step-max-rc to step-allowed-rc
              end-if
              if step-return-code < 0
                 or step-return-code > step-allowed-rc
                     move "FAILED - BAD RC" to step-disposition
                     exit paragraph
              end-if
              if step-program = spaces
                     perform judge-step-warnings
                     exit paragraph
              end-if
              perform find-latest-runctl-entry
                            move "FAILED - STALE ENTRY"
                                   to step-disposition
                     when latest-status = "C"
                            perform judge-step-warnings
                     when latest-status = "F"
                            move "FAILED - RUN FAILED"
                                   to step-disposition
                                   to step-disposition
              end-evaluate.

       judge-step-warnings.
              if step-return-code = 0
                     move "OK" to step-disposition
              else
                     move "OK WITH WARNINGS" to step-disposition
              end-if.

       find-latest-runctl-entry.

      *****************************************************************
