      *                                                               *
      * Menu-driven front end that dispatches to the FFGP, FPGF, and  *
      * FPGA calculators, the TVMMAINT master maintenance program,    *
      * the TVMSOLVE goal-seek solver, the TVMREDM early withdrawal   *
      * program, the TVMPAYOF payoff quote, the TVMDAUTH auto-debit   *
      * authorization maintenance, the TVMVRATE variable-rate terms   *
      * maintenance, the TVMMODF loan modification, the TVMOPER       *
      * operator profile maintenance, the TVMCTLM control table       *
      * maintenance, and the TVMACINQ account inquiry as CALLed       *
      * subprograms, so an operator can run several calculations      *
      * back-to-back in one session instead of exiting one program    *
      * and launching another from JCL/the command line.              *
      *                                                               *
      * The operator signs on through TVMSIGN before the menu is      *
      * offered, and that one sign-on holds for the session.          *
      * Before dispatching, the operator's OPERAUTH.DAT profile is    *
      * checked for the selected program; a denied attempt is         *
      * refused and written to the shared audit log with a denial     *
       input-output section.
       file-control.
              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

              select tvm-log-file assign to "TVMLOG.DAT"
       working-storage section.

       01 MENU-SWITCHES.
              05 MENU-CHOICE             PIC XX VALUE SPACES.
                     88 MENU-FFGP        VALUE "1".
                     88 MENU-FPGF        VALUE "2".
                     88 MENU-FPGA        VALUE "3".
                     88 MENU-SOLVE       VALUE "5".
                     88 MENU-CUST        VALUE "6".
                     88 MENU-APPRV       VALUE "7".
                     88 MENU-REDM        VALUE "8".
                     88 MENU-PAYOF       VALUE "9".
                     88 MENU-DAUTH       VALUE "10".
                     88 MENU-VRATE       VALUE "11".
                     88 MENU-MODF        VALUE "12".
                     88 MENU-OPER        VALUE "13".
                     88 MENU-CTLM        VALUE "14".
                     88 MENU-ACINQ       VALUE "15".
                     88 MENU-QUIT        VALUE "Q" "q".
              05 MENU-DONE-SWITCH        PIC X VALUE "N".
                     88 MENU-DONE        VALUE "Y".

       01 OPERAUTH-STATUS        PIC XX.

       copy "signon.cpy".

       01 TVM-LOG-STATUS         PIC XX.

       01 AUTH-FIELDS.

       procedure division.
       main-logic.
              perform sign-on-operator
              if sgn-refused
                     move 8 to return-code
                     stop run
              end-if
              perform read-operator-auth
              perform until menu-done
                     perform display-menu
                                   if auth-ok
                                          call "tvmapprv"
                                   end-if
                            when menu-redm
                                   move "TVMREDM" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmredm"
                                   end-if
                            when menu-payof
                                   move "TVMPAYOF" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmpayof"
                                   end-if
                            when menu-dauth
                                   move "TVMDAUTH" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmdauth"
                                   end-if
                            when menu-vrate
                                   move "TVMVRATE" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmvrate"
                                   end-if
                            when menu-modf
                                   move "TVMMODF" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmmodf"
                                   end-if
                            when menu-oper
                                   move "TVMOPER" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmoper"
                                   end-if
                            when menu-ctlm
                                   move "TVMCTLM" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmctlm"
                                   end-if
                            when menu-acinq
                                   move "TVMACINQ" to target-program
                                   perform check-authorization
                                   if auth-ok
                                          call "tvmacinq"
                                   end-if
                            when menu-quit
                                   set menu-done to true
                            when other
                                   display "Invalid selection - "
                                          "choose 1 through 15 "
                                          "or Q."
                     end-evaluate
              end-perform
              stop run.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before the menu is       *
      * offered; the sign-on holds for every program CALLed from      *
      * it.                                                           *
      *                                                               *
      *****************************************************************

              move "I" to sgn-mode
              move "TVMMENU" to sgn-program
              call "tvmsign" using sign-on-request.

       read-operator-auth.

      *****************************************************************
              display "  4. Master file maintenance"
              display "  5. Goal-seek solver (implied rate or term)"
              display "  6. Customer file maintenance"
              display "  7. Change approval (master and control tables)"
              display "  8. FUTV early withdrawal / redemption"
              display "  9. ANNU payoff quote"
              display " 10. Auto-debit authorization maintenance"
              display " 11. Variable-rate terms maintenance"
              display " 12. Loan modification"
              display " 13. Operator profile maintenance"
              display " 14. Control table maintenance"
              display " 15. Account inquiry (all files, read-only)"
              display "  Q. Quit"
              display "Enter selection: ".
