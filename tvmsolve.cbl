                     file status is limits-status.

              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

       data division.

       01 OPERAUTH-STATUS        PIC XX.

       copy "signon.cpy".

       01 AUTH-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 AUTH-MAX-PRINCIPAL PIC 9(9)V99.
       procedure division.
       main-logic.
              perform init-ws
              perform sign-on-operator
              if sgn-refused
                     move 8 to return-code
                     perform end-program
              end-if
              perform open-report
              display "GOAL-SEEK SOLVER"
              display "Solve for implied (R)ate given PV/FV/term, "
              move lim-max-term-years to lim-term-out
              move lim-max-principal to lim-principal-out.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted.  Called from TVMMENU, the menu's sign-on          *
      * carries over without a second prompt.                         *
      *                                                               *
      *****************************************************************

              move "I" to sgn-mode
              move "TVMSOLVE" to sgn-program
              call "tvmsign" using sign-on-request.

       read-operator-auth.

      *****************************************************************
