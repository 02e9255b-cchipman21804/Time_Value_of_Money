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
              perform open-report
              perform read-limits
              perform read-operator-auth
              perform sign-on-operator
              if sgn-refused
                     move 8 to return-code
                     go to end-program
              end-if
              go to user-input.

       read-limits.
              move lim-max-term-years to lim-term-out
              move lim-max-principal to lim-principal-out.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted.                                                   *
      *                                                               *
      *****************************************************************

              move "I" to sgn-mode
              move "FAGF" to sgn-program
              call "tvmsign" using sign-on-request.

       read-operator-auth.

      *****************************************************************
