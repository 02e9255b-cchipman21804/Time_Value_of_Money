                     file status is calendar-status.

              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

              select ckpt-file assign to "FFGPCKPT.DAT"

       01 OPERAUTH-STATUS        PIC XX.

       copy "signon.cpy".

       01 AUTH-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 AUTH-MAX-PRINCIPAL PIC 9(9)V99.
              display "Run in (B)atch mode from transaction file, "
                     "(W)hat-if rate/term grid, or (I)nteractive mode? "
              accept mode-switch
              perform sign-on-operator
              perform load-calendar
              if batch-mode and not run-refused
                     perform check-batch-date
              end-if
              if not run-refused
              end-rewrite
              close runctl-file.

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
              move "FFGP" to sgn-program
              call "tvmsign" using sign-on-request
              if sgn-refused
                     set run-refused to true
              end-if.

       read-operator-auth.

      *****************************************************************
