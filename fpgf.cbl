                     file status is fxrate-status.

              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is sequential
                     record key is oper-id
                     file status is operauth-status.

              select valhist-file assign to "VALHIST.DAT"

       01 OPERAUTH-STATUS        PIC XX.

       copy "signon.cpy".

       01 AUTH-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 AUTH-MAX-PRINCIPAL PIC 9(9)V99.
                     "(M)ark-to-market batch mode, or "
                     "(I)nteractive mode? "
              accept mode-switch
              perform sign-on-operator
              if (batch-mode or market-mode)
                 and not run-refused
                     perform get-stream-range
                            thru get-stream-range-exit
              end-if
              perform load-calendar
              if (batch-mode or market-mode)
                 and not run-refused
                     perform check-batch-date
              end-if
              if not run-refused
       get-stream-range-exit.
              continue.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted: a password at the terminal, or an active          *
      * profile for the job's user id on a batch run.  Called from    *
      * TVMMENU, the menu's sign-on carries over.                     *
      *                                                               *
      *****************************************************************

              if batch-mode or market-mode
                     move "B" to sgn-mode
              else
                     move "I" to sgn-mode
              end-if
              move "FPGF" to sgn-program
              call "tvmsign" using sign-on-request
              if sgn-refused
                     set run-refused to true
              end-if.

       read-operator-auth.

      *****************************************************************
                 and mast-account-id > range-high
                     set master-eof to true
              else
                     if mast-charged-off
                            move "is charged off - not valued"
                                   to skip-reason
                            perform skip-master-record
                     else
                            perform batch-process-record
                     end-if
              end-if.

       batch-process-record.
              move "10400200" to gld-gl-account
              move present-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "VALU" to gld-entry-type
              write gl-detail-record
              add 1 to gl-rec-count
              add present-value to gl-hash-total
              move "30500200" to gld-gl-account
              move present-value to gld-amount
              move currency-out to gld-currency-code
              move mast-product-code to gld-product-code
              move "VALU" to gld-entry-type
              write gl-detail-record
              add 1 to gl-rec-count
              add present-value to gl-hash-total.
