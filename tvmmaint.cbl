      * second operator to apply or reject through TVMAPPRV, so no    *
      * single operator can move the book of record alone.            *
      *                                                               *
      * Once payments have been posted to an ANNU account its rate,   *
      * term, and payment are no longer changed here -- redrawing     *
      * the schedule from the open date would put the borrower        *
      * years ahead or behind.  They change only through a TVMMODF    *
      * loan modification, effective from a date.                     *
      *                                                               *
      *****************************************************************

       identification division.
              05 BEFORE-IMAGE       PIC X(90).
              05 HOLD-RATE          PIC 99V9999.
              05 HOLD-AMOUNT        PIC 9(9)V99.
              05 HOLD-TERM          PIC 99.
              05 AMOUNT-DELTA       PIC S9(9)V99 USAGE COMP.
              05 DUAL-CONTROL-SWITCH PIC X VALUE "N".
                     88 DUAL-CONTROL-ON VALUE "Y".
              05 TERM-OUT           PIC Z9 USAGE DISPLAY.
              05 BALANCE-OUT        PIC -ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.

       copy "purgreq.cpy".

       procedure division.
       main-logic.
              perform init-ws
              end-if
              move 0 to mast-outstanding-bal
              move 0 to mast-last-accrual-date
              move space to mast-rate-type
              move space to mast-account-status
              write master-record
                     invalid key
                            display "ERROR: unable to add account "
              move master-record to before-image
              move mast-annual-interest to hold-rate
              move mast-amount to hold-amount
              move mast-annual-term to hold-term
              display "Enter the replacement values:"
              perform enter-account-fields
                     thru enter-account-fields-exit
              if not entry-ok
                     go to change-account-exit
              end-if
              if mast-product-code = "ANNU"
                 and mast-outstanding-bal not = 0
                 and (mast-annual-interest not = hold-rate
                      or mast-amount not = hold-amount
                      or mast-annual-term not = hold-term)
                     display "Account " work-account-id " has "
                            "payments posted - change its rate, term, "
                            "or payment through a loan modification "
                            "(TVMMODF).  Nothing changed."
                     go to change-account-exit
              end-if
              if dual-control-on
                     perform judge-dual-control
                     if needs-approval
                                   master-status
                            go to delete-account-exit
              end-delete
              move work-account-id to purg-account-id
              set purg-keep-pending to true
              call "tvmpurg" using purge-request
              move spaces to master-record
              perform write-maint-audit
              display "Account " work-account-id " deleted.".
                     display "At Maturity:   (no instruction)"
              else
                     display "At Maturity:   " mast-rollover-code
              end-if
              if mast-variable-rate
                     display "Rate Type:     VARIABLE (see VARRATE)"
              end-if.

       enter-account-fields.
