      *****************************************************************
      * AUTO-DEBIT AUTHORIZATION MAINTENANCE                          *
      *                                                               *
      * Menu-driven online maintenance for the indexed DEBITAUT.DAT   *
      * auto-debit authorizations -- add, change, cancel, and         *
      * inquiry -- so a customer's signed debit authorization is put  *
      * on file against the ANNU account it pays, and TVMCOLL pulls   *
      * that account's installments from the customer's bank.  Every  *
      * add/change/cancel writes a before/after image of the record,  *
      * stamped with the operator and date/time, to DAUTHAUD.DAT the  *
      * same way TVMCUST audits customer maintenance.                 *
      *                                                               *
      * A change can reactivate an authorization TVMSETL suspended    *
      * for returns, once the customer has supplied a good bank       *
      * account; reactivation clears the return count.  An            *
      * authorization is cancelled rather than deleted, so the        *
      * account's return history stays on file; if the customer       *
      * signs again, Add puts the new authorization in its place and  *
      * the cancelled record is kept as the audit's before image.     *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmdauth is initial program.

       environment division.
       input-output section.
       file-control.
              select debit-auth-file assign to "DEBITAUT.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is dauth-account-id
                     file status is debit-auth-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select dauth-audit-file assign to "DAUTHAUD.DAT"
                     organization is line sequential
                     file status is dauth-audit-status.

       data division.
       file section.
       fd  debit-auth-file.
       copy "debitaut.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  dauth-audit-file.
       01  dauth-audit-record.
              05 daud-date             pic 9(8).
              05 daud-time             pic 9(8).
              05 daud-operator         pic x(8).
              05 daud-action           pic x(3).
              05 daud-account-id       pic x(10).
              05 daud-before-image     pic x(110).
              05 daud-after-image      pic x(110).

       working-storage section.

       01 DEBIT-AUTH-STATUS      PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 DAUTH-AUDIT-STATUS     PIC XX.

       01 DAUTH-MAINT-SWITCHES.
              05 MAINT-CHOICE            PIC X VALUE SPACE.
                     88 MAINT-ADD        VALUE "A" "a".
                     88 MAINT-CHANGE     VALUE "C" "c".
                     88 MAINT-CANCEL     VALUE "X" "x".
                     88 MAINT-INQUIRY    VALUE "I" "i".
                     88 MAINT-QUIT       VALUE "Q" "q".
              05 MAINT-DONE-SWITCH       PIC X VALUE "N".
                     88 MAINT-DONE       VALUE "Y".
              05 ENTRY-OK-SWITCH         PIC X VALUE "N".
                     88 ENTRY-OK         VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".
              05 REACTIVATE-SWITCH       PIC X VALUE "N".
                     88 REACTIVATE       VALUE "Y" "y".
              05 READD-SWITCH            PIC X VALUE "N".
                     88 READD-CANCELLED  VALUE "Y".

       01 DAUTH-WORK-FIELDS.
              05 WORK-ACCOUNT-ID    PIC X(10).
              05 BEFORE-IMAGE       PIC X(110).
              05 EDIT-DATE          PIC X(8).
              05 RETURN-COUNT-OUT   PIC ZZ9 USAGE DISPLAY.

       procedure division.
       main-logic.
              perform init-ws
              if debit-auth-status not = "00"
                     display "ERROR: unable to open DEBITAUT.DAT - "
                            "status " debit-auth-status
              else
                     perform until maint-done
                            perform display-menu
                            accept maint-choice
                            evaluate true
                                   when maint-add
                                          perform add-auth
                                             thru add-auth-exit
                                   when maint-change
                                          perform change-auth
                                             thru change-auth-exit
                                   when maint-cancel
                                          perform cancel-auth
                                             thru cancel-auth-exit
                                   when maint-inquiry
                                          perform inquire-auth
                                             thru inquire-auth-exit
                                   when maint-quit
                                          set maint-done to true
                                   when other
                                          display "Invalid selection - "
                                                 "choose A, C, X, I, "
                                                 "or Q."
                            end-evaluate
                     end-perform
                     close debit-auth-file
                     if master-status = "00"
                            close master-file
                     end-if
              end-if
              perform end-program.

       init-ws.
              open i-o debit-auth-file
              if debit-auth-status = "35"
                     open output debit-auth-file
                     close debit-auth-file
                     open i-o debit-auth-file
              end-if
              open input master-file.

       display-menu.
              display " "
              display "AUTO-DEBIT AUTHORIZATION MAINTENANCE"
              display "  A. Add an authorization"
              display "  C. Change an authorization"
              display "  X. Cancel an authorization"
              display "  I. Inquire on an authorization"
              display "  Q. Quit"
              display "Enter selection: ".

       get-account-id.
              display "Enter account id: "
              accept work-account-id.

       add-auth.

      *****************************************************************
      *                                                               *
      * Only an ANNU account on the master file has installments to   *
      * collect, so an authorization can only be put on one.          *
      *                                                               *
      * A customer who signs again after cancelling gets a new        *
      * authorization in place of the cancelled record, which stays   *
      * on DAUTHAUD.DAT as the ADD's before image: the return         *
      * history and collection dates start again from the new         *
      * signing, as they would for a first authorization.             *
      *                                                               *
      *****************************************************************

              perform get-account-id
              move "N" to readd-switch
              move spaces to before-image
              move work-account-id to dauth-account-id
              read debit-auth-file
                     invalid key
                            continue
                     not invalid key
                            if not dauth-cancelled
                                   display "Account " work-account-id
                                          " already has an "
                                          "authorization - use Change."
                                   go to add-auth-exit
                            end-if
                            move debit-auth-record to before-image
                            set readd-cancelled to true
              end-read
              if master-status not = "00"
                     display "ERROR: unable to open MASTER.DAT - "
                            "status " master-status
                     go to add-auth-exit
              end-if
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            display "Account " work-account-id
                                   " is not on the master file."
                            go to add-auth-exit
              end-read
              if mast-product-code not = "ANNU"
                     display "Account " work-account-id
                            " is not an ANNU account - it has no "
                            "installments to collect."
                     go to add-auth-exit
              end-if
              move spaces to debit-auth-record
              move work-account-id to dauth-account-id
              move 0 to dauth-return-count
              move 0 to dauth-last-return-date
              move 0 to dauth-collected-through
              move 0 to dauth-prior-through
              move 0 to dauth-last-collect-date
              perform enter-authorization-fields
                     thru enter-authorization-fields-exit
              if not entry-ok
                     go to add-auth-exit
              end-if
              move "A" to dauth-status
              if readd-cancelled
                     rewrite debit-auth-record
                            invalid key
                                   display "ERROR: unable to add "
                                          "authorization "
                                          work-account-id " - status "
                                          debit-auth-status
                                   go to add-auth-exit
                     end-rewrite
              else
                     write debit-auth-record
                            invalid key
                                   display "ERROR: unable to add "
                                          "authorization "
                                          work-account-id " - status "
                                          debit-auth-status
                                   go to add-auth-exit
                     end-write
              end-if
              perform write-dauth-audit
              display "Authorization for " work-account-id
                     " added.".

       add-auth-exit.
              continue.

       change-auth.
              perform get-account-id
              move work-account-id to dauth-account-id
              read debit-auth-file
                     invalid key
                            display "No authorization on file for "
                                   work-account-id "."
                            go to change-auth-exit
              end-read
              perform display-authorization
              if dauth-cancelled
                     display "Authorization for " work-account-id
                            " is cancelled - use Add when the "
                            "customer signs again."
                     go to change-auth-exit
              end-if
              move debit-auth-record to before-image
              display "Enter the replacement values:"
              perform enter-authorization-fields
                     thru enter-authorization-fields-exit
              if not entry-ok
                     go to change-auth-exit
              end-if
              if dauth-suspended
                     display "Reactivate this suspended "
                            "authorization? (Y/N) "
                     accept reactivate-switch
                     if reactivate
                            move "A" to dauth-status
                            move 0 to dauth-return-count
                     end-if
              end-if
              rewrite debit-auth-record
                     invalid key
                            display "ERROR: unable to change "
                                   "authorization "
                                   work-account-id " - status "
                                   debit-auth-status
                            go to change-auth-exit
              end-rewrite
              perform write-dauth-audit
              display "Authorization for " work-account-id
                     " changed.".

       change-auth-exit.
              continue.

       cancel-auth.
              perform get-account-id
              move work-account-id to dauth-account-id
              read debit-auth-file
                     invalid key
                            display "No authorization on file for "
                                   work-account-id "."
                            go to cancel-auth-exit
              end-read
              perform display-authorization
              if dauth-cancelled
                     display "Authorization for " work-account-id
                            " is already cancelled."
                     go to cancel-auth-exit
              end-if
              move debit-auth-record to before-image
              display "Cancel this authorization? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Cancel abandoned."
                     go to cancel-auth-exit
              end-if
              move "X" to dauth-status
              rewrite debit-auth-record
                     invalid key
                            display "ERROR: unable to cancel "
                                   "authorization "
                                   work-account-id " - status "
                                   debit-auth-status
                            go to cancel-auth-exit
              end-rewrite
              perform write-dauth-audit
              display "Authorization for " work-account-id
                     " cancelled.".

       cancel-auth-exit.
              continue.

       inquire-auth.
              perform get-account-id
              move work-account-id to dauth-account-id
              read debit-auth-file
                     invalid key
                            display "No authorization on file for "
                                   work-account-id "."
                            go to inquire-auth-exit
              end-read
              perform display-authorization.

       inquire-auth-exit.
              continue.

       display-authorization.
              move dauth-return-count to return-count-out
              display "Account:         " dauth-account-id
              display "Account Holder:  " dauth-holder-name
              display "Bank Routing:    " dauth-bank-routing
              display "Bank Account:    " dauth-bank-account
              if dauth-savings
                     display "Account Type:    SAVINGS"
              else
                     display "Account Type:    CHECKING"
              end-if
              display "Signed Date:     " dauth-signed-date
              evaluate true
                     when dauth-active
                            display "Status:          ACTIVE"
                     when dauth-suspended
                            display "Status:          SUSPENDED"
                     when other
                            display "Status:          CANCELLED"
              end-evaluate
              display "Returns:         " return-count-out
              if dauth-last-return-date not = 0
                     display "Last Return:     "
                            dauth-last-return-date " "
                            dauth-last-return-code
              end-if
              if dauth-collected-through not = 0
                     display "Collected Thru:  "
                            dauth-collected-through
              end-if.

       enter-authorization-fields.
              move "N" to entry-ok-switch
              display "Enter account holder name as on the bank "
                     "account (or spaces to cancel this action): "
              accept dauth-holder-name
              if dauth-holder-name = spaces
                     display "Action cancelled."
                     go to enter-authorization-fields-exit
              end-if
              move function upper-case(dauth-holder-name)
                     to dauth-holder-name
              display "Enter bank routing number (9 digits): "
              accept dauth-bank-routing
              if dauth-bank-routing is not numeric
                     display "Routing number must be 9 digits - "
                            "action cancelled."
                     go to enter-authorization-fields-exit
              end-if
              display "Enter bank account number: "
              accept dauth-bank-account
              if dauth-bank-account = spaces
                     display "Bank account number is required - "
                            "action cancelled."
                     go to enter-authorization-fields-exit
              end-if
              display "Enter account type (C=checking, S=savings): "
              accept dauth-bank-acct-type
              move function upper-case(dauth-bank-acct-type)
                     to dauth-bank-acct-type
              if not dauth-checking and not dauth-savings
                     display "Account type must be C or S - "
                            "action cancelled."
                     go to enter-authorization-fields-exit
              end-if
              display "Enter date the authorization was signed "
                     "(YYYYMMDD): "
              accept edit-date
              if edit-date is not numeric
                     display "Signed date must be YYYYMMDD - "
                            "action cancelled."
                     go to enter-authorization-fields-exit
              end-if
              move edit-date to dauth-signed-date
              if function integer-of-date(dauth-signed-date) = 0
                     display "Signed date is not a valid date - "
                            "action cancelled."
                     go to enter-authorization-fields-exit
              end-if
              move "Y" to entry-ok-switch.

       enter-authorization-fields-exit.
              continue.

       write-dauth-audit.

      *****************************************************************
      *                                                               *
      * Append the before/after image of the maintained               *
      * authorization to DAUTHAUD.DAT, stamped with the operator and  *
      * date/time, the same convention CUSTAUD.DAT carries for        *
      * customer maintenance.  An add carries a blank before image.   *
      *                                                               *
      *****************************************************************

              open extend dauth-audit-file
              if dauth-audit-status = "35"
                     open output dauth-audit-file
              end-if
              move spaces to dauth-audit-record
              accept daud-date from date yyyymmdd
              accept daud-time from time
              accept daud-operator from environment "USER"
              evaluate true
                     when maint-add
                            move "ADD" to daud-action
                     when maint-change
                            move "CHG" to daud-action
                     when maint-cancel
                            move "CAN" to daud-action
              end-evaluate
              move work-account-id to daud-account-id
              move before-image to daud-before-image
              move debit-auth-record to daud-after-image
              write dauth-audit-record
              close dauth-audit-file.

       end-program.
              goback.
