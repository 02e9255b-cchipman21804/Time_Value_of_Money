      *****************************************************************
      * VARIABLE-RATE TERMS MAINTENANCE                               *
      *                                                               *
      * Menu-driven online maintenance for the indexed VARRATE.DAT    *
      * variable-rate terms -- add, change, remove, and inquiry --    *
      * so an account on the master file can be booked as an          *
      * adjustable product priced off a VARIDX.DAT index: its index   *
      * code, margin, reset frequency, next reset date, and its       *
      * periodic and lifetime caps and floors.  The TVMVRST reset     *
      * batch does the rest.                                          *
      *                                                               *
      * Adding terms flags the master record variable-rate            *
      * (MAST-RATE-TYPE "V"); removing them returns the account to a  *
      * fixed rate at whatever rate it last reset to.  The master     *
      * flag change is written to MAINTAUD.DAT like any other master  *
      * maintenance, and every add/change/remove of the terms writes  *
      * a before/after image to VRATEAUD.DAT the way TVMCUST audits   *
      * customer maintenance.                                         *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmvrate is initial program.

       environment division.
       input-output section.
       file-control.
              select var-rate-file assign to "VARRATE.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is vrt-account-id
                     file status is var-rate-status.

              select master-file assign to "MASTER.DAT"
                     organization is indexed
                     access mode is random
                     record key is mast-account-id
                     file status is master-status.

              select index-file assign to "VARIDX.DAT"
                     organization is line sequential
                     file status is index-status.

              select maint-audit-file assign to "MAINTAUD.DAT"
                     organization is line sequential
                     file status is maint-audit-status.

              select vrate-audit-file assign to "VRATEAUD.DAT"
                     organization is line sequential
                     file status is vrate-audit-status.

       data division.
       file section.
       fd  var-rate-file.
       copy "varrate.cpy".

       fd  master-file.
       copy "master.cpy".

       fd  index-file.
       copy "varidx.cpy".

       fd  maint-audit-file.
       copy "maintaud.cpy".

       fd  vrate-audit-file.
       01  vrate-audit-record.
              05 vaud-date             pic 9(8).
              05 vaud-time             pic 9(8).
              05 vaud-operator         pic x(8).
              05 vaud-action           pic x(3).
              05 vaud-account-id       pic x(10).
              05 vaud-before-image     pic x(110).
              05 vaud-after-image      pic x(110).

       working-storage section.

       01 VAR-RATE-STATUS        PIC XX.

       01 MASTER-STATUS          PIC XX.

       01 INDEX-STATUS           PIC XX.

       01 MAINT-AUDIT-STATUS     PIC XX.

       01 VRATE-AUDIT-STATUS     PIC XX.

       01 VRATE-MAINT-SWITCHES.
              05 MAINT-CHOICE            PIC X VALUE SPACE.
                     88 MAINT-ADD        VALUE "A" "a".
                     88 MAINT-CHANGE     VALUE "C" "c".
                     88 MAINT-REMOVE     VALUE "R" "r".
                     88 MAINT-INQUIRY    VALUE "I" "i".
                     88 MAINT-QUIT       VALUE "Q" "q".
              05 MAINT-DONE-SWITCH       PIC X VALUE "N".
                     88 MAINT-DONE       VALUE "Y".
              05 ENTRY-OK-SWITCH         PIC X VALUE "N".
                     88 ENTRY-OK         VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".
              05 INDEX-EOF-SWITCH        PIC X VALUE "N".
                     88 INDEX-EOF        VALUE "Y".
              05 INDEX-FOUND-SWITCH      PIC X VALUE "N".
                     88 INDEX-FOUND      VALUE "Y".

       01 INDEX-CODE-FIELDS.
              05 IDX-CODE-MAX       PIC 99 USAGE COMP VALUE 50.
              05 IDX-CODE-COUNT     PIC 99 USAGE COMP VALUE 0.
              05 IDX-CODE-INDEX     PIC 99 USAGE COMP.
              05 IDX-CODE-TABLE.
                     10 IDX-CODE-ENTRY OCCURS 50 TIMES PIC X(6).

       01 VRATE-WORK-FIELDS.
              05 WORK-ACCOUNT-ID    PIC X(10).
              05 BEFORE-IMAGE       PIC X(110).
              05 MASTER-BEFORE      PIC X(90).
              05 MASTER-ACTION      PIC X(3).
              05 EDIT-INPUT         PIC X(15).

       01 VRATE-DISP-FIELDS.
              05 MARGIN-OUT         PIC -Z9.9999 USAGE DISPLAY.
              05 RATE-OUT           PIC Z9.9999 USAGE DISPLAY.
              05 MONTHS-OUT         PIC Z9 USAGE DISPLAY.

       procedure division.
       main-logic.
              perform init-ws
              if var-rate-status not = "00"
                     display "ERROR: unable to open VARRATE.DAT - "
                            "status " var-rate-status
              else
                     if master-status not = "00"
                            display "ERROR: unable to open MASTER.DAT"
                                   " - status " master-status
                            set maint-done to true
                     end-if
                     perform until maint-done
                            perform display-menu
                            accept maint-choice
                            evaluate true
                                   when maint-add
                                          perform add-terms
                                             thru add-terms-exit
                                   when maint-change
                                          perform change-terms
                                             thru change-terms-exit
                                   when maint-remove
                                          perform remove-terms
                                             thru remove-terms-exit
                                   when maint-inquiry
                                          perform inquire-terms
                                             thru inquire-terms-exit
                                   when maint-quit
                                          set maint-done to true
                                   when other
                                          display "Invalid selection - "
                                                 "choose A, C, R, I, "
                                                 "or Q."
                            end-evaluate
                     end-perform
                     close var-rate-file
                     if master-status = "00"
                            close master-file
                     end-if
              end-if
              perform end-program.

       init-ws.
              open i-o var-rate-file
              if var-rate-status = "35"
                     open output var-rate-file
                     close var-rate-file
                     open i-o var-rate-file
              end-if
              open i-o master-file
              perform load-index-codes.

       load-index-codes.

      *****************************************************************
      *                                                               *
      * The index codes published on VARIDX.DAT -- an account can     *
      * only be priced off an index that has a rate on file.          *
      *                                                               *
      *****************************************************************

              open input index-file
              if index-status not = "00"
                     exit paragraph
              end-if
              perform until index-eof
                     read index-file
                            at end
                                   set index-eof to true
                            not at end
                                   perform load-one-index-code
                     end-read
              end-perform
              close index-file.

       load-one-index-code.
              move "N" to index-found-switch
              perform varying idx-code-index from 1 by 1
                     until idx-code-index > idx-code-count
                     or index-found
                     if idx-code-entry(idx-code-index)
                            = idx-index-code
                            set index-found to true
                     end-if
              end-perform
              if not index-found
                 and idx-code-count < idx-code-max
                     add 1 to idx-code-count
                     move idx-index-code
                            to idx-code-entry(idx-code-count)
              end-if.

       display-menu.
              display " "
              display "VARIABLE-RATE TERMS MAINTENANCE"
              display "  A. Add variable-rate terms to an account"
              display "  C. Change an account's terms"
              display "  R. Remove terms (return to fixed rate)"
              display "  I. Inquire on an account's terms"
              display "  Q. Quit"
              display "Enter selection: ".

       get-account-id.
              display "Enter account id: "
              accept work-account-id.

       add-terms.
              perform get-account-id
              move work-account-id to vrt-account-id
              read var-rate-file
                     invalid key
                            continue
                     not invalid key
                            display "Account " work-account-id
                                   " already has variable-rate terms"
                                   " - use Change."
                            go to add-terms-exit
              end-read
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            display "Account " work-account-id
                                   " is not on the master file."
                            go to add-terms-exit
              end-read
              move spaces to variable-rate-record
              move work-account-id to vrt-account-id
              move 0 to vrt-last-reset-date
              move 0 to vrt-last-index-rate
              move 0 to vrt-prior-rate
              perform enter-terms-fields
                     thru enter-terms-fields-exit
              if not entry-ok
                     go to add-terms-exit
              end-if
              write variable-rate-record
                     invalid key
                            display "ERROR: unable to add terms for "
                                   work-account-id " - status "
                                   var-rate-status
                            go to add-terms-exit
              end-write
              move spaces to before-image
              perform write-vrate-audit
              move master-record to master-before
              move "V" to mast-rate-type
              move "VRA" to master-action
              perform rewrite-master-flag
              display "Account " work-account-id
                     " is now variable-rate.".

       add-terms-exit.
              continue.

       change-terms.
              perform get-account-id
              move work-account-id to vrt-account-id
              read var-rate-file
                     invalid key
                            display "No variable-rate terms on file "
                                   "for " work-account-id "."
                            go to change-terms-exit
              end-read
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            display "Account " work-account-id
                                   " is not on the master file."
                            go to change-terms-exit
              end-read
              perform display-terms
              move variable-rate-record to before-image
              display "Enter the replacement values:"
              perform enter-terms-fields
                     thru enter-terms-fields-exit
              if not entry-ok
                     go to change-terms-exit
              end-if
              rewrite variable-rate-record
                     invalid key
                            display "ERROR: unable to change terms "
                                   "for " work-account-id " - status "
                                   var-rate-status
                            go to change-terms-exit
              end-rewrite
              perform write-vrate-audit
              display "Terms for " work-account-id " changed.".

       change-terms-exit.
              continue.

       remove-terms.
              perform get-account-id
              move work-account-id to vrt-account-id
              read var-rate-file
                     invalid key
                            display "No variable-rate terms on file "
                                   "for " work-account-id "."
                            go to remove-terms-exit
              end-read
              perform display-terms
              move variable-rate-record to before-image
              display "Return this account to a fixed rate? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Remove cancelled."
                     go to remove-terms-exit
              end-if
              delete var-rate-file
                     invalid key
                            display "ERROR: unable to remove terms "
                                   "for " work-account-id " - status "
                                   var-rate-status
                            go to remove-terms-exit
              end-delete
              perform write-vrate-audit
              move work-account-id to mast-account-id
              read master-file
                     invalid key
                            display "Account " work-account-id
                                   " is not on the master file."
                            go to remove-terms-exit
              end-read
              move master-record to master-before
              move space to mast-rate-type
              move "VRX" to master-action
              perform rewrite-master-flag
              display "Account " work-account-id
                     " is now fixed-rate.".

       remove-terms-exit.
              continue.

       inquire-terms.
              perform get-account-id
              move work-account-id to vrt-account-id
              read var-rate-file
                     invalid key
                            display "No variable-rate terms on file "
                                   "for " work-account-id "."
                            go to inquire-terms-exit
              end-read
              perform display-terms.

       inquire-terms-exit.
              continue.

       display-terms.
              display "Account:         " vrt-account-id
              display "Index:           " vrt-index-code
              move vrt-margin to margin-out
              display "Margin:          " margin-out "%"
              move vrt-reset-months to months-out
              display "Reset Every:     " months-out " month(s)"
              display "Next Reset:      " vrt-next-reset-date
              move vrt-periodic-cap to rate-out
              display "Periodic Cap:    " rate-out "%"
              move vrt-periodic-floor to rate-out
              display "Periodic Floor:  " rate-out "%"
              move vrt-lifetime-cap to rate-out
              display "Lifetime Cap:    " rate-out "%"
              move vrt-lifetime-floor to rate-out
              display "Lifetime Floor:  " rate-out "%"
              if vrt-last-reset-date not = 0
                     move vrt-last-index-rate to rate-out
                     display "Last Reset:      " vrt-last-reset-date
                            " (index " rate-out "%)"
              end-if.

       enter-terms-fields.

      *****************************************************************
      *                                                               *
      * Capture and validate the pricing terms.  The index must be    *
      * published on VARIDX.DAT, the first reset must fall after the  *
      * account opened, and a lifetime floor may not sit above the    *
      * lifetime cap.                                                 *
      *                                                               *
      *****************************************************************

              move "N" to entry-ok-switch
              display "Enter index code (or spaces to cancel this "
                     "action): "
              accept vrt-index-code
              if vrt-index-code = spaces
                     display "Action cancelled."
                     go to enter-terms-fields-exit
              end-if
              move function upper-case(vrt-index-code)
                     to vrt-index-code
              move "N" to index-found-switch
              perform varying idx-code-index from 1 by 1
                     until idx-code-index > idx-code-count
                     or index-found
                     if idx-code-entry(idx-code-index)
                            = vrt-index-code
                            set index-found to true
                     end-if
              end-perform
              if not index-found
                     display "Index " vrt-index-code
                            " has no rate published on VARIDX.DAT."
                     go to enter-terms-fields
              end-if

              display "Enter margin over the index as a % value "
                     "(may be negative): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                     display "Invalid numeric entry - please re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-margin = function numval(edit-input)

              display "Enter months between resets (1-60): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 1
                 or function numval(edit-input) > 60
                     display "Invalid reset frequency - please "
                            "re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-reset-months = function numval(edit-input)

              display "Enter next reset date (YYYYMMDD): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                     display "Invalid date entry - please re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-next-reset-date = function numval(edit-input)
              if function integer-of-date(vrt-next-reset-date) = 0
                     display "Not a valid calendar date - please "
                            "re-enter."
                     go to enter-terms-fields
              end-if
              if vrt-next-reset-date <= mast-open-date
                     display "Next reset must fall after the account "
                            "open date " mast-open-date "."
                     go to enter-terms-fields
              end-if

              display "Enter periodic cap - most the rate may rise at"
                     " one reset, % (0 = none): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                     display "Invalid numeric entry - please re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-periodic-cap = function numval(edit-input)

              display "Enter periodic floor - most the rate may fall "
                     "at one reset, % (0 = none): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                     display "Invalid numeric entry - please re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-periodic-floor = function numval(edit-input)

              display "Enter lifetime cap - highest rate ever, % "
                     "(0 = none): "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                     display "Invalid numeric entry - please re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-lifetime-cap = function numval(edit-input)

              display "Enter lifetime floor - lowest rate ever, %: "
              accept edit-input
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                     display "Invalid numeric entry - please re-enter."
                     go to enter-terms-fields
              end-if
              compute vrt-lifetime-floor = function numval(edit-input)
              if vrt-lifetime-cap > 0
                 and vrt-lifetime-floor > vrt-lifetime-cap
                     display "Lifetime floor may not exceed the "
                            "lifetime cap - please re-enter."
                     go to enter-terms-fields
              end-if
              move "Y" to entry-ok-switch.

       enter-terms-fields-exit.
              continue.

       rewrite-master-flag.

      *****************************************************************
      *                                                               *
      * Set or clear the variable-rate flag on the master record and  *
      * write the change to MAINTAUD.DAT with the record before and   *
      * after, the same trail TVMMAINT leaves.                        *
      *                                                               *
      *****************************************************************

              rewrite master-record
                     invalid key
                            display "ERROR: unable to flag account "
                                   work-account-id " - status "
                                   master-status
                            exit paragraph
              end-rewrite
              open extend maint-audit-file
              if maint-audit-status = "35"
                     open output maint-audit-file
              end-if
              move spaces to maint-audit-record
              accept maud-date from date yyyymmdd
              accept maud-time from time
              accept maud-operator from environment "USER"
              move master-action to maud-action
              move work-account-id to maud-account-id
              move master-before to maud-before-image
              move master-record to maud-after-image
              move spaces to maud-approver
              write maint-audit-record
              close maint-audit-file.

       write-vrate-audit.

      *****************************************************************
      *                                                               *
      * Append the before/after image of the maintained terms to      *
      * VRATEAUD.DAT, stamped with the operator and date/time, the    *
      * same convention CUSTAUD.DAT carries for customer              *
      * maintenance.  An add carries a blank before image and a       *
      * remove a blank after image.                                   *
      *                                                               *
      *****************************************************************

              open extend vrate-audit-file
              if vrate-audit-status = "35"
                     open output vrate-audit-file
              end-if
              move spaces to vrate-audit-record
              accept vaud-date from date yyyymmdd
              accept vaud-time from time
              accept vaud-operator from environment "USER"
              evaluate true
                     when maint-add
                            move "ADD" to vaud-action
                     when maint-change
                            move "CHG" to vaud-action
                     when maint-remove
                            move "REM" to vaud-action
              end-evaluate
              move work-account-id to vaud-account-id
              move before-image to vaud-before-image
              if maint-remove
                     move spaces to vaud-after-image
              else
                     move variable-rate-record to vaud-after-image
              end-if
              write vrate-audit-record
              close vrate-audit-file.

       end-program.
              goback.
