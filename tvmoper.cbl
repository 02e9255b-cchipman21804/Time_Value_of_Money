      *****************************************************************
      * OPERATOR PROFILE MAINTENANCE                                  *
      *                                                               *
      * Menu-driven online maintenance for the indexed OPERAUTH.DAT   *
      * operator profiles -- add, change, disable, enable, password   *
      * reset, and inquiry -- so the security administrator keeps     *
      * the program list and the OPER-MAX-PRINCIPAL/OPER-MAX-PAYMENT  *
      * caps without editing the file by hand.  Every change writes a *
      * before/after image of the profile, stamped with the operator  *
      * and date/time, to OPERAUD.DAT the same way TVMMAINT audits    *
      * master maintenance; the password hash is zeroed in both       *
      * images.                                                       *
      *                                                               *
      * No one maintains their own profile: every action but inquiry  *
      * on the administrator's own id is refused, so a second person  *
      * is always needed to widen an operator's authority.            *
      *                                                               *
      * A new or reset profile carries a temporary password given     *
      * here, which the operator must replace at the next TVMSIGN     *
      * sign-on.  Enable clears a lock or an inactive status and the  *
      * failed sign-on count, and restarts the dormancy clock.        *
      *                                                               *
      * The load action converts a hand-kept profile file, renamed    *
      * to OPERAUTH.TXT, into an empty OPERAUTH.DAT.  Loaded          *
      * operators carry no password and choose one at their first     *
      * sign-on.  With no OPERAUTH.DAT on disk the shop runs          *
      * unrestricted; the file is created by the first add or load    *
      * that writes a profile to it, never empty.                     *
      *                                                               *
      * The operator is signed on through TVMSIGN (the menu's         *
      * sign-on carries over) and their program list is checked for   *
      * TVMOPER before anything is shown, so a direct launch gets no  *
      * further than one from the menu would.                         *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmoper is initial program.

       environment division.
       input-output section.
       file-control.
              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is dynamic
                     record key is oper-id
                     file status is operauth-status.

              select oper-audit-file assign to "OPERAUD.DAT"
                     organization is line sequential
                     file status is oper-audit-status.

              select old-operauth-file assign to "OPERAUTH.TXT"
                     organization is line sequential
                     file status is old-operauth-status.

              select tvm-log-file assign to "TVMLOG.DAT"
                     organization is line sequential
                     file status is tvm-log-status.

       data division.
       file section.
       fd  operauth-file.
       copy "operauth.cpy".

       fd  oper-audit-file.
       copy "operaud.cpy".

       fd  old-operauth-file.
       01  old-operauth-record.
              05 old-oper-id           pic x(8).
              05 old-oper-programs     pic x(40).
              05 old-max-principal     pic 9(9)v99.
              05 old-max-payment       pic 9(9)v99.

       fd  tvm-log-file.
       copy "tvmlog.cpy".

       working-storage section.

       01 OPERAUTH-STATUS        PIC XX.

       01 OPER-AUDIT-STATUS      PIC XX.

       01 OLD-OPERAUTH-STATUS    PIC XX.

       01 TVM-LOG-STATUS         PIC XX.

       01 OPER-MAINT-SWITCHES.
              05 MAINT-CHOICE            PIC X VALUE SPACE.
                     88 MAINT-ADD        VALUE "A" "a".
                     88 MAINT-CHANGE     VALUE "C" "c".
                     88 MAINT-DISABLE    VALUE "D" "d".
                     88 MAINT-ENABLE     VALUE "E" "e".
                     88 MAINT-PASSWORD   VALUE "P" "p".
                     88 MAINT-INQUIRY    VALUE "I" "i".
                     88 MAINT-LOAD       VALUE "L" "l".
                     88 MAINT-QUIT       VALUE "Q" "q".
              05 MAINT-DONE-SWITCH       PIC X VALUE "N".
                     88 MAINT-DONE       VALUE "Y".
              05 ENTRY-OK-SWITCH         PIC X VALUE "N".
                     88 ENTRY-OK         VALUE "Y".
              05 CONFIRM-SWITCH          PIC X VALUE "N".
                     88 CONFIRMED        VALUE "Y" "y".
              05 PROGRAM-OK-SWITCH       PIC X VALUE "N".
                     88 PROGRAM-OK       VALUE "Y".
              05 OLD-EOF-SWITCH          PIC X VALUE "N".
                     88 OLD-EOF          VALUE "Y".
              05 ON-FILE-SWITCH          PIC X VALUE "N".
                     88 OPERAUTH-ON-FILE VALUE "Y".
              05 AUTH-OK-SWITCH          PIC X VALUE "N".
                     88 AUTH-OK          VALUE "Y".

      *****************************************************************
      *                                                               *
      * The programs an operator can be authorized for.  "*ALL" in    *
      * the first slot authorizes every one of them.                  *
      *                                                               *
      *****************************************************************

       01 VALID-PROGRAM-LIST.
              05 FILLER             PIC X(8) VALUE "*ALL".
              05 FILLER             PIC X(8) VALUE "FFGP".
              05 FILLER             PIC X(8) VALUE "FPGF".
              05 FILLER             PIC X(8) VALUE "FPGA".
              05 FILLER             PIC X(8) VALUE "FAGF".
              05 FILLER             PIC X(8) VALUE "FAGP".
              05 FILLER             PIC X(8) VALUE "TVMMAINT".
              05 FILLER             PIC X(8) VALUE "TVMSOLVE".
              05 FILLER             PIC X(8) VALUE "TVMCUST".
              05 FILLER             PIC X(8) VALUE "TVMAPPRV".
              05 FILLER             PIC X(8) VALUE "TVMREDM".
              05 FILLER             PIC X(8) VALUE "TVMPAYOF".
              05 FILLER             PIC X(8) VALUE "TVMDAUTH".
              05 FILLER             PIC X(8) VALUE "TVMVRATE".
              05 FILLER             PIC X(8) VALUE "TVMMODF".
              05 FILLER             PIC X(8) VALUE "TVMOPER".
              05 FILLER             PIC X(8) VALUE "TVMCTLM".
              05 FILLER             PIC X(8) VALUE "TVMACINQ".
       01 VALID-PROGRAM-TABLE REDEFINES VALID-PROGRAM-LIST.
              05 VALID-PROGRAM-ID   PIC X(8) OCCURS 18 TIMES.

       01 OPER-WORK-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 WORK-OPER-ID       PIC X(8).
              05 BEFORE-IMAGE       PIC X(160).
              05 HOLD-HASH          PIC 9(18).
              05 TODAY-DATE         PIC 9(8).
              05 EDIT-INPUT         PIC X(15).
              05 ENTERED-PROGRAM    PIC X(8).
              05 TEMP-PASSWORD      PIC X(16).
              05 AUDIT-ACTION       PIC X(3).
              05 SLOT-INDEX         PIC 9 USAGE COMP.
              05 VALID-INDEX        PIC 99 USAGE COMP.
              05 LOAD-COUNT         PIC 9(5) USAGE COMP.
              05 LOAD-COUNT-OUT     PIC ZZZZ9 USAGE DISPLAY.
              05 AMOUNT-OUT         PIC $ZZZ,ZZZ,ZZ9.99 USAGE DISPLAY.
              05 COUNT-OUT          PIC ZZZZ9 USAGE DISPLAY.
              05 AUTH-INDEX         PIC 9 USAGE COMP.

       copy "signon.cpy".

       procedure division.
       main-logic.
              perform init-ws
              perform sign-on-operator
              if sgn-refused
                     move 8 to return-code
                     perform end-program
              end-if
              perform check-authorization
              if not auth-ok
                     move 8 to return-code
                     perform end-program
              end-if
              open i-o operauth-file
              if operauth-status = "00"
                     set operauth-on-file to true
              end-if
              if operauth-status not = "00"
                 and operauth-status not = "35"
                     display "ERROR: unable to open OPERAUTH.DAT - "
                            "status " operauth-status
              else
                     if not operauth-on-file
                            display "No OPERAUTH.DAT on disk - the "
                                   "first operator added or loaded "
                                   "creates it."
                     end-if
                     perform until maint-done
                            perform display-menu
                            accept maint-choice
                            evaluate true
                                   when maint-add
                                          perform add-operator
                                             thru add-operator-exit
                                   when maint-change
                                          perform change-operator
                                             thru change-operator-exit
                                   when maint-disable
                                          perform disable-operator
                                             thru disable-operator-exit
                                   when maint-enable
                                          perform enable-operator
                                             thru enable-operator-exit
                                   when maint-password
                                          perform reset-password
                                             thru reset-password-exit
                                   when maint-inquiry
                                          perform inquire-operator
                                             thru inquire-operator-exit
                                   when maint-load
                                          perform load-profiles
                                             thru load-profiles-exit
                                   when maint-quit
                                          set maint-done to true
                                   when other
                                          display "Invalid selection - "
                                                 "choose A, C, D, E, "
                                                 "P, I, L, or Q."
                            end-evaluate
                     end-perform
                     if operauth-on-file
                            close operauth-file
                     end-if
              end-if
              perform end-program.

       init-ws.
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              accept today-date from date yyyymmdd.

       sign-on-operator.

      *****************************************************************
      *                                                               *
      * Sign the operator on through TVMSIGN before any authority     *
      * is granted.  Called from TVMMENU, the menu's sign-on          *
      * carries over without a second prompt.                         *
      *                                                               *
      *****************************************************************

              move "I" to sgn-mode
              move "TVMOPER" to sgn-program
              call "tvmsign" using sign-on-request
              if sgn-signed-on
                     move sgn-operator to current-operator
              end-if.

       check-authorization.

      *****************************************************************
      *                                                               *
      * Launched directly, no menu has checked the operator's         *
      * program list, so it is checked here the way TVMMENU checks    *
      * it: the signed-on operator's profile must name TVMOPER or     *
      * carry "*ALL".  No OPERAUTH.DAT is an unrestricted shop.  A    *
      * refusal is logged as a denied attempt, as the menu logs one.  *
      *                                                               *
      *****************************************************************

              move "N" to auth-ok-switch
              if sgn-unrestricted
                     set auth-ok to true
                     exit paragraph
              end-if
              open input operauth-file
              if operauth-status = "00"
                     move current-operator to oper-id
                     read operauth-file
                            invalid key
                                   continue
                            not invalid key
                                   perform match-program-list
                     end-read
                     close operauth-file
              end-if
              if not auth-ok
                     display "NOT AUTHORIZED: operator "
                            current-operator " may not run TVMOPER"
                            " - see your supervisor."
                     perform log-denied-attempt
              end-if.

       match-program-list.
              perform varying auth-index from 1 by 1
                     until auth-index > 5
                     or auth-ok
                     if oper-program-id(auth-index) = "*ALL"
                        or oper-program-id(auth-index) = "TVMOPER"
                            set auth-ok to true
                     end-if
              end-perform.

       log-denied-attempt.
              move spaces to tvm-log-record
              accept log-date from date yyyymmdd
              accept log-time from time
              move current-operator to log-operator
              move "TVMOPER" to log-program
              move "DENIED" to log-denial
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.

       create-profile-file.

      *****************************************************************
      *                                                               *
      * OPERAUTH.DAT is put on disk only when the first profile is    *
      * written to it -- an empty file would make TVMSIGN treat the   *
      * shop as restricted and refuse every sign-on.  The profile     *
      * being written is held across the open.                        *
      *                                                               *
      *****************************************************************

              move operauth-record to before-image
              open output operauth-file
              if operauth-status = "00"
                     close operauth-file
                     open i-o operauth-file
              end-if
              move before-image to operauth-record
              if operauth-status = "00"
                     set operauth-on-file to true
                     display "OPERAUTH.DAT created - from now on "
                            "only operators with a profile can sign "
                            "on."
              else
                     display "ERROR: unable to create OPERAUTH.DAT - "
                            "status " operauth-status
              end-if.

       display-menu.
              display " "
              display "OPERATOR PROFILE MAINTENANCE"
              display "  A. Add an operator"
              display "  C. Change programs and limits"
              display "  D. Disable an operator"
              display "  E. Enable (unlock/reactivate) an operator"
              display "  P. Reset an operator's password"
              display "  I. Inquire on an operator"
              display "  L. Load profiles from OPERAUTH.TXT"
              display "  Q. Quit"
              display "Enter selection: ".

       get-oper-id.

      *****************************************************************
      *                                                               *
      * Every action but inquiry is refused on the administrator's    *
      * own id.                                                       *
      *                                                               *
      *****************************************************************

              move "N" to entry-ok-switch
              display "Enter operator id: "
              move spaces to work-oper-id
              accept work-oper-id
              move function upper-case(work-oper-id) to work-oper-id
              if work-oper-id = spaces
                     display "Operator id is required."
              else
                     if work-oper-id = current-operator
                        and not maint-inquiry
                            display "REFUSED: you may not maintain "
                                   "your own operator profile - see "
                                   "another security administrator."
                     else
                            move "Y" to entry-ok-switch
                     end-if
              end-if.

       read-profile.
              move "N" to entry-ok-switch
              if not operauth-on-file
                     display "No profile on file for "
                            work-oper-id "."
                     exit paragraph
              end-if
              move work-oper-id to oper-id
              read operauth-file
                     invalid key
                            display "No profile on file for "
                                   work-oper-id "."
                     not invalid key
                            move "Y" to entry-ok-switch
                            perform save-before-image
              end-read.

       add-operator.
              perform get-oper-id
              if not entry-ok
                     go to add-operator-exit
              end-if
              if operauth-on-file
                     move work-oper-id to oper-id
                     read operauth-file
                            invalid key
                                   continue
                            not invalid key
                                   display "Operator " work-oper-id
                                          " is already on file - use "
                                          "Change or Enable."
                                   go to add-operator-exit
                     end-read
              end-if
              move spaces to operauth-record
              move work-oper-id to oper-id
              move 0 to oper-max-principal
              move 0 to oper-max-payment
              move 0 to oper-password-hash
              move 0 to oper-password-date
              move 0 to oper-failed-attempts
              move 0 to oper-failed-total
              move 0 to oper-last-failed-date
              move 0 to oper-last-signon-date
              move 0 to oper-last-signon-time
              move 0 to oper-changed-date
              perform enter-profile-fields
                     thru enter-profile-fields-exit
              if not entry-ok
                     go to add-operator-exit
              end-if
              perform enter-temp-password
                     thru enter-temp-password-exit
              if not entry-ok
                     go to add-operator-exit
              end-if
              move "A" to oper-status
              move today-date to oper-added-date
              perform stamp-change
              if not operauth-on-file
                     perform create-profile-file
                     if not operauth-on-file
                            go to add-operator-exit
                     end-if
              end-if
              write operauth-record
                     invalid key
                            display "ERROR: unable to add operator "
                                   work-oper-id " - status "
                                   operauth-status
                            go to add-operator-exit
              end-write
              move spaces to before-image
              move "ADD" to audit-action
              perform write-oper-audit
              display "Operator " work-oper-id " added - the "
                     "temporary password must be changed at the "
                     "first sign-on.".

       add-operator-exit.
              continue.

       change-operator.
              perform get-oper-id
              if not entry-ok
                     go to change-operator-exit
              end-if
              perform read-profile
              if not entry-ok
                     go to change-operator-exit
              end-if
              perform display-profile
              display "Enter the replacement values:"
              perform enter-profile-fields
                     thru enter-profile-fields-exit
              if not entry-ok
                     go to change-operator-exit
              end-if
              perform stamp-change
              perform rewrite-profile
              if not entry-ok
                     go to change-operator-exit
              end-if
              move "CHG" to audit-action
              perform write-oper-audit
              display "Operator " work-oper-id " changed.".

       change-operator-exit.
              continue.

       disable-operator.
              perform get-oper-id
              if not entry-ok
                     go to disable-operator-exit
              end-if
              perform read-profile
              if not entry-ok
                     go to disable-operator-exit
              end-if
              perform display-profile
              if oper-disabled
                     display "Operator " work-oper-id
                            " is already disabled."
                     go to disable-operator-exit
              end-if
              display "Disable this operator? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Disable abandoned."
                     go to disable-operator-exit
              end-if
              move "D" to oper-status
              perform stamp-change
              perform rewrite-profile
              if not entry-ok
                     go to disable-operator-exit
              end-if
              move "DIS" to audit-action
              perform write-oper-audit
              display "Operator " work-oper-id " disabled.".

       disable-operator-exit.
              continue.

       enable-operator.
              perform get-oper-id
              if not entry-ok
                     go to enable-operator-exit
              end-if
              perform read-profile
              if not entry-ok
                     go to enable-operator-exit
              end-if
              perform display-profile
              if oper-active and oper-failed-attempts = 0
                     display "Operator " work-oper-id
                            " is already active."
                     go to enable-operator-exit
              end-if
              display "Enable this operator? (Y/N) "
              accept confirm-switch
              if not confirmed
                     display "Enable abandoned."
                     go to enable-operator-exit
              end-if
              move "A" to oper-status
              move 0 to oper-failed-attempts
              perform stamp-change
              perform rewrite-profile
              if not entry-ok
                     go to enable-operator-exit
              end-if
              move "ENA" to audit-action
              perform write-oper-audit
              display "Operator " work-oper-id " enabled.".

       enable-operator-exit.
              continue.

       reset-password.
              perform get-oper-id
              if not entry-ok
                     go to reset-password-exit
              end-if
              perform read-profile
              if not entry-ok
                     go to reset-password-exit
              end-if
              perform display-profile
              perform enter-temp-password
                     thru enter-temp-password-exit
              if not entry-ok
                     go to reset-password-exit
              end-if
              move 0 to oper-failed-attempts
              perform stamp-change
              perform rewrite-profile
              if not entry-ok
                     go to reset-password-exit
              end-if
              move "PWD" to audit-action
              perform write-oper-audit
              display "Password for " work-oper-id " reset - it "
                     "must be changed at the next sign-on.".

       reset-password-exit.
              continue.

       inquire-operator.
              perform get-oper-id
              if not entry-ok
                     go to inquire-operator-exit
              end-if
              perform read-profile
              if entry-ok
                     perform display-profile
              end-if.

       inquire-operator-exit.
              continue.

       display-profile.
              display "Operator:        " oper-id
              evaluate true
                     when oper-locked
                            display "Status:          LOCKED"
                     when oper-inactive
                            display "Status:          INACTIVE"
                     when oper-disabled
                            display "Status:          DISABLED"
                     when other
                            display "Status:          ACTIVE"
              end-evaluate
              display "Programs:        " oper-program-id(1) " "
                     oper-program-id(2) " " oper-program-id(3) " "
                     oper-program-id(4) " " oper-program-id(5)
              move oper-max-principal to amount-out
              display "Max Principal:   " amount-out
              move oper-max-payment to amount-out
              display "Max Payment:     " amount-out
              evaluate true
                     when oper-password-hash = 0
                            display "Password:        NONE CHOSEN"
                     when oper-password-date = 0
                            display "Password:        TEMPORARY"
                     when other
                            display "Password Date:   "
                                   oper-password-date
              end-evaluate
              if oper-last-signon-date = 0
                     display "Last Sign-on:    NEVER"
              else
                     display "Last Sign-on:    " oper-last-signon-date
                            " " oper-last-signon-time(1:6)
              end-if
              move oper-failed-attempts to count-out
              display "Failed Sign-ons: " count-out " since last good"
              move oper-failed-total to count-out
              display "                 " count-out " in total"
              if oper-last-failed-date not = 0
                     display "Last Failed:     " oper-last-failed-date
              end-if
              display "Added:           " oper-added-date
              if oper-changed-date not = 0
                     display "Last Changed:    " oper-changed-date
                            " by " oper-changed-by
              end-if.

       enter-profile-fields.

      *****************************************************************
      *                                                               *
      * Capture the program list and the amount caps.  Each program   *
      * must be one the authorization check knows; a blank slot ends  *
      * the list.                                                     *
      *                                                               *
      *****************************************************************

              move "N" to entry-ok-switch
              move spaces to oper-programs
              display "Enter up to 5 program ids (*ALL for every "
                     "program; spaces ends the list):"
              perform varying slot-index from 1 by 1
                     until slot-index > 5
                     display "  Program " slot-index ": "
                     move spaces to entered-program
                     accept entered-program
                     move function upper-case(entered-program)
                            to entered-program
                     if entered-program = spaces
                            move 6 to slot-index
                     else
                            perform check-program-id
                            if program-ok
                                   move entered-program
                                          to oper-program-id(slot-index)
                            else
                                   display "Unknown program "
                                          entered-program
                                          " - re-enter."
                                   subtract 1 from slot-index
                            end-if
                     end-if
              end-perform
              if oper-programs = spaces
                     display "At least one program is required - "
                            "action cancelled."
                     go to enter-profile-fields-exit
              end-if

              display "Enter maximum principal amount "
                     "(or -1 to cancel this action): "
              accept edit-input
              if function numval(edit-input) = -1
                     display "Action cancelled."
                     go to enter-profile-fields-exit
              end-if
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                 or function numval(edit-input) > 999999999.99
                     display "Invalid amount - action cancelled."
                     go to enter-profile-fields-exit
              end-if
              compute oper-max-principal = function numval(edit-input)

              display "Enter maximum payment amount "
                     "(or -1 to cancel this action): "
              accept edit-input
              if function numval(edit-input) = -1
                     display "Action cancelled."
                     go to enter-profile-fields-exit
              end-if
              if function test-numval(edit-input) not = 0
                 or function numval(edit-input) < 0
                 or function numval(edit-input) > 999999999.99
                     display "Invalid amount - action cancelled."
                     go to enter-profile-fields-exit
              end-if
              compute oper-max-payment = function numval(edit-input)
              move "Y" to entry-ok-switch.

       enter-profile-fields-exit.
              continue.

       check-program-id.
              move "N" to program-ok-switch
              perform varying valid-index from 1 by 1
                     until valid-index > 18
                     or program-ok
                     if valid-program-id(valid-index) = entered-program
                            set program-ok to true
                     end-if
              end-perform.

       enter-temp-password.

      *****************************************************************
      *                                                               *
      * The temporary password is hashed with the operator's id and   *
      * dated zero, so TVMSIGN makes the operator replace it at the   *
      * next sign-on.                                                 *
      *                                                               *
      *****************************************************************

              move "N" to entry-ok-switch
              display "Enter a temporary password for "
                     work-oper-id " (spaces to cancel): "
              move spaces to temp-password
              accept temp-password
              if temp-password = spaces
                     display "Action cancelled."
                     go to enter-temp-password-exit
              end-if
              call "tvmhash" using work-oper-id temp-password
                     oper-password-hash
              move 0 to oper-password-date
              move "Y" to entry-ok-switch.

       enter-temp-password-exit.
              continue.

       stamp-change.
              move current-operator to oper-changed-by
              move today-date to oper-changed-date.

       rewrite-profile.
              move "N" to entry-ok-switch
              rewrite operauth-record
                     invalid key
                            display "ERROR: unable to change operator "
                                   work-oper-id " - status "
                                   operauth-status
                     not invalid key
                            move "Y" to entry-ok-switch
              end-rewrite.

       load-profiles.

      *****************************************************************
      *                                                               *
      * One-time conversion of the hand-kept profile file.  Only an   *
      * empty OPERAUTH.DAT is loaded, so this can never overlay       *
      * profiles already maintained here.                             *
      *                                                               *
      *****************************************************************

              if operauth-on-file
                     move low-values to oper-id
                     start operauth-file key is not less than oper-id
                            invalid key
                                   continue
                            not invalid key
                                   display "OPERAUTH.DAT already "
                                          "holds profiles - load "
                                          "refused."
                                   go to load-profiles-exit
                     end-start
              end-if
              open input old-operauth-file
              if old-operauth-status not = "00"
                     display "ERROR: unable to open OPERAUTH.TXT - "
                            "status " old-operauth-status
                     go to load-profiles-exit
              end-if
              move 0 to load-count
              move "N" to old-eof-switch
              perform until old-eof
                     read old-operauth-file
                            at end
                                   set old-eof to true
                            not at end
                                   perform load-one-profile
                     end-read
              end-perform
              close old-operauth-file
              move load-count to load-count-out
              display load-count-out " operator profiles loaded - "
                     "each operator chooses a password at the first "
                     "sign-on.".

       load-profiles-exit.
              continue.

       load-one-profile.
              move spaces to operauth-record
              move function upper-case(old-oper-id) to oper-id
              move old-oper-programs to oper-programs
              move old-max-principal to oper-max-principal
              move old-max-payment to oper-max-payment
              move "A" to oper-status
              move 0 to oper-password-hash
              move 0 to oper-password-date
              move 0 to oper-failed-attempts
              move 0 to oper-failed-total
              move 0 to oper-last-failed-date
              move 0 to oper-last-signon-date
              move 0 to oper-last-signon-time
              move today-date to oper-added-date
              perform stamp-change
              move oper-id to work-oper-id
              if not operauth-on-file
                     perform create-profile-file
                     if not operauth-on-file
                            set old-eof to true
                            exit paragraph
                     end-if
              end-if
              write operauth-record
                     invalid key
                            display "Duplicate operator " oper-id
                                   " on OPERAUTH.TXT - skipped."
                     not invalid key
                            add 1 to load-count
                            move spaces to before-image
                            move "LOD" to audit-action
                            perform write-oper-audit
              end-write.

       save-before-image.
              move oper-password-hash to hold-hash
              move 0 to oper-password-hash
              move operauth-record to before-image
              move hold-hash to oper-password-hash.

       write-oper-audit.

      *****************************************************************
      *                                                               *
      * Append the before/after image of the maintained profile to    *
      * OPERAUD.DAT, stamped with the operator and date/time.  The    *
      * password hash is zeroed in the after image the same way       *
      * save-before-image zeroes it in the before image.              *
      *                                                               *
      *****************************************************************

              open extend oper-audit-file
              if oper-audit-status = "35"
                     open output oper-audit-file
              end-if
              move spaces to oper-audit-record
              move today-date to oaud-date
              accept oaud-time from time
              move current-operator to oaud-operator
              move audit-action to oaud-action
              move work-oper-id to oaud-oper-id
              move before-image to oaud-before-image
              move oper-password-hash to hold-hash
              move 0 to oper-password-hash
              move operauth-record to oaud-after-image
              move hold-hash to oper-password-hash
              write oper-audit-record
              close oper-audit-file.

       end-program.
              goback.
