      *****************************************************************
      * OPERATOR SIGN-ON                                              *
      *                                                               *
      * CALLed by TVMMENU and by every calculator launched on its own *
      * to sign the operator on before any OPERAUTH.DAT authority is  *
      * granted.  The operator is the job's user id, as it always has *
      * been for the audit stamps; the sign-on proves it:             *
      *                                                               *
      *   - the profile must exist and be active -- a disabled,       *
      *     locked, or inactive ID is refused;                        *
      *   - an ID unused for longer than the SIGNCTL.DAT dormancy     *
      *     limit is marked inactive and refused;                     *
      *   - interactively, the password given must hash (TVMHASH) to  *
      *     the one on the profile.  Each miss is counted, and the    *
      *     ID locks at the SIGNCTL.DAT failure limit;                *
      *   - a temporary password (just added or reset) or one older   *
      *     than the expiry limit must be changed before the sign-on  *
      *     completes; an ID with no password chooses one;            *
      *   - a batch launch gives no password, but the job's user id   *
      *     must still hold an active profile.                        *
      *                                                               *
      * Every refusal, lock, and good sign-on is written to the       *
      * shared audit log under program TVMSIGN, refusals with the     *
      * denial marker.  No OPERAUTH.DAT on disk means an unrestricted *
      * shop, the same convention the authorization check uses.       *
      *                                                               *
      * This program is not INITIAL: the first good sign-on in a run  *
      * is kept, so a calculator CALLed from TVMMENU signs on again   *
      * without a second prompt.                                      *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmsign.

       environment division.
       input-output section.
       file-control.
              select operauth-file assign to "OPERAUTH.DAT"
                     organization is indexed
                     access mode is random
                     record key is oper-id
                     file status is operauth-status.

              select signon-control-file assign to "SIGNCTL.DAT"
                     organization is line sequential
                     file status is signctl-status.

              select tvm-log-file assign to "TVMLOG.DAT"
                     organization is line sequential
                     file status is tvm-log-status.

       data division.
       file section.
       fd  operauth-file.
       copy "operauth.cpy".

       fd  signon-control-file.
       copy "signctl.cpy".

       fd  tvm-log-file.
       copy "tvmlog.cpy".

       working-storage section.

       01 OPERAUTH-STATUS        PIC XX.

       01 SIGNCTL-STATUS         PIC XX.

       01 TVM-LOG-STATUS         PIC XX.

       01 SIGNON-SWITCHES.
              05 SIGNED-ON-SWITCH        PIC X VALUE "N".
                     88 ALREADY-SIGNED-ON VALUE "Y".
              05 PASSWORD-OK-SWITCH      PIC X VALUE "N".
                     88 PASSWORD-OK      VALUE "Y".
              05 ABANDON-SWITCH          PIC X VALUE "N".
                     88 SIGNON-ABANDONED VALUE "Y".
              05 CHOSEN-SWITCH           PIC X VALUE "N".
                     88 PASSWORD-CHOSEN  VALUE "Y".

       01 SIGNON-CONTROLS.
              05 MAX-FAILURES       PIC 99.
              05 EXPIRY-DAYS        PIC 999.
              05 DORMANT-DAYS       PIC 999.
              05 MIN-LENGTH         PIC 99.

       01 SIGNON-WORK-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 SAVED-OPERATOR     PIC X(8).
              05 SAVED-RESULT       PIC X.
              05 TODAY-DATE         PIC 9(8).
              05 NOW-TIME           PIC 9(8).
              05 REFERENCE-DATE     PIC 9(8).
              05 DAYS-ELAPSED       PIC S9(7) USAGE COMP.
              05 ENTERED-PASSWORD   PIC X(16).
              05 CONFIRM-PASSWORD   PIC X(16).
              05 ENTERED-HASH       PIC 9(18).
              05 PASSWORD-LENGTH    PIC 99 USAGE COMP.
              05 LOG-DENIAL-CODE    PIC X(6).
              05 MIN-LENGTH-OUT     PIC Z9 USAGE DISPLAY.

       linkage section.
       copy "signon.cpy".

       procedure division using sign-on-request.
       main-logic.
              if already-signed-on
                     move saved-operator to sgn-operator
                     move saved-result to sgn-result
              else
                     perform sign-on-operator
                        thru sign-on-operator-exit
                     if not sgn-refused
                            set already-signed-on to true
                            move sgn-operator to saved-operator
                            move sgn-result to saved-result
                     end-if
              end-if
              goback.

       sign-on-operator.
              set sgn-refused to true
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              move current-operator to sgn-operator
              accept today-date from date yyyymmdd
              perform load-signon-controls
              open i-o operauth-file
              if operauth-status = "35"
                     set sgn-unrestricted to true
                     go to sign-on-operator-exit
              end-if
              if operauth-status not = "00"
                     display "SIGN-ON REFUSED: unable to open "
                            "OPERAUTH.DAT - status " operauth-status
                     go to sign-on-operator-exit
              end-if
              move current-operator to oper-id
              read operauth-file
                     invalid key
                            display "SIGN-ON REFUSED: no operator "
                                   "profile for " current-operator
                                   " - see your supervisor."
                            move "DENIED" to log-denial-code
                            perform log-sign-on
                            close operauth-file
                            go to sign-on-operator-exit
              end-read
              evaluate true
                     when oper-disabled
                            display "SIGN-ON REFUSED: operator "
                                   current-operator " is disabled."
                     when oper-locked
                            display "SIGN-ON REFUSED: operator "
                                   current-operator " is locked "
                                   "after failed sign-ons - see the "
                                   "security administrator."
                     when oper-inactive
                            display "SIGN-ON REFUSED: operator "
                                   current-operator " is inactive "
                                   "- see the security administrator."
              end-evaluate
              if not oper-active
                     move "DENIED" to log-denial-code
                     perform log-sign-on
                     close operauth-file
                     go to sign-on-operator-exit
              end-if
              perform check-dormancy
              if oper-inactive
                     display "SIGN-ON REFUSED: operator "
                            current-operator " has not signed on "
                            "in over " dormant-days " days and is "
                            "now inactive - see the security "
                            "administrator."
                     perform rewrite-profile
                     move "DENIED" to log-denial-code
                     perform log-sign-on
                     close operauth-file
                     go to sign-on-operator-exit
              end-if
              if sgn-batch
                     perform record-good-sign-on
                     close operauth-file
                     go to sign-on-operator-exit
              end-if
              if oper-password-hash = 0
                     display "No password on file for "
                            current-operator " - choose one now."
              else
                     move "N" to password-ok-switch
                     move "N" to abandon-switch
                     perform prompt-password
                        thru prompt-password-exit
                            until password-ok
                            or signon-abandoned
                            or not oper-active
                     if not password-ok
                            close operauth-file
                            go to sign-on-operator-exit
                     end-if
                     perform check-password-expiry
              end-if
              if oper-password-hash = 0
                 or oper-password-date = 0
                     move "N" to chosen-switch
                     move "N" to abandon-switch
                     perform choose-new-password
                        thru choose-new-password-exit
                            until password-chosen
                            or signon-abandoned
                     if not password-chosen
                            display "SIGN-ON REFUSED: a new password "
                                   "is required."
                            close operauth-file
                            go to sign-on-operator-exit
                     end-if
              end-if
              perform record-good-sign-on
              close operauth-file
              display "Signed on as " current-operator ".".

       sign-on-operator-exit.
              continue.

       load-signon-controls.

      *****************************************************************
      *                                                               *
      * SIGNCTL.DAT holds the shop's limits; without it the shop      *
      * standard applies.  A zero limit switches that control off.    *
      *                                                               *
      *****************************************************************

              move 3 to max-failures
              move 90 to expiry-days
              move 90 to dormant-days
              move 8 to min-length
              open input signon-control-file
              if signctl-status = "00"
                     read signon-control-file
                            not at end
                                   if signon-control-record is numeric
                                          move sctl-max-failures
                                                 to max-failures
                                          move sctl-expiry-days
                                                 to expiry-days
                                          move sctl-dormant-days
                                                 to dormant-days
                                          move sctl-min-length
                                                 to min-length
                                   end-if
                     end-read
                     close signon-control-file
              end-if.

       check-dormancy.

      *****************************************************************
      *                                                               *
      * An ID is dormant when neither its last sign-on nor its last   *
      * profile maintenance (or, failing both, the date it was added) *
      * falls within the dormancy limit.                              *
      *                                                               *
      *****************************************************************

              if dormant-days > 0
                     move oper-last-signon-date to reference-date
                     if oper-changed-date > reference-date
                            move oper-changed-date to reference-date
                     end-if
                     if reference-date = 0
                            move oper-added-date to reference-date
                     end-if
                     if reference-date > 0
                        and function integer-of-date(reference-date)
                            > 0
                            compute days-elapsed =
                                   function integer-of-date(today-date)
                                   - function integer-of-date(
                                          reference-date)
                            if days-elapsed > dormant-days
                                   move "I" to oper-status
                            end-if
                     end-if
              end-if.

       check-password-expiry.
              if oper-password-date = 0
                     display "Your password is temporary - choose a "
                            "new one now."
              else
                     if expiry-days > 0
                            compute days-elapsed =
                                   function integer-of-date(today-date)
                                   - function integer-of-date(
                                          oper-password-date)
                            if days-elapsed > expiry-days
                                   display "Your password has "
                                          "expired - choose a new "
                                          "one now."
                                   move 0 to oper-password-date
                            end-if
                     end-if
              end-if.

       prompt-password.

      *****************************************************************
      *                                                               *
      * Each wrong password is counted on the profile at once, so     *
      * abandoning the sign-on does not reset the count.  The ID      *
      * locks when the count reaches the failure limit.               *
      *                                                               *
      *****************************************************************

              display "Password for " current-operator
                     " (spaces to quit): "
              move spaces to entered-password
              accept entered-password
              if entered-password = spaces
                     display "SIGN-ON REFUSED: sign-on abandoned."
                     set signon-abandoned to true
                     go to prompt-password-exit
              end-if
              call "tvmhash" using current-operator entered-password
                     entered-hash
              if entered-hash = oper-password-hash
                     set password-ok to true
                     go to prompt-password-exit
              end-if
              if oper-failed-attempts < 99
                     add 1 to oper-failed-attempts
              end-if
              if oper-failed-total < 99999
                     add 1 to oper-failed-total
              end-if
              move today-date to oper-last-failed-date
              if max-failures > 0
                 and oper-failed-attempts not < max-failures
                     move "L" to oper-status
                     display "SIGN-ON REFUSED: too many failed "
                            "sign-ons - operator " current-operator
                            " is locked."
                     move "LOCKED" to log-denial-code
              else
                     display "Password incorrect."
                     move "DENIED" to log-denial-code
              end-if
              perform rewrite-profile
              perform log-sign-on.

       prompt-password-exit.
              continue.

       choose-new-password.
              move min-length to min-length-out
              display "New password, at least " min-length-out
                     " characters (spaces to quit): "
              move spaces to entered-password
              accept entered-password
              if entered-password = spaces
                     set signon-abandoned to true
                     go to choose-new-password-exit
              end-if
              move 16 to password-length
              perform until password-length = 0
                     or entered-password(password-length:1)
                        not = space
                     subtract 1 from password-length
              end-perform
              if password-length < min-length
                     display "Password is too short."
                     go to choose-new-password-exit
              end-if
              display "Enter the new password again: "
              move spaces to confirm-password
              accept confirm-password
              if confirm-password not = entered-password
                     display "The two entries do not match."
                     go to choose-new-password-exit
              end-if
              call "tvmhash" using current-operator entered-password
                     entered-hash
              if entered-hash = oper-password-hash
                     display "The new password must differ from the "
                            "old one."
                     go to choose-new-password-exit
              end-if
              move entered-hash to oper-password-hash
              move today-date to oper-password-date
              set password-chosen to true.

       choose-new-password-exit.
              continue.

       record-good-sign-on.
              accept now-time from time
              move 0 to oper-failed-attempts
              move today-date to oper-last-signon-date
              move now-time to oper-last-signon-time
              perform rewrite-profile
              set sgn-signed-on to true
              move spaces to log-denial-code
              perform log-sign-on.

       rewrite-profile.
              rewrite operauth-record
                     invalid key
                            display "ERROR: unable to update operator "
                                   "profile " oper-id " - status "
                                   operauth-status
              end-rewrite.

       log-sign-on.

      *****************************************************************
      *                                                               *
      * Sign-on entries go to the shared audit log under program      *
      * TVMSIGN, with the program signing on in the account column so *
      * a refusal or lock can be traced to where it came from;        *
      * refusals and locks carry the denial marker so supervision     *
      * reviews them with the other denied attempts.                  *
      *                                                               *
      *****************************************************************

              move spaces to tvm-log-record
              move today-date to log-date
              accept log-time from time
              move current-operator to log-operator
              move "TVMSIGN" to log-program
              move sgn-program to log-account
              move log-denial-code to log-denial
              open extend tvm-log-file
              if tvm-log-status = "35"
                     open output tvm-log-file
              end-if
              write tvm-log-record
              close tvm-log-file.
