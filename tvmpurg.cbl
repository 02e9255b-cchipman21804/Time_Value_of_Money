      *****************************************************************
      * DEPENDENT RECORD CLEANUP                                      *
      *                                                               *
      * CALLed by every program that deletes an account from the      *
      * master -- the PAYPOST payoff, a TVMREDM full withdrawal, a    *
      * TVMMATP CLOS payout, a TVMESCH remittance, and a delete       *
      * applied through TVMMAINT or TVMAPPRV -- once the delete has   *
      * gone through, so the account does not leave records behind    *
      * on the files keyed by it for TVMINTEG to report as orphans:   *
      *                                                               *
      *   DEBITAUT.DAT  the auto-debit authorization is cancelled,    *
      *                 not deleted, the way TVMDAUTH cancels one,    *
      *                 so its return history stays on file; audited  *
      *                 CAN to DAUTHAUD.DAT                           *
      *   VARRATE.DAT   the variable-rate terms are removed; audited  *
      *                 REM to VRATEAUD.DAT, as TVMVRATE audits one   *
      *   PENDCHG.DAT   a change still waiting for approval is        *
      *                 withdrawn; audited PRG to MAINTAUD.DAT with   *
      *                 the images the maker queued                   *
      *                                                               *
      * A file that is not on disk, or holds nothing for the          *
      * account, is passed over.  Each file is opened and closed on   *
      * the call, since a master delete is rare in any one run.       *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmpurg is initial program.

       environment division.
       input-output section.
       file-control.
              select debit-auth-file assign to "DEBITAUT.DAT"
                     organization is indexed
                     access mode is random
                     record key is dauth-account-id
                     file status is debit-auth-status.

              select var-rate-file assign to "VARRATE.DAT"
                     organization is indexed
                     access mode is random
                     record key is vrt-account-id
                     file status is var-rate-status.

              select pend-chg-file assign to "PENDCHG.DAT"
                     organization is indexed
                     access mode is random
                     record key is pend-account-id
                     file status is pend-chg-status.

              select dauth-audit-file assign to "DAUTHAUD.DAT"
                     organization is line sequential
                     file status is dauth-audit-status.

              select vrate-audit-file assign to "VRATEAUD.DAT"
                     organization is line sequential
                     file status is vrate-audit-status.

              select maint-audit-file assign to "MAINTAUD.DAT"
                     organization is line sequential
                     file status is maint-audit-status.

       data division.
       file section.
       fd  debit-auth-file.
       copy "debitaut.cpy".

       fd  var-rate-file.
       copy "varrate.cpy".

       fd  pend-chg-file.
       copy "pendchg.cpy".

       fd  dauth-audit-file.
       01  dauth-audit-record.
              05 daud-date             pic 9(8).
              05 daud-time             pic 9(8).
              05 daud-operator         pic x(8).
              05 daud-action           pic x(3).
              05 daud-account-id       pic x(10).
              05 daud-before-image     pic x(110).
              05 daud-after-image      pic x(110).

       fd  vrate-audit-file.
       01  vrate-audit-record.
              05 vaud-date             pic 9(8).
              05 vaud-time             pic 9(8).
              05 vaud-operator         pic x(8).
              05 vaud-action           pic x(3).
              05 vaud-account-id       pic x(10).
              05 vaud-before-image     pic x(110).
              05 vaud-after-image      pic x(110).

       fd  maint-audit-file.
       copy "maintaud.cpy".

       working-storage section.

       01 DEBIT-AUTH-STATUS      PIC XX.
       01 VAR-RATE-STATUS        PIC XX.
       01 PEND-CHG-STATUS        PIC XX.
       01 DAUTH-AUDIT-STATUS     PIC XX.
       01 VRATE-AUDIT-STATUS     PIC XX.
       01 MAINT-AUDIT-STATUS     PIC XX.

       01 PURG-WORK-FIELDS.
              05 CURRENT-OPERATOR   PIC X(8).
              05 BEFORE-IMAGE       PIC X(110).

       linkage section.
       copy "purgreq.cpy".

       procedure division using purge-request.
       main-logic.
              move 0 to purg-cleared-count
              accept current-operator from environment "USER"
              move function upper-case(current-operator)
                     to current-operator
              perform cancel-authorization
              perform remove-rate-terms
              if not purg-keep-pending
                     perform withdraw-pending-change
              end-if
              goback.

       cancel-authorization.
              open i-o debit-auth-file
              if debit-auth-status not = "00"
                     if debit-auth-status not = "35"
                            display "WARNING: unable to open "
                                   "DEBITAUT.DAT - status "
                                   debit-auth-status " - account "
                                   purg-account-id
                                   " authorization not cancelled."
                     end-if
                     exit paragraph
              end-if
              move purg-account-id to dauth-account-id
              read debit-auth-file
                     invalid key
                            close debit-auth-file
                            exit paragraph
              end-read
              if dauth-cancelled
                     close debit-auth-file
                     exit paragraph
              end-if
              move debit-auth-record to before-image
              move "X" to dauth-status
              rewrite debit-auth-record
                     invalid key
                            display "ERROR: unable to cancel "
                                   "authorization "
                                   purg-account-id " - status "
                                   debit-auth-status
                            close debit-auth-file
                            exit paragraph
              end-rewrite
              perform write-dauth-audit
              add 1 to purg-cleared-count
              close debit-auth-file.

       remove-rate-terms.
              open i-o var-rate-file
              if var-rate-status not = "00"
                     if var-rate-status not = "35"
                            display "WARNING: unable to open "
                                   "VARRATE.DAT - status "
                                   var-rate-status " - account "
                                   purg-account-id
                                   " rate terms not removed."
                     end-if
                     exit paragraph
              end-if
              move purg-account-id to vrt-account-id
              read var-rate-file
                     invalid key
                            close var-rate-file
                            exit paragraph
              end-read
              move variable-rate-record to before-image
              delete var-rate-file
                     invalid key
                            display "ERROR: unable to remove rate "
                                   "terms " purg-account-id
                                   " - status " var-rate-status
                            close var-rate-file
                            exit paragraph
              end-delete
              perform write-vrate-audit
              add 1 to purg-cleared-count
              close var-rate-file.

       withdraw-pending-change.
              open i-o pend-chg-file
              if pend-chg-status not = "00"
                     if pend-chg-status not = "35"
                            display "WARNING: unable to open "
                                   "PENDCHG.DAT - status "
                                   pend-chg-status " - account "
                                   purg-account-id
                                   " pending change not withdrawn."
                     end-if
                     exit paragraph
              end-if
              move purg-account-id to pend-account-id
              read pend-chg-file
                     invalid key
                            close pend-chg-file
                            exit paragraph
              end-read
              delete pend-chg-file
                     invalid key
                            display "ERROR: unable to withdraw the "
                                   "pending change for "
                                   purg-account-id " - status "
                                   pend-chg-status
                            close pend-chg-file
                            exit paragraph
              end-delete
              perform write-maint-audit
              add 1 to purg-cleared-count
              close pend-chg-file.

       write-dauth-audit.

      *****************************************************************
      *                                                               *
      * The cancellation goes on DAUTHAUD.DAT beside the ones keyed   *
      * through TVMDAUTH, under the operator who ran the deleting     *
      * program.                                                      *
      *                                                               *
      *****************************************************************

              open extend dauth-audit-file
              if dauth-audit-status = "35"
                     open output dauth-audit-file
              end-if
              move spaces to dauth-audit-record
              accept daud-date from date yyyymmdd
              accept daud-time from time
              move current-operator to daud-operator
              move "CAN" to daud-action
              move purg-account-id to daud-account-id
              move before-image to daud-before-image
              move debit-auth-record to daud-after-image
              write dauth-audit-record
              close dauth-audit-file.

       write-vrate-audit.
              open extend vrate-audit-file
              if vrate-audit-status = "35"
                     open output vrate-audit-file
              end-if
              move spaces to vrate-audit-record
              accept vaud-date from date yyyymmdd
              accept vaud-time from time
              move current-operator to vaud-operator
              move "REM" to vaud-action
              move purg-account-id to vaud-account-id
              move before-image to vaud-before-image
              move spaces to vaud-after-image
              write vrate-audit-record
              close vrate-audit-file.

       write-maint-audit.

      *****************************************************************
      *                                                               *
      * A withdrawn pending change keeps the maker's images, so what  *
      * was waiting for approval when the account went is still       *
      * traceable, with the maker who queued it in the approver       *
      * column.                                                       *
      *                                                               *
      *****************************************************************

              open extend maint-audit-file
              if maint-audit-status = "35"
                     open output maint-audit-file
              end-if
              move spaces to maint-audit-record
              accept maud-date from date yyyymmdd
              accept maud-time from time
              move current-operator to maud-operator
              move "PRG" to maud-action
              move pend-account-id to maud-account-id
              move pend-before-image to maud-before-image
              move pend-after-image to maud-after-image
              move pend-maker to maud-approver
              write maint-audit-record
              close maint-audit-file.
