      * control file checked by TVMMENU before dispatching to a       *
      * calculator and re-checked by each calculator's own input      *
      * editing against the entered amounts.  One record per          *
      * operator, keyed by OPER-ID:                                   *
      *                                                               *
      *   OPER-PROGRAM-ID slots name the programs the operator may    *
      *   run; "*ALL" in the first slot authorizes everything.        *
      * same convention LIMITS.DAT uses.  An operator with no record  *
      * on an existing file is authorized for nothing.                *
      *                                                               *
      * The file is maintained through TVMOPER, never by hand, and    *
      * the TVMSIGN sign-on keeps the security fields appended to     *
      * the profile:                                                  *
      *                                                               *
      *   OPER-STATUS is active (space or "A"), locked ("L") after    *
      *   too many failed sign-ons, inactive ("I") once dormant past  *
      *   the SIGNCTL.DAT limit, or disabled ("D") by the security    *
      *   administrator.  Only an active operator can sign on.        *
      *   OPER-PASSWORD-HASH holds the TVMHASH hash of the password,  *
      *   never the password; zero means none has been chosen yet.    *
      *   OPER-PASSWORD-DATE is the date it was last chosen; zero     *
      *   means the next sign-on must choose a new one (an ID just    *
      *   added or reset carries a temporary password).               *
      *   OPER-FAILED-ATTEMPTS counts failed sign-ons since the last  *
      *   good one; OPER-FAILED-TOTAL counts them for the life of     *
      *   the ID, for the access review.                              *
      *   OPER-CHANGED-BY/-DATE stamp the last TVMOPER maintenance;   *
      *   an ID is dormant when neither it nor a sign-on is recent.   *
      *                                                               *
      *****************************************************************
       01 OPERAUTH-RECORD.
              05 OPER-ID               PIC X(8).
                     10 OPER-PROGRAM-ID OCCURS 5 TIMES PIC X(8).
              05 OPER-MAX-PRINCIPAL    PIC 9(9)V99.
              05 OPER-MAX-PAYMENT      PIC 9(9)V99.
              05 OPER-STATUS           PIC X.
                     88 OPER-ACTIVE    VALUE " " "A".
                     88 OPER-LOCKED    VALUE "L".
                     88 OPER-INACTIVE  VALUE "I".
                     88 OPER-DISABLED  VALUE "D".
              05 OPER-PASSWORD-HASH    PIC 9(18).
              05 OPER-PASSWORD-DATE    PIC 9(8).
              05 OPER-FAILED-ATTEMPTS  PIC 99.
              05 OPER-FAILED-TOTAL     PIC 9(5).
              05 OPER-LAST-FAILED-DATE PIC 9(8).
              05 OPER-LAST-SIGNON-DATE PIC 9(8).
              05 OPER-LAST-SIGNON-TIME PIC 9(8).
              05 OPER-ADDED-DATE       PIC 9(8).
              05 OPER-CHANGED-BY       PIC X(8).
              05 OPER-CHANGED-DATE     PIC 9(8).
