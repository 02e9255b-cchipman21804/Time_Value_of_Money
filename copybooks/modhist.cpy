      *****************************************************************
      * MODHIST.CPY                                                   *
      *                                                               *
      * Loan modification history record for MODHIST.DAT, the         *
      * permanent record of every change to an ANNU account's         *
      * repayment terms after booking -- a hardship rate cut, a term  *
      * extension, a payment deferral -- and of every payment the     *
      * TVMVRST variable-rate reset re-levels.  Keyed by account id   *
      * and a sequence number, so an account's modifications read     *
      * back oldest first.                                            *
      *                                                               *
      * A modification is keyed through TVMMODF and queued to         *
      * PENDCHG.DAT as action "MOD" with its history record written   *
      * here PENDING; TVMAPPRV re-amortizes it from the live balance  *
      * and marks it APPLIED (or REJECTED) when the second operator   *
      * disposes of it.  Only APPLIED records change the schedule.    *
      *                                                               *
      * The account's schedule stays on the anniversaries of          *
      * MAST-OPEN-DATE.  MODH-START-INSTALLMENT is the first          *
      * installment the new terms govern -- the first falling due     *
      * after MODH-EFFECTIVE-DATE.  The first MODH-DEFER-COUNT of     *
      * those are deferred (nothing due, interest capitalized); the   *
      * rest pay MODH-NEW-PAYMENT, which levels the capitalized       *
      * MODH-REAMORT-BALANCE at MODH-NEW-RATE out to MODH-NEW-TERM    *
      * years from the open date.  TVMDELQ and the FPGA amortization  *
      * schedule build the schedule in segments from these records;   *
      * the segment before the first one runs on its MODH-OLD terms.  *
      *                                                               *
      *****************************************************************
       01 MODIFICATION-HISTORY-RECORD.
              05 MODH-KEY.
                     10 MODH-ACCOUNT-ID    PIC X(10).
                     10 MODH-SEQUENCE      PIC 9(3).
              05 MODH-STATUS           PIC X.
                     88 MODH-PENDING   VALUE "P".
                     88 MODH-APPLIED   VALUE "A".
                     88 MODH-REJECTED  VALUE "R".
              05 MODH-EFFECTIVE-DATE   PIC 9(8).
              05 MODH-START-INSTALLMENT PIC 99.
              05 MODH-DEFER-COUNT      PIC 99.
              05 MODH-OLD-RATE         PIC 99V9999.
              05 MODH-NEW-RATE         PIC 99V9999.
              05 MODH-OLD-TERM         PIC 99.
              05 MODH-NEW-TERM         PIC 99.
              05 MODH-OLD-PAYMENT      PIC 9(9)V99.
              05 MODH-NEW-PAYMENT      PIC 9(9)V99.
              05 MODH-REAMORT-BALANCE  PIC S9(9)V99.
              05 MODH-REASON-CODE      PIC X(4).
                     88 MODH-HARDSHIP  VALUE "HARD".
                     88 MODH-RATE-CUT  VALUE "RATE".
                     88 MODH-EXTENSION VALUE "TERM".
                     88 MODH-DEFERRAL  VALUE "DEFR".
                     88 MODH-RATE-RESET VALUE "VRST".
              05 MODH-REASON-TEXT      PIC X(30).
              05 MODH-MAKER            PIC X(8).
              05 MODH-REQUEST-DATE     PIC 9(8).
              05 MODH-APPROVER         PIC X(8).
              05 MODH-APPROVED-DATE    PIC 9(8).
