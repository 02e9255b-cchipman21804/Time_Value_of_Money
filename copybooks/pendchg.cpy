      * operator who keyed the change; the approver must sign on      *
      * under a different OPER-ID.                                    *
      *                                                               *
      * TVMCTLM queues LIMITS.DAT and RATECURV.DAT changes here too,  *
      * always under dual control, keyed by a control key in place    *
      * of an account id: "*" (never the start of an account id),     *
      * the table, and for the curve the band's low year --           *
      * "*LIMITS" action "LIM" with the whole LIMITS record as the    *
      * images, "*CURVE  nn" actions "CVA"/"CVC"/"CVD" (band add,     *
      * change, delete) with the band record as the images.  One      *
      * pending change per key, the same as for an account.           *
      *                                                               *
      * Reopening a closed accounting period queues here the same     *
      * way, keyed "*PER" and the period (YYYYMM), action "REO", the  *
      * reason the period is being reopened as PEND-REASON and the    *
      * PERIOD.DAT record as it stands, up to the reopen reason, as   *
      * the before image; the reason it replaces is not queued.       *
      *                                                               *
      *****************************************************************
       01 PENDING-CHANGE-RECORD.
              05 PEND-ACCOUNT-ID       PIC X(10).
              05 PEND-CONTROL-KEY REDEFINES PEND-ACCOUNT-ID.
                     10 PEND-CONTROL-MARK  PIC X.
                            88 PEND-CONTROL-TABLE VALUE "*".
                     10 PEND-CONTROL-FILE  PIC X(7).
                            88 PEND-LIMITS-CHANGE VALUE "LIMITS".
                            88 PEND-CURVE-CHANGE  VALUE "CURVE".
                     10 PEND-CONTROL-BAND  PIC 99.
              05 PEND-PERIOD-KEY REDEFINES PEND-ACCOUNT-ID.
                     10 PEND-PERIOD-MARK   PIC X(4).
                            88 PEND-PERIOD-CHANGE VALUE "*PER".
                     10 PEND-PERIOD-ID     PIC 9(6).
              05 PEND-ACTION           PIC X(3).
              05 PEND-DATE             PIC 9(8).
              05 PEND-TIME             PIC 9(8).
