      * entries for the requested run date and reports three          *
      * exception classes:                                            *
      *                                                               *
      *   MISSED        - an eligible (ANNU/FUTV, not charged off)    *
      *                   master account with no log entry for the    *
      *                   run date                                    *
      *   DOUBLE-POSTED - an account logged more than once, e.g.      *
      *                   after a checkpoint restart went wrong       *
      *   ORPHAN        - a log entry carrying an account id with no  *
              end-if.

       load-master-account.
              if (mast-product-code = "ANNU"
                 or mast-product-code = "FUTV")
                 and not mast-charged-off
                     if acct-count >= acct-table-max
                            display "WARNING: more than "
                                   acct-table-max " eligible "
