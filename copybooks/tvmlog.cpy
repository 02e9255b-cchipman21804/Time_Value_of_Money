      * produced by a batch run over MASTER.DAT (FPGA/FPGF), so the   *
      * nightly reconciliation can tie log entries back to master     *
      * accounts.  It is spaces for interactive quotes, which have    *
      * no account.  On TVMSIGN sign-on entries it carries the        *
      * program the operator was signing on to.  The field is         *
      * appended to the record so programs reading the older layout   *
      * are unaffected.                                               *
      *                                                               *
      * LOG-DENIAL carries "DENIED" when the entry records an         *
      * attempt the operator authorization file refused -- a program  *
