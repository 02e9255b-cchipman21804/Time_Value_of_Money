      *****************************************************************
      * OPERAUD.CPY                                                   *
      *                                                               *
      * Operator profile audit record appended to OPERAUD.DAT for     *
      * every change made to OPERAUTH.DAT -- by TVMOPER maintenance   *
      * (ADD, CHG change, DIS disable, ENA enable, PWD password       *
      * reset, LOD initial load) and by the TVMACREV access review    *
      * marking a dormant ID inactive (DRM) -- with the before/after  *
      * image of the profile, the same way MAINTAUD.DAT audits master *
      * maintenance.  An add carries a blank before image.  The       *
      * password hash is zeroed in both images, so the audit trail    *
      * never carries anything derived from a password.               *
      *                                                               *
      *****************************************************************
       01 OPER-AUDIT-RECORD.
              05 OAUD-DATE             PIC 9(8).
              05 OAUD-TIME             PIC 9(8).
              05 OAUD-OPERATOR         PIC X(8).
              05 OAUD-ACTION           PIC X(3).
              05 OAUD-OPER-ID          PIC X(8).
              05 OAUD-BEFORE-IMAGE     PIC X(160).
              05 OAUD-AFTER-IMAGE      PIC X(160).
