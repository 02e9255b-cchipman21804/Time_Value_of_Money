      *****************************************************************
      * CTLAUD.CPY                                                    *
      *                                                               *
      * Control-table audit record appended to CTLAUD.DAT for every   *
      * change to LIMITS.DAT, CALENDAR.DAT, RATECURV.DAT,             *
      * FXRATES.DAT and CURRTAB.DAT, and for every close and reopen   *
      * of an accounting period on PERIOD.DAT, with the before/after  *
      * image of the record changed, the same way MAINTAUD.DAT        *
      * audits the master.  An add carries a blank before image, a    *
      * delete a blank after image.                                   *
      *                                                               *
      * CAUD-TABLE names the file (LIMITS, CALENDAR, RATECURV,        *
      * FXRATES, CURRTAB) and CAUD-KEY the record within it (band     *
      * low-high, date, currency code).  Changes TVMCTLM applies      *
      * directly carry ADD/CHG/DEL, or OVR for an FX rate moved       *
      * beyond the tolerance on a confirmed override.  LIMITS and     *
      * curve changes go through PENDCHG.DAT dual control and are     *
      * written by TVMAPPRV when disposed of: the PENDCHG action      *
      * (LIM, CVA, CVC, CVD) or REJ, with CAUD-OPERATOR the maker     *
      * and CAUD-APPROVER the checker -- spaces on direct changes.    *
      * TVMCLOSE writes CLS, table PERIOD, keyed by the period        *
      * (YYYYMM), when it closes a period; a reopen is queued as REO  *
      * and written by TVMAPPRV like the other dual-control changes.  *
      * The images are the first 40 bytes of the period record,       *
      * except a reopen's after image (REO or REJ): the period, its   *
      * status, the reopen count and the reason the maker gave.       *
      *                                                               *
      *****************************************************************
       01 CONTROL-AUDIT-RECORD.
              05 CAUD-DATE             PIC 9(8).
              05 CAUD-TIME             PIC 9(8).
              05 CAUD-OPERATOR         PIC X(8).
              05 CAUD-ACTION           PIC X(3).
              05 CAUD-TABLE            PIC X(8).
              05 CAUD-KEY              PIC X(10).
              05 CAUD-BEFORE-IMAGE     PIC X(40).
              05 CAUD-AFTER-IMAGE      PIC X(40).
              05 CAUD-APPROVER         PIC X(8).
