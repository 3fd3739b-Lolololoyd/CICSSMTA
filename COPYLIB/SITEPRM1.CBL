      * deployment window. The consumers all fall back to their old
      * compiled-in values when the record (or the whole file) is
      * missing, so an empty parameters file changes nothing.
      * Every SM0025 add/change/delete and every SM0065 restore is
      * logged on sith0001 (SITH0001) with the old and new value.
      * Ids in use:
      *   IDLELIMT - SM000 idle timeout, seconds (was 900)
      *   DFLTCNCT - default routing contact, REGION-CODE+NAME-CODE
      *              days (default 3)
      *   CORRWNDW - TKTOPN01 duplicate-correlation window, hours
      *              (default 24)
      *   MCLRRESL - resl0001 resolution code TKTOPN01 and SM0040
      *              stamp on monitoring-clear closures (default MCLR)
      *   FEEDSILD - SM0050 monitoring-feed silence threshold for the
      *              0800-1759 day shift, minutes (default 60)
      *   FEEDSILN - SM0050 silence threshold overnight, minutes
      *              (default 240)
      *   RPTGENS  - RPTLOD01 report generations kept per report id
      *              (default 5)
      *   AUDRETDY - AUDRET01 audit-history retention age, days
      *              (default 30)
      *   DLGTMAXD - SM0027 maximum delegation window, days
      *              (default 30)
      *   FUPMISDY - FUPRPT01 missed follow-up threshold, business
      *              days past the promised date (default 2)
      *   MOVRDAYS - UAFLOAD1 mover access review deadline,
      *              calendar days from detection (default 14)
      *   GLDRACCT - CHGCLS01 GL account debited per department
      *              cost centre (default 610000)
      *   GLCRACCT - CHGCLS01 GL IT-recovery account credited
      *              (default 480000)
      *   GLRECOVC - CHGCLS01 IT-recovery cost centre (default ITREC)
      *   SVYRCVTH - SVYRSP01 survey score at or below which a
      *              service-recovery ticket opens (default 2)
      *   SVYRCVSC - service code of those recovery tickets
      *              (default SVCRECOV, must be in the catalog)
      *   PAGEACKM - TKTPAG01 minutes a page waits for its
      *              acknowledgment before the re-page (default 15)
      *   PAGERPTS - TKTPAG01 re-pages to one contact before the
      *              ladder moves on (default 1)
      * Maintained through SM0025. Numeric values are keyed as plain
      * digits; the consumers edit them through FUNCTION NUMVAL.
      *
