       PROGRAM-ID. TRANAUDT.
      *----------------------------------------------------------------*
      * Compliance audit search.  The TRAU writers - TRANHIST,         *
      * TRANPOST, TRANFIND, TRANRPRT, TRANACCT, TRANHOLD, TRANXFER,    *
      * TRANAPRV, TRANREVS, TRANCUST, TRANRELN and the TRANFRZE,       *
      * TRANHEXP and TRANPEXP batch runs - all land their audit events *
      * on the PROD.AUDIT_LOG table; this screen is the inquiry over   *
      * it.  A compliance researcher keys any combination of account,  *
      * terminal and from/to dates (at least one - the whole log is    *
      * not a browsing exercise) and the matching events are listed in *
      * timestamp order, 10 to a page, PF8 paging forward, so "who     *
      * looked at account X in March" and "every adjustment this       *
      * teller posted" are one search instead of a grep through a      *
