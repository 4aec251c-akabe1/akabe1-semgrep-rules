      *================================================================*
      *  WLSCRN.CPY                                                    *
      *  Parameter block passed to the WLSCRN1 subprogram, which       *
      *  screens a name against the keyed WATCH-LIST-FILE.  Function   *
      *  S screens WLSCRN-NAME; N only builds its match key (the       *
      *  loader keys the list with it); E closes the list at end of    *
      *  job.  A likely match is a listed name every word of which     *
      *  appears in the screened name, in any order, once titles,      *
      *  company suffixes, case and punctuation are set aside.  The    *
      *  first match found is returned, fullest first; the count is    *
      *  how many listed names matched.  WLSCRN-NO-FILE tells the      *
      *  caller no list was on hand, so nothing could be screened.     *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for watch-list screening.
      *================================================================*
       01  WLSCRN-PARMS.
           05  WLSCRN-FUNCTION             PIC X(01).
               88  WLSCRN-FUNC-SCREEN            VALUE 'S'.
               88  WLSCRN-FUNC-NORMALIZE         VALUE 'N'.
               88  WLSCRN-FUNC-END               VALUE 'E'.
           05  WLSCRN-NAME                 PIC X(60).
           05  WLSCRN-MATCH-KEY            PIC X(30).
           05  WLSCRN-RESULT-SW            PIC X(01).
               88  WLSCRN-LIKELY-MATCH           VALUE 'Y'.
               88  WLSCRN-NO-MATCH               VALUE 'N'.
           05  WLSCRN-FILE-SW              PIC X(01).
               88  WLSCRN-FILE-PRESENT           VALUE 'Y'.
               88  WLSCRN-NO-FILE                VALUE 'N'.
           05  WLSCRN-ENTRY-ID             PIC X(12).
           05  WLSCRN-LIST-NAME            PIC X(08).
           05  WLSCRN-LISTED-NAME          PIC X(60).
           05  WLSCRN-LIST-DATE            PIC 9(08).
           05  WLSCRN-MATCH-COUNT          PIC 9(03).
