      *================================================================*
      *  WATCHLST.CPY                                                  *
      *  WATCH-LIST-RECORD - one row per listed name on the keyed      *
      *  WATCH-LIST-FILE, rebuilt whole by WLLOAD1 from each list      *
      *  compliance receives.  The key leads with the match key: the   *
      *  listed name upper-cased, stripped of punctuation and of       *
      *  titles and company suffixes, its words put in alphabetic      *
      *  order.  WLSCRN1 builds the same key from a customer name, so  *
      *  word order, case and punctuation never hide a match.          *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for watch-list screening.
      *================================================================*
       01  WATCH-LIST-RECORD.
           05  WL-KEY.
               10  WL-MATCH-KEY            PIC X(30).
               10  WL-ENTRY-ID             PIC X(12).
           05  WL-LIST-NAME                PIC X(08).
           05  WL-ENTRY-TYPE               PIC X(01).
               88  WL-INDIVIDUAL                 VALUE 'I'.
               88  WL-ENTITY                     VALUE 'E'.
           05  WL-LISTED-NAME              PIC X(60).
           05  WL-LIST-DATE                PIC 9(08).
           05  WL-LOAD-TIMESTAMP           PIC 9(14).
           05  FILLER                      PIC X(27).
