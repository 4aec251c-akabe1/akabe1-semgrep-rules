      *================================================================*
      *  WLFEED.CPY                                                    *
      *  WATCH-LIST-FEED-RECORD - the periodic sanctions list as       *
      *  compliance hands it over, one header, one detail per listed   *
      *  name, one trailer.  Each alias of a listed party comes as a   *
      *  detail of its own under the party's entry id.  The trailer    *
      *  count ties the file; a feed that does not tie is refused      *
      *  whole and the list already on file stays in force.            *
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Added for watch-list screening.
      *================================================================*
       01  WATCH-LIST-FEED-RECORD.
           05  WLF-RECORD-TYPE             PIC X(01).
               88  WLF-HEADER                    VALUE 'H'.
               88  WLF-DETAIL                    VALUE 'D'.
               88  WLF-TRAILER                   VALUE 'T'.
           05  WLF-BODY                    PIC X(99).
           05  WLF-HEADER-BODY REDEFINES WLF-BODY.
               10  WLFH-LIST-DATE          PIC 9(08).
               10  WLFH-SOURCE             PIC X(20).
               10  FILLER                  PIC X(71).
           05  WLF-DETAIL-BODY REDEFINES WLF-BODY.
               10  WLFD-ENTRY-ID           PIC X(12).
               10  WLFD-LIST-NAME          PIC X(08).
               10  WLFD-ENTRY-TYPE         PIC X(01).
                   88  WLFD-INDIVIDUAL           VALUE 'I'.
                   88  WLFD-ENTITY               VALUE 'E'.
               10  WLFD-LISTED-NAME        PIC X(60).
               10  FILLER                  PIC X(18).
           05  WLF-TRAILER-BODY REDEFINES WLF-BODY.
               10  WLFT-DETAIL-COUNT       PIC 9(07).
               10  FILLER                  PIC X(92).
