      *================================================================*
      *  WLSCRN1                                                       *
      *  Watch-list screening against the keyed WATCH-LIST-FILE.       *
      *  A name is reduced to its match key: upper-cased, apostrophes  *
      *  dropped, every other non-alphanumeric taken as a word break,  *
      *  titles and company suffixes set aside, the first five words   *
      *  that are left put in alphabetic order and joined by single    *
      *  spaces, whole words only, up to thirty characters.  The list  *
      *  is keyed on the same key, so screening looks up every         *
      *  combination of the name's words - a listed name is a likely   *
      *  match when every one of its words is in the screened name.    *
      *  Combinations are tried fullest first; the first listed name   *
      *  found is returned and every match is counted.                 *
      *                                                                *
      *  The list is opened on the first screen and stays open across  *
      *  calls, so a rescreen of the whole customer master does not    *
      *  open it once per customer; the caller ends with function E.   *
      *  A missing list comes back as WLSCRN-NO-FILE.                  *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCRN1.
       AUTHOR. J H MERCER.
       INSTALLATION. DATA CENTER 2.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WL-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY "watchlst.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02).
           88  WL-STATUS-OK                  VALUE '00'.
       77  WS-LIST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-LIST-OPEN                  VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01).
           88  WS-AT-EOF                     VALUE 'Y'.
       77  WS-IN-WORD-SW               PIC X(01).
           88  WS-IN-WORD                    VALUE 'Y'.
       77  WS-NOISE-SW                 PIC X(01).
           88  WS-NOISE-WORD-FOUND           VALUE 'Y'.
       77  WS-PROBE-FITS-SW            PIC X(01).
           88  WS-PROBE-FITS                 VALUE 'Y'.
       77  WS-ONE-CHAR                 PIC X(01).
       77  WS-IN-IX                    PIC S9(04) COMP.
       77  WS-TOK-IX                   PIC S9(04) COMP.
       77  WS-SORT-IX                  PIC S9(04) COMP.
       77  WS-ADD-IX                   PIC S9(04) COMP.
       77  WS-RAW-COUNT                PIC S9(04) COMP.
       77  WS-KEEP-COUNT               PIC S9(04) COMP.
       77  WS-KEEP-LIMIT               PIC S9(04) COMP VALUE 5.
       77  WS-SUBSET-SIZE              PIC S9(04) COMP.
       77  WS-BITS-SET                 PIC S9(04) COMP.
       77  WS-MASK                     PIC S9(04) COMP.
       77  WS-MASK-LIMIT               PIC S9(04) COMP.
       77  WS-BIT-WORK                 PIC S9(04) COMP.
       77  WS-BIT                      PIC S9(04) COMP.
       77  WS-PROBE-PTR                PIC S9(04) COMP.
       77  WS-PROBE-KEY                PIC X(30).

       01  WS-RAW-NAME                 PIC X(60).
       01  FILLER REDEFINES WS-RAW-NAME.
           05  WS-RAW-CHAR             PIC X(01) OCCURS 60 TIMES.

       01  WS-RAW-TOKEN-TABLE.
           05  WS-RAW-ENTRY OCCURS 12 TIMES.
               10  WS-RAW-TOKEN        PIC X(30).
               10  WS-RAW-LEN          PIC S9(04) COMP.
       01  WS-KEEP-TOKEN-TABLE.
           05  WS-KEEP-ENTRY OCCURS 5 TIMES.
               10  WS-KEEP-TOKEN       PIC X(30).
               10  WS-KEEP-LEN         PIC S9(04) COMP.
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-TOKEN           PIC X(30).
           05  WS-SWAP-LEN             PIC S9(04) COMP.

      *    Titles and company suffixes that say nothing about who a
      *    party is; "ACME TRADING LTD" and "THE ACME TRADING CO"
      *    are one name to the screen.
       01  NOISE-WORD-TABLE.
           05  FILLER   PIC X(08) VALUE "MR      ".
           05  FILLER   PIC X(08) VALUE "MRS     ".
           05  FILLER   PIC X(08) VALUE "MS      ".
           05  FILLER   PIC X(08) VALUE "MISS    ".
           05  FILLER   PIC X(08) VALUE "DR      ".
           05  FILLER   PIC X(08) VALUE "SIR     ".
           05  FILLER   PIC X(08) VALUE "THE     ".
           05  FILLER   PIC X(08) VALUE "AND     ".
           05  FILLER   PIC X(08) VALUE "OF      ".
           05  FILLER   PIC X(08) VALUE "INC     ".
           05  FILLER   PIC X(08) VALUE "LTD     ".
           05  FILLER   PIC X(08) VALUE "LLC     ".
           05  FILLER   PIC X(08) VALUE "CO      ".
           05  FILLER   PIC X(08) VALUE "CORP    ".
           05  FILLER   PIC X(08) VALUE "PLC     ".
           05  FILLER   PIC X(08) VALUE "LIMITED ".
           05  FILLER   PIC X(08) VALUE "COMPANY ".
       01  FILLER REDEFINES NOISE-WORD-TABLE.
           05  NOISE-WORD-ENTRY OCCURS 17 TIMES
                   INDEXED BY NOISE-WORD-IDX.
               10  NWT-WORD                PIC X(08).
       77  NOISE-WORD-COUNT            PIC 9(02) COMP-3 VALUE 17.
       LINKAGE SECTION.
       COPY "wlscrn.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING WLSCRN-PARMS.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN WLSCRN-FUNC-END
                   PERFORM 8000-CLOSE-LIST THRU 8000-EXIT
               WHEN WLSCRN-FUNC-NORMALIZE
                   PERFORM 1000-BUILD-MATCH-KEY THRU 1000-EXIT
               WHEN OTHER
                   PERFORM 1000-BUILD-MATCH-KEY THRU 1000-EXIT
                   PERFORM 2000-SCREEN-NAME THRU 2000-EXIT
           END-EVALUATE.
       0000-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-BUILD-MATCH-KEY - words out of the name, noise words   *
      *    set aside, the first five kept, sorted, and joined          *
      *----------------------------------------------------------------*
       1000-BUILD-MATCH-KEY.
           MOVE SPACES TO WLSCRN-MATCH-KEY
           MOVE SPACES TO WS-RAW-TOKEN-TABLE
           MOVE SPACES TO WS-KEEP-TOKEN-TABLE
           MOVE ZERO TO WS-RAW-COUNT
           MOVE ZERO TO WS-KEEP-COUNT
           MOVE 'N' TO WS-IN-WORD-SW

           MOVE WLSCRN-NAME TO WS-RAW-NAME
           INSPECT WS-RAW-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM 1100-SCAN-ONE-CHAR THRU 1100-EXIT
               VARYING WS-IN-IX FROM 1 BY 1
               UNTIL WS-IN-IX > 60
           PERFORM 1200-KEEP-ONE-TOKEN THRU 1200-EXIT
               VARYING WS-TOK-IX FROM 1 BY 1
               UNTIL WS-TOK-IX > WS-RAW-COUNT
           PERFORM 1300-SORT-PASS THRU 1300-EXIT
               WS-KEEP-COUNT TIMES

           MOVE SPACES TO WS-PROBE-KEY
           MOVE 1 TO WS-PROBE-PTR
           SET WS-PROBE-FITS TO TRUE
           PERFORM 2500-ADD-PROBE-TOKEN THRU 2500-EXIT
               VARYING WS-ADD-IX FROM 1 BY 1
               UNTIL WS-ADD-IX > WS-KEEP-COUNT
                  OR NOT WS-PROBE-FITS
           MOVE WS-PROBE-KEY TO WLSCRN-MATCH-KEY.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-SCAN-ONE-CHAR - letters and digits build words; an     *
      *    apostrophe is dropped so O'NEILL and ONEILL agree; anything *
      *    else ends the word.  Words past the twelfth are ignored     *
      *----------------------------------------------------------------*
       1100-SCAN-ONE-CHAR.
           MOVE WS-RAW-CHAR(WS-IN-IX) TO WS-ONE-CHAR
           IF WS-ONE-CHAR = "'" OR "`"
               GO TO 1100-EXIT
           END-IF
           IF (WS-ONE-CHAR IS NOT ALPHABETIC-UPPER
               OR WS-ONE-CHAR = SPACE)
              AND WS-ONE-CHAR IS NOT NUMERIC
               MOVE 'N' TO WS-IN-WORD-SW
               GO TO 1100-EXIT
           END-IF

           IF NOT WS-IN-WORD
               IF WS-RAW-COUNT NOT < 12
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-RAW-COUNT
               MOVE ZERO TO WS-RAW-LEN(WS-RAW-COUNT)
               SET WS-IN-WORD TO TRUE
           END-IF
           IF WS-RAW-LEN(WS-RAW-COUNT) < 30
               ADD 1 TO WS-RAW-LEN(WS-RAW-COUNT)
               MOVE WS-ONE-CHAR TO
                   WS-RAW-TOKEN(WS-RAW-COUNT)
                       (WS-RAW-LEN(WS-RAW-COUNT):1)
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-KEEP-ONE-TOKEN                                         *
      *----------------------------------------------------------------*
       1200-KEEP-ONE-TOKEN.
           IF WS-KEEP-COUNT NOT < WS-KEEP-LIMIT
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-NOISE-SW
           PERFORM 1210-CHECK-NOISE-WORD THRU 1210-EXIT
               VARYING NOISE-WORD-IDX FROM 1 BY 1
               UNTIL NOISE-WORD-IDX > NOISE-WORD-COUNT
                  OR WS-NOISE-WORD-FOUND
           IF WS-NOISE-WORD-FOUND
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-KEEP-COUNT
           MOVE WS-RAW-ENTRY(WS-TOK-IX)
               TO WS-KEEP-ENTRY(WS-KEEP-COUNT).
       1200-EXIT.
           EXIT.

       1210-CHECK-NOISE-WORD.
           IF NWT-WORD(NOISE-WORD-IDX) = WS-RAW-TOKEN(WS-TOK-IX)
               SET WS-NOISE-WORD-FOUND TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-SORT-PASS - one exchange pass over the kept words;     *
      *    as many passes as words leaves them in order                *
      *----------------------------------------------------------------*
       1300-SORT-PASS.
           PERFORM 1310-ORDER-ONE-PAIR THRU 1310-EXIT
               VARYING WS-SORT-IX FROM 1 BY 1
               UNTIL WS-SORT-IX NOT < WS-KEEP-COUNT.
       1300-EXIT.
           EXIT.

       1310-ORDER-ONE-PAIR.
           IF WS-KEEP-TOKEN(WS-SORT-IX) >
              WS-KEEP-TOKEN(WS-SORT-IX + 1)
               MOVE WS-KEEP-ENTRY(WS-SORT-IX) TO WS-SWAP-ENTRY
               MOVE WS-KEEP-ENTRY(WS-SORT-IX + 1)
                   TO WS-KEEP-ENTRY(WS-SORT-IX)
               MOVE WS-SWAP-ENTRY TO WS-KEEP-ENTRY(WS-SORT-IX + 1)
           END-IF.
       1310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-SCREEN-NAME - every combination of the kept words is   *
      *    looked up, the fullest combinations first                   *
      *----------------------------------------------------------------*
       2000-SCREEN-NAME.
           SET WLSCRN-NO-MATCH TO TRUE
           MOVE SPACES TO WLSCRN-ENTRY-ID
           MOVE SPACES TO WLSCRN-LIST-NAME
           MOVE SPACES TO WLSCRN-LISTED-NAME
           MOVE ZERO TO WLSCRN-LIST-DATE
           MOVE ZERO TO WLSCRN-MATCH-COUNT

           IF NOT WS-LIST-OPEN
               OPEN INPUT WATCH-LIST-FILE
               IF NOT WL-STATUS-OK
                   SET WLSCRN-NO-FILE TO TRUE
                   GO TO 2000-EXIT
               END-IF
               SET WS-LIST-OPEN TO TRUE
           END-IF
           SET WLSCRN-FILE-PRESENT TO TRUE

           IF WS-KEEP-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-MASK-LIMIT = (2 ** WS-KEEP-COUNT) - 1
           PERFORM 2100-PROBE-ONE-SIZE THRU 2100-EXIT
               VARYING WS-SUBSET-SIZE FROM WS-KEEP-COUNT BY -1
               UNTIL WS-SUBSET-SIZE < 1.
       2000-EXIT.
           EXIT.

       2100-PROBE-ONE-SIZE.
           PERFORM 2200-PROBE-ONE-SUBSET THRU 2200-EXIT
               VARYING WS-MASK FROM WS-MASK-LIMIT BY -1
               UNTIL WS-MASK < 1.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-PROBE-ONE-SUBSET - each bit of the mask picks a word;  *
      *    only masks of the size being tried, and only combinations   *
      *    that fit a key, are looked up                               *
      *----------------------------------------------------------------*
       2200-PROBE-ONE-SUBSET.
           MOVE WS-MASK TO WS-BIT-WORK
           MOVE ZERO TO WS-BITS-SET
           MOVE SPACES TO WS-PROBE-KEY
           MOVE 1 TO WS-PROBE-PTR
           SET WS-PROBE-FITS TO TRUE
           PERFORM 2300-TAKE-ONE-BIT THRU 2300-EXIT
               VARYING WS-ADD-IX FROM 1 BY 1
               UNTIL WS-ADD-IX > WS-KEEP-COUNT
           IF WS-BITS-SET NOT = WS-SUBSET-SIZE
            OR NOT WS-PROBE-FITS
               GO TO 2200-EXIT
           END-IF
           PERFORM 2400-LOOK-UP-PROBE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-TAKE-ONE-BIT.
           DIVIDE WS-BIT-WORK BY 2 GIVING WS-BIT-WORK
               REMAINDER WS-BIT
           IF WS-BIT = 1
               ADD 1 TO WS-BITS-SET
               PERFORM 2500-ADD-PROBE-TOKEN THRU 2500-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-LOOK-UP-PROBE - every listed name under the key        *
      *----------------------------------------------------------------*
       2400-LOOK-UP-PROBE.
           MOVE WS-PROBE-KEY TO WL-MATCH-KEY
           MOVE LOW-VALUES TO WL-ENTRY-ID
           START WATCH-LIST-FILE
               KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2410-READ-ONE-ENTRY THRU 2410-EXIT
               UNTIL WS-AT-EOF.
       2400-EXIT.
           EXIT.

       2410-READ-ONE-ENTRY.
           READ WATCH-LIST-FILE NEXT
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF WL-MATCH-KEY NOT = WS-PROBE-KEY
               SET WS-AT-EOF TO TRUE
               GO TO 2410-EXIT
           END-IF

           IF WLSCRN-MATCH-COUNT < 999
               ADD 1 TO WLSCRN-MATCH-COUNT
           END-IF
           IF WLSCRN-NO-MATCH
               SET WLSCRN-LIKELY-MATCH TO TRUE
               MOVE WL-ENTRY-ID TO WLSCRN-ENTRY-ID
               MOVE WL-LIST-NAME TO WLSCRN-LIST-NAME
               MOVE WL-LISTED-NAME TO WLSCRN-LISTED-NAME
               MOVE WL-LIST-DATE TO WLSCRN-LIST-DATE
           END-IF.
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-ADD-PROBE-TOKEN - kept word WS-ADD-IX onto the key,    *
      *    a single space between words; a word that would run past    *
      *    thirty characters is not cut, the key just stops fitting    *
      *----------------------------------------------------------------*
       2500-ADD-PROBE-TOKEN.
           IF NOT WS-PROBE-FITS
               GO TO 2500-EXIT
           END-IF
           IF WS-PROBE-PTR = 1
               MOVE WS-KEEP-TOKEN(WS-ADD-IX)
                   TO WS-PROBE-KEY
               COMPUTE WS-PROBE-PTR = 1 + WS-KEEP-LEN(WS-ADD-IX)
               GO TO 2500-EXIT
           END-IF
           IF WS-PROBE-PTR + WS-KEEP-LEN(WS-ADD-IX) > 30
               MOVE 'N' TO WS-PROBE-FITS-SW
               GO TO 2500-EXIT
           END-IF
           MOVE WS-KEEP-TOKEN(WS-ADD-IX)
               (1:WS-KEEP-LEN(WS-ADD-IX))
               TO WS-PROBE-KEY
                   (WS-PROBE-PTR + 1:WS-KEEP-LEN(WS-ADD-IX))
           COMPUTE WS-PROBE-PTR = WS-PROBE-PTR + 1
                                + WS-KEEP-LEN(WS-ADD-IX).
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-CLOSE-LIST                                             *
      *----------------------------------------------------------------*
       8000-CLOSE-LIST.
           IF WS-LIST-OPEN
               CLOSE WATCH-LIST-FILE
               MOVE 'N' TO WS-LIST-OPEN-SW
           END-IF.
       8000-EXIT.
           EXIT.
