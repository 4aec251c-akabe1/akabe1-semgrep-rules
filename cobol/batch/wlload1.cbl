      *================================================================*
      *  WLLOAD1                                                       *
      *  Watch-list load and customer rescreen.  Compliance receives   *
      *  the sanctions lists periodically and hands each one over as   *
      *  a WATCH-LIST-FEED file (WLFEED).  The run:                    *
      *                                                                *
      *    - proves the feed first: a header with a list date, at      *
      *      least one detail, and a trailer whose count agrees with   *
      *      the details, or the list on file is left as it was        *
      *    - rebuilds WATCH-LIST-FILE from the feed, each listed name  *
      *      keyed on the match key WLSCRN1 builds from it; a name     *
      *      with no screenable words, or no entry id, is rejected     *
      *      and listed, and an alias that reduces to a key already    *
      *      loaded for its entry is counted and passed over           *
      *    - rescreens every open account on CUSTOMER-FILE against     *
      *      the new list.  A likely match with no case on             *
      *      SCREEN-CASE-FILE raises one PENDING for compliance        *
      *      review at WLREV1; so does a match to a different entry,   *
      *      or under a different name, than the one compliance last   *
      *      cleared.  A case already pending or confirmed is left     *
      *      alone.                                                    *
      *                                                                *
      *  Every case raised is audited and listed.  New cases make the  *
      *  run a warning and raise an alert so compliance knows there    *
      *  is review work waiting.  The load runs on demand, when a new  *
      *  list arrives, not in the nightly chain; it never updates      *
      *  CUSTOMER-FILE, so it need not wait for the chain.             *
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
       PROGRAM-ID. WLLOAD1.
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
           SELECT WATCH-LIST-FEED ASSIGN TO WLFEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WF-FILE-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO WATCHLST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WL-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT LOAD-LISTING ASSIGN TO WLLOAD-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FEED.
           COPY "wlfeed.cpy".

       FD  WATCH-LIST-FILE.
           COPY "watchlst.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  LOAD-LISTING.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  WF-FILE-STATUS               PIC X(02).
           88  WF-STATUS-OK                   VALUE '00'.
       77  WL-FILE-STATUS               PIC X(02).
           88  WL-STATUS-OK                   VALUE '00'.
           88  WL-STATUS-DUPLICATE            VALUE '22'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
           88  SC-STATUS-NOT-FOUND            VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-FEED-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-FEED-OPEN                   VALUE 'Y'.
       77  WS-LIST-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LIST-FILE-OPEN              VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-CASE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN              VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-HEADER-SEEN-SW            PIC X(01) VALUE 'N'.
           88  WS-HEADER-SEEN                 VALUE 'Y'.
       77  WS-TRAILER-SEEN-SW           PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN                VALUE 'Y'.
       77  WS-CASE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CASE-FOUND                  VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-LIST-DATE                 PIC 9(08) VALUE 0.
       77  WS-LIST-SOURCE               PIC X(20) VALUE SPACES.
       77  WS-REJECT-REASON             PIC X(30).
       77  WS-AUDIT-TEXT                PIC X(100).

       77  WS-PROOF-COUNT               PIC 9(07) VALUE 0.
       77  WS-TRAILER-COUNT             PIC 9(07) VALUE 0.
       77  WS-LOADED-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-ALIAS-COUNT               PIC 9(07) COMP-3 VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-SCREENED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-MATCHED-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-RAISED-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-OPEN-CASE-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-CLEARED-SAME-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-LOADED-DISPLAY            PIC 9(07).
       77  WS-SCREENED-DISPLAY          PIC 9(07).
       77  WS-RAISED-DISPLAY            PIC 9(07).

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "wlscrn.cpy".
       COPY "alrtput.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "WATCH-LIST LOAD AND RESCREEN".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "LIST DATE : ".
           05  WS-HDR-LIST-DATE        PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "   FROM : ".
           05  WS-HDR-SOURCE           PIC X(20).

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE "REJECTED  ".
           05  WS-REJ-ENTRY-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REJ-LISTED-NAME      PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REJ-REASON           PIC X(30).

       01  WS-CASE-COLUMN-HEADER.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(14) VALUE "ENTRY".
           05  FILLER                  PIC X(10) VALUE "LIST".
           05  FILLER                  PIC X(40) VALUE "LISTED NAME".
           05  FILLER                  PIC X(05) VALUE "HITS".
       01  WS-CASE-LINE.
           05  WS-CASE-CUST-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CASE-CUST-NAME       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CASE-ENTRY-ID        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CASE-LIST-NAME       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CASE-LISTED-NAME     PIC X(38).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CASE-HITS            PIC ZZ9.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(80).

       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL            PIC X(36).
           05  WS-CTL-COUNT            PIC Z,ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 1500-PROVE-FEED THRU 1500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2000-LOAD-LIST THRU 2000-EXIT
           END-IF
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 3000-RESCREEN-CUSTOMERS THRU 3000-EXIT
           END-IF
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS

           OPEN OUTPUT LOAD-LISTING
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "WLLOAD1: LOAD-LISTING OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-PROVE-FEED - a first pass over the whole feed: one     *
      *    header with a list date, details, and a trailer that        *
      *    counts them, or the list on file is not touched             *
      *----------------------------------------------------------------*
       1500-PROVE-FEED.
           OPEN INPUT WATCH-LIST-FEED
           IF NOT WF-STATUS-OK
               DISPLAY "WLLOAD1: WATCH-LIST-FEED OPEN FAILED "
                       WF-FILE-STATUS
               MOVE "WATCH-LIST FEED NOT OPENED - LIST NOT REPLACED"
                   TO WS-MSG-TEXT
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1510-PROVE-ONE-RECORD THRU 1510-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE WATCH-LIST-FEED

           MOVE WS-LIST-DATE TO WS-HDR-LIST-DATE
           MOVE WS-LIST-SOURCE TO WS-HDR-SOURCE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                OR WS-LIST-DATE = 0
                   MOVE "NO HEADER OR NO LIST DATE - LIST NOT REPLACED"
                       TO WS-MSG-TEXT
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "NO TRAILER - LIST NOT REPLACED"
                       TO WS-MSG-TEXT
               WHEN WS-TRAILER-COUNT NOT = WS-PROOF-COUNT
                   MOVE "TRAILER DOES NOT PROVE - LIST NOT REPLACED"
                       TO WS-MSG-TEXT
               WHEN WS-PROOF-COUNT = 0
                   MOVE "FEED HAS NO NAMES - LIST NOT REPLACED"
                       TO WS-MSG-TEXT
               WHEN OTHER
                   GO TO 1500-EXIT
           END-EVALUATE
           DISPLAY "WLLOAD1: " WS-MSG-TEXT
           PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
           MOVE RC-ABEND-WORTHY TO RETURN-CODE.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1510-PROVE-ONE-RECORD.
           READ WATCH-LIST-FEED
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1510-EXIT
           END-READ
           EVALUATE TRUE
               WHEN WLF-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE WLFH-SOURCE TO WS-LIST-SOURCE
                   IF WLFH-LIST-DATE IS NUMERIC
                       MOVE WLFH-LIST-DATE TO WS-LIST-DATE
                   END-IF
               WHEN WLF-DETAIL
                   ADD 1 TO WS-PROOF-COUNT
               WHEN WLF-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF WLFT-DETAIL-COUNT IS NUMERIC
                       MOVE WLFT-DETAIL-COUNT TO WS-TRAILER-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LOAD-LIST - the proved feed replaces the list whole    *
      *----------------------------------------------------------------*
       2000-LOAD-LIST.
           OPEN INPUT WATCH-LIST-FEED
           IF NOT WF-STATUS-OK
               DISPLAY "WLLOAD1: WATCH-LIST-FEED REOPEN FAILED "
                       WF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           SET WS-FEED-OPEN TO TRUE

           OPEN OUTPUT WATCH-LIST-FILE
           IF NOT WL-STATUS-OK
               DISPLAY "WLLOAD1: WATCH-LIST-FILE OPEN FAILED "
                       WL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           SET WS-LIST-FILE-OPEN TO TRUE

           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE WATCH-LIST-FILE
           MOVE 'N' TO WS-LIST-FILE-OPEN-SW
           CLOSE WATCH-LIST-FEED
           MOVE 'N' TO WS-FEED-OPEN-SW
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               MOVE "LIST LOAD STOPPED SHORT - RUN THE LOAD AGAIN"
                   TO WS-MSG-TEXT
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE WS-LOADED-COUNT TO WS-LOADED-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLLOAD LIST LOADED DATE=" DELIMITED BY SIZE
                  WS-LIST-DATE DELIMITED BY SIZE
                  " FROM=" DELIMITED BY SIZE
                  WS-LIST-SOURCE DELIMITED BY SIZE
                  " NAMES=" DELIMITED BY SIZE
                  WS-LOADED-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LOAD-ONE-RECORD - headers and trailers were taken on   *
      *    the proving pass                                            *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-RECORD.
           READ WATCH-LIST-FEED
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT WLF-DETAIL
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO WS-REJECT-REASON
           IF WLFD-ENTRY-ID = SPACES
               MOVE "ENTRY ID MISSING" TO WS-REJECT-REASON
               PERFORM 2200-LIST-REJECT THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF
           SET WLSCRN-FUNC-NORMALIZE TO TRUE
           MOVE WLFD-LISTED-NAME TO WLSCRN-NAME
           CALL "WLSCRN1" USING WLSCRN-PARMS
           IF WLSCRN-MATCH-KEY = SPACES
               MOVE "NAME HAS NO SCREENABLE WORDS" TO WS-REJECT-REASON
               PERFORM 2200-LIST-REJECT THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WATCH-LIST-RECORD
           MOVE WLSCRN-MATCH-KEY TO WL-MATCH-KEY
           MOVE WLFD-ENTRY-ID TO WL-ENTRY-ID
           MOVE WLFD-LIST-NAME TO WL-LIST-NAME
           MOVE WLFD-ENTRY-TYPE TO WL-ENTRY-TYPE
           MOVE WLFD-LISTED-NAME TO WL-LISTED-NAME
           MOVE WS-LIST-DATE TO WL-LIST-DATE
           MOVE WS-TIMESTAMP TO WL-LOAD-TIMESTAMP
           WRITE WATCH-LIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WL-STATUS-OK
                   ADD 1 TO WS-LOADED-COUNT
               WHEN WL-STATUS-DUPLICATE
                   ADD 1 TO WS-ALIAS-COUNT
               WHEN OTHER
                   DISPLAY "WLLOAD1: WATCH-LIST WRITE FAILED FOR "
                           WLFD-ENTRY-ID " " WL-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-LIST-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE "REJECTED" TO WS-REJECT-LINE(1:10)
           MOVE WLFD-ENTRY-ID TO WS-REJ-ENTRY-ID
           MOVE WLFD-LISTED-NAME TO WS-REJ-LISTED-NAME
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-RESCREEN-CUSTOMERS - every account not closed, against *
      *    the list just loaded; the first run creates the case file   *
      *----------------------------------------------------------------*
       3000-RESCREEN-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WLLOAD1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           OPEN I-O SCREEN-CASE-FILE
           IF SC-STATUS-NOT-FOUND
               OPEN OUTPUT SCREEN-CASE-FILE
               CLOSE SCREEN-CASE-FILE
               OPEN I-O SCREEN-CASE-FILE
           END-IF
           IF SC-STATUS-OK
               SET WS-CASE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WLLOAD1: SCREEN-CASE-FILE OPEN FAILED "
                       SC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASE-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-SCREEN-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           SET WLSCRN-FUNC-END TO TRUE
           CALL "WLSCRN1" USING WLSCRN-PARMS.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-SCREEN-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF CUST-CLOSED
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-SCREENED-COUNT
           SET WLSCRN-FUNC-SCREEN TO TRUE
           MOVE CUST-NAME TO WLSCRN-NAME
           CALL "WLSCRN1" USING WLSCRN-PARMS
           IF WLSCRN-NO-FILE
               DISPLAY "WLLOAD1: WATCH-LIST-FILE NOT AVAILABLE TO "
                       "THE RESCREEN"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WLSCRN-NO-MATCH
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-MATCHED-COUNT
           PERFORM 3200-RAISE-CASE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-RAISE-CASE - a case pending or confirmed is already    *
      *    compliance's; one cleared for this entry under this name    *
      *    stays cleared.  Anything else goes back to review           *
      *----------------------------------------------------------------*
       3200-RAISE-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           MOVE CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CASE-FOUND TO TRUE
           END-READ
           IF WS-CASE-FOUND
               IF SCRN-PENDING-REVIEW OR SCRN-CONFIRMED-HIT
                   ADD 1 TO WS-OPEN-CASE-COUNT
                   GO TO 3200-EXIT
               END-IF
               IF SCRN-ENTRY-ID = WLSCRN-ENTRY-ID
                AND SCRN-SCREENED-NAME = CUST-NAME
                   ADD 1 TO WS-CLEARED-SAME-COUNT
                   GO TO 3200-EXIT
               END-IF
           END-IF

           INITIALIZE SCREEN-CASE-RECORD
           MOVE CUST-ID TO SCRN-CUST-ID
           SET SCRN-PENDING-REVIEW TO TRUE
           SET SCRN-FROM-RESCREEN TO TRUE
           MOVE CUST-NAME TO SCRN-SCREENED-NAME
           MOVE WLSCRN-MATCH-KEY TO SCRN-MATCH-KEY
           MOVE WLSCRN-ENTRY-ID TO SCRN-ENTRY-ID
           MOVE WLSCRN-LIST-NAME TO SCRN-LIST-NAME
           MOVE WLSCRN-LISTED-NAME TO SCRN-LISTED-NAME
           MOVE WLSCRN-LIST-DATE TO SCRN-LIST-DATE
           MOVE WLSCRN-MATCH-COUNT TO SCRN-MATCH-COUNT
           MOVE "WLLOAD1" TO SCRN-RAISED-BY
           MOVE WS-TIMESTAMP TO SCRN-RAISED-TIMESTAMP
           IF WS-CASE-FOUND
               REWRITE SCREEN-CASE-RECORD
           ELSE
               WRITE SCREEN-CASE-RECORD
           END-IF
           IF NOT SC-STATUS-OK
               DISPLAY "WLLOAD1: SCREEN-CASE WRITE FAILED FOR "
                       CUST-ID " " SC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-RAISED-COUNT

           MOVE SPACES TO WS-CASE-LINE
           MOVE CUST-ID TO WS-CASE-CUST-ID
           MOVE CUST-NAME TO WS-CASE-CUST-NAME
           MOVE WLSCRN-ENTRY-ID TO WS-CASE-ENTRY-ID
           MOVE WLSCRN-LIST-NAME TO WS-CASE-LIST-NAME
           MOVE WLSCRN-LISTED-NAME TO WS-CASE-LISTED-NAME
           MOVE WLSCRN-MATCH-COUNT TO WS-CASE-HITS
           MOVE WS-CASE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLLOAD RESCREEN HELD CUST=" DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  WLSCRN-ENTRY-ID DELIMITED BY SIZE
                  " LIST=" DELIMITED BY SIZE
                  WLSCRN-LIST-NAME DELIMITED BY SIZE
                  " PENDING REVIEW" DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-CONTROL-TOTALS - new cases make the run a        *
      *    warning and are alerted to compliance                       *
      *----------------------------------------------------------------*
       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NAMES ON THE FEED" TO WS-CTL-LABEL
           MOVE WS-PROOF-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "NAMES LOADED" TO WS-CTL-LABEL
           MOVE WS-LOADED-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "ALIASES ALREADY KEYED FOR THE ENTRY" TO WS-CTL-LABEL
           MOVE WS-ALIAS-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "NAMES REJECTED" TO WS-CTL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "CUSTOMERS RESCREENED" TO WS-CTL-LABEL
           MOVE WS-SCREENED-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "LIKELY MATCHES" TO WS-CTL-LABEL
           MOVE WS-MATCHED-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "  CASES RAISED FOR REVIEW" TO WS-CTL-LABEL
           MOVE WS-RAISED-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "  ALREADY PENDING OR CONFIRMED" TO WS-CTL-LABEL
           MOVE WS-OPEN-CASE-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
           MOVE "  CLEARED BEFORE FOR THE SAME ENTRY" TO WS-CTL-LABEL
           MOVE WS-CLEARED-SAME-COUNT TO WS-CTL-COUNT
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT

           MOVE WS-SCREENED-COUNT TO WS-SCREENED-DISPLAY
           MOVE WS-RAISED-COUNT TO WS-RAISED-DISPLAY
           DISPLAY "WLLOAD1: LIST " WS-LIST-DATE
                   " RESCREENED " WS-SCREENED-DISPLAY
                   " NEW CASES " WS-RAISED-DISPLAY
           IF WS-RAISED-COUNT > 0
               MOVE "NEW CASES RAISED - COMPLIANCE REVIEW AT WLREV1"
                   TO WS-MSG-TEXT
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               MOVE "WLLOAD1" TO ALRT-PROGRAM-ID
               MOVE WS-RUN-DATE TO ALRT-BUSINESS-DATE
               MOVE SPACES TO ALRT-CONDITION-TEXT
               STRING WS-RAISED-DISPLAY DELIMITED BY SIZE
                      " NEW WATCH-LIST CASES AWAIT COMPLIANCE REVIEW"
                          DELIMITED BY SIZE
                      INTO ALRT-CONDITION-TEXT
               CALL "ALRTPUT1" USING ALRTPUT-PARMS
               IF ALRT-NOT-DELIVERED
                   DISPLAY "WLLOAD1: REVIEW ALERT NOT DELIVERED"
               END-IF
           END-IF
           IF WS-REJECTED-COUNT > 0
            AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLLOAD RUN LIST=" DELIMITED BY SIZE
                  WS-LIST-DATE DELIMITED BY SIZE
                  " RESCREENED=" DELIMITED BY SIZE
                  WS-SCREENED-DISPLAY DELIMITED BY SIZE
                  " NEW CASES=" DELIMITED BY SIZE
                  WS-RAISED-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - the load, each case raised, and   *
      *    the run                                                     *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "WLLOAD1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
           IF RETURN-CODE < RC-ABEND-WORTHY
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
               SET AUDIT-RESULT-FAILURE TO TRUE
           END-IF
           IF NOT WS-AUDIT-SEQ-READY
               MOVE "OS  " TO AUDSEQ-CHANNEL
               CALL "AUDSEQ1" USING AUDSEQ-PARMS
               SET WS-AUDIT-SEQ-READY TO TRUE
           END-IF
           MOVE AUDSEQ-NEXT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
           ADD 1 TO AUDSEQ-NEXT-SEQUENCE
           WRITE AUDIT-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-WRITE-MESSAGE.
           IF NOT WS-REPORT-OPEN
               GO TO 8100-EXIT
           END-IF
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8200-WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       8200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-FEED-OPEN
               CLOSE WATCH-LIST-FEED
           END-IF
           IF WS-LIST-FILE-OPEN
               CLOSE WATCH-LIST-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE LOAD-LISTING
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
