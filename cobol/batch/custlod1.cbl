      *================================================================*
      *  CUSTLOD1                                                      *
      *  Bulk customer onboarding load.  A block of accounts taken on  *
      *  from another institution arrives as a fixed-format            *
      *  conversion file (ONBREC) instead of being keyed one ADD at a  *
      *  time in CUSTMNT1.  The load:                                  *
      *                                                                *
      *    - proves the whole file first: the detail count and the     *
      *      sum of the opening balances must agree with the sender's  *
      *      trailer, or nothing is added at all                       *
      *    - edits each detail to CUSTMNT1's ADD rules (id, name, and  *
      *      address required, numeric limit with the shop default,    *
      *      cycle 1-4 or the range default) plus the conversion       *
      *      fields, and rejects a duplicate - the id already on the   *
      *      master, or the same name and address already on it,       *
      *      found through the CUST-NAME alternate index               *
      *    - adds each good account to CUSTOMER-FILE with its opening  *
      *      balance and statement cycle, writes its                   *
      *      CUSTOMER-PROFILE-FILE row, and journals the add through   *
      *      CJRNWRT1 so CUSTSYN1 carries it to DB2                    *
      *    - lists every detail accepted or rejected, with control     *
      *      totals that prove count and opening balance against the   *
      *      trailer                                                   *
      *                                                                *
      *  Each detail's disposition is written to the keyed             *
      *  ONBOARD-LOG-FILE, keyed by batch id and position, once the    *
      *  account is fully stored.  A failed run is simply run again:   *
      *  a logged detail is skipped and carried into the totals, and   *
      *  an account the failed run stored but had not yet logged is    *
      *  recognised on the master by id, name, and address and logged  *
      *  accepted rather than added twice or rejected as a duplicate.  *
      *                                                                *
      *  Opening balances go straight onto CUST-BALANCE; the accepted  *
      *  opening-balance total on the listing is the figure finance    *
      *  books for the conversion.  The load runs outside the nightly  *
      *  chain and refuses to start while the chain holds the master.  *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   Every account is screened against the watch
      *                   list (WLSCRN1) before it is added.  A likely
      *                   match is still added - the account exists
      *                   at the sending institution - but a PENDING
      *                   case is raised on SCREEN-CASE-FILE for
      *                   compliance review in WLREV1, the detail is
      *                   flagged on the listing, and the run ends
      *                   with a warning.  With no list on file the
      *                   load stops before the first add.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOD1.
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
           SELECT ONBOARD-FILE ASSIGN TO ONBOARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OB-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT ONBOARD-LOG-FILE ASSIGN TO ONBLOG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONBL-KEY
               FILE STATUS IS OL-FILE-STATUS.

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT LOAD-LISTING ASSIGN TO CUSTLOD-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-FILE.
           COPY "onbrec.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  ONBOARD-LOG-FILE.
           COPY "onblog.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  LOAD-LISTING.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  OB-FILE-STATUS               PIC X(02).
           88  OB-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
           88  CF-STATUS-DUPLICATE            VALUE '22'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  OL-FILE-STATUS               PIC X(02).
           88  OL-STATUS-OK                   VALUE '00'.
           88  OL-STATUS-NOT-FOUND            VALUE '35'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
           88  SC-STATUS-NOT-FOUND            VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-ONBOARD-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-ONBOARD-OPEN                VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-LOG-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-LOG-FILE-OPEN               VALUE 'Y'.
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
       77  WS-NAME-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-NAME-SCAN-DONE              VALUE 'Y'.
       77  WS-RECOVERED-SW              PIC X(01) VALUE 'N'.
           88  WS-RECOVERED                   VALUE 'Y'.
       77  WS-EARLIER-RUN-SW            PIC X(01) VALUE 'N'.
           88  WS-FROM-EARLIER-RUN            VALUE 'Y'.
       77  WS-CASE-RAISED-SW            PIC X(01) VALUE 'N'.
           88  WS-CASE-RAISED                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-BATCH-ID                  PIC X(10) VALUE SPACES.
       77  WS-SOURCE-INSTITUTION        PIC X(30) VALUE SPACES.
       77  WS-FILE-DATE                 PIC 9(08) VALUE 0.
       77  WS-DEFAULT-CREDIT-LIMIT      PIC 9(07)V99 VALUE 500.00.
       77  WS-REJECT-REASON             PIC X(30).
       77  WS-DUPLICATE-OF              PIC X(06).
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-DETAIL-SEQUENCE           PIC 9(07) VALUE 0.

       77  WS-PROOF-COUNT               PIC 9(07) VALUE 0.
       77  WS-PROOF-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TRAILER-COUNT             PIC 9(07) VALUE 0.
       77  WS-TRAILER-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ACCEPTED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCEPTED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-REJECTED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-EARLIER-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECOVERED-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-DISPOSED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-DISPOSED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CASES-RAISED              PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCEPTED-DISPLAY          PIC 9(07).
       77  WS-REJECTED-DISPLAY          PIC 9(07).

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "sysavl.cpy".
       COPY "stmcyc.cpy".
       COPY "cjrnwrt.cpy".
       COPY "wlscrn.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "CUSTOMER ONBOARDING LOAD".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "BATCH : ".
           05  WS-HDR-BATCH-ID         PIC X(10).
           05  FILLER                  PIC X(10) VALUE "   FROM : ".
           05  WS-HDR-SOURCE           PIC X(30).
           05  FILLER                  PIC X(14) VALUE
               "   FILE DATE: ".
           05  WS-HDR-FILE-DATE        PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(09) VALUE "SEQ".
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(26) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(15) VALUE
               "  OPENING BAL".
           05  FILLER                  PIC X(10) VALUE "  RESULT".
           05  FILLER                  PIC X(30) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-SEQUENCE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EARLIER          PIC X(12).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(80).

       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL            PIC X(24).
           05  WS-CTL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 1500-PROVE-FILE THRU 1500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 1800-OPEN-MASTER-FILES THRU 1800-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the load waits while the nightly chain    *
      *    holds the master                                            *
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
               DISPLAY "CUSTLOD1: LOAD-LISTING OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE

           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               MOVE "NIGHTLY CYCLE IN PROGRESS - LOAD NOT STARTED"
                   TO WS-MSG-TEXT
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-PROVE-FILE - a first pass over the whole file: one     *
      *    header, and a trailer whose count and opening-balance total *
      *    agree with the details, or the load does not start          *
      *----------------------------------------------------------------*
       1500-PROVE-FILE.
           OPEN INPUT ONBOARD-FILE
           IF NOT OB-STATUS-OK
               DISPLAY "CUSTLOD1: ONBOARD-FILE OPEN FAILED "
                       OB-FILE-STATUS
               MOVE "ONBOARD-FILE NOT OPENED - NOTHING LOADED"
                   TO WS-MSG-TEXT
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1510-PROVE-ONE-RECORD THRU 1510-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE ONBOARD-FILE

           MOVE WS-BATCH-ID TO WS-HDR-BATCH-ID
           MOVE WS-SOURCE-INSTITUTION TO WS-HDR-SOURCE
           MOVE WS-FILE-DATE TO WS-HDR-FILE-DATE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                OR WS-BATCH-ID = SPACES
                   MOVE "NO HEADER OR NO BATCH ID - NOTHING LOADED"
                       TO WS-MSG-TEXT
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "NO TRAILER - FILE INCOMPLETE, NOTHING LOADED"
                       TO WS-MSG-TEXT
               WHEN WS-TRAILER-COUNT NOT = WS-PROOF-COUNT
                OR WS-TRAILER-TOTAL NOT = WS-PROOF-TOTAL
                   MOVE "TRAILER DOES NOT PROVE - NOTHING LOADED"
                       TO WS-MSG-TEXT
               WHEN OTHER
                   GO TO 1500-EXIT
           END-EVALUATE
           DISPLAY "CUSTLOD1: " WS-MSG-TEXT
           PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
           PERFORM 4100-WRITE-PROOF-LINES THRU 4100-EXIT
           MOVE RC-ABEND-WORTHY TO RETURN-CODE.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1510-PROVE-ONE-RECORD - an amount that is not numeric       *
      *    cannot be summed, so it leaves the proof out of balance     *
      *----------------------------------------------------------------*
       1510-PROVE-ONE-RECORD.
           READ ONBOARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1510-EXIT
           END-READ
           EVALUATE TRUE
               WHEN ONB-HEADER-RECORD
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE ONBH-BATCH-ID TO WS-BATCH-ID
                   MOVE ONBH-SOURCE-INSTITUTION
                       TO WS-SOURCE-INSTITUTION
                   IF ONBH-FILE-DATE IS NUMERIC
                       MOVE ONBH-FILE-DATE TO WS-FILE-DATE
                   END-IF
               WHEN ONB-DETAIL-RECORD
                   ADD 1 TO WS-PROOF-COUNT
                   IF ONBD-OPENING-BALANCE IS NUMERIC
                       ADD ONBD-OPENING-BALANCE TO WS-PROOF-TOTAL
                   END-IF
               WHEN ONB-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
                   IF ONBT-RECORD-COUNT IS NUMERIC
                       MOVE ONBT-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF ONBT-BALANCE-TOTAL IS NUMERIC
                       MOVE ONBT-BALANCE-TOTAL TO WS-TRAILER-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1800-OPEN-MASTER-FILES - the first run of a batch creates   *
      *    the log; the file is then read again from the top           *
      *----------------------------------------------------------------*
       1800-OPEN-MASTER-FILES.
           OPEN I-O CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTLOD1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF

           OPEN I-O CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTLOD1: CUSTOMER-PROFILE-FILE OPEN FAILED "
                       PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF

           OPEN I-O ONBOARD-LOG-FILE
           IF OL-STATUS-NOT-FOUND
               OPEN OUTPUT ONBOARD-LOG-FILE
               CLOSE ONBOARD-LOG-FILE
               OPEN I-O ONBOARD-LOG-FILE
           END-IF
           IF OL-STATUS-OK
               SET WS-LOG-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTLOD1: ONBOARD-LOG-FILE OPEN FAILED "
                       OL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1800-EXIT
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
               DISPLAY "CUSTLOD1: SCREEN-CASE-FILE OPEN FAILED "
                       SC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF

           OPEN INPUT ONBOARD-FILE
           IF NOT OB-STATUS-OK
               DISPLAY "CUSTLOD1: ONBOARD-FILE REOPEN FAILED "
                       OB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1800-EXIT
           END-IF
           SET WS-ONBOARD-OPEN TO TRUE

           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-DETAIL-SEQUENCE
           PERFORM 1900-READ-NEXT-DETAIL THRU 1900-EXIT.
       1800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1900-READ-NEXT-DETAIL - the header and trailer were taken   *
      *    on the proving pass                                         *
      *----------------------------------------------------------------*
       1900-READ-NEXT-DETAIL.
           READ ONBOARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1900-EXIT
           END-READ
           IF NOT ONB-DETAIL-RECORD
               GO TO 1900-READ-NEXT-DETAIL
           END-IF
           ADD 1 TO WS-DETAIL-SEQUENCE.
       1900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LOAD-ONE-RECORD - a detail already on the log was      *
      *    disposed of by an earlier run and is only counted           *
      *----------------------------------------------------------------*
       2000-LOAD-ONE-RECORD.
           MOVE 'N' TO WS-EARLIER-RUN-SW
           MOVE 'N' TO WS-RECOVERED-SW
           MOVE 'N' TO WS-CASE-RAISED-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-BATCH-ID TO ONBL-BATCH-ID
           MOVE WS-DETAIL-SEQUENCE TO ONBL-SEQUENCE
           READ ONBOARD-LOG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-FROM-EARLIER-RUN TO TRUE
           END-READ
           IF WS-FROM-EARLIER-RUN
               ADD 1 TO WS-EARLIER-COUNT
               MOVE ONBL-REASON TO WS-REJECT-REASON
               PERFORM 3000-COUNT-AND-LIST THRU 3000-EXIT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2100-EDIT-DETAIL THRU 2100-EXIT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-CHECK-DUPLICATES THRU 2200-EXIT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2250-SCREEN-NAME THRU 2250-EXIT
               IF RETURN-CODE NOT < RC-ABEND-WORTHY
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
            AND NOT WS-RECOVERED
               PERFORM 2300-ADD-ACCOUNT THRU 2300-EXIT
           END-IF
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF WS-RECOVERED
               ADD 1 TO WS-RECOVERED-COUNT
               PERFORM 2400-RECOVER-ACCOUNT THRU 2400-EXIT
           END-IF
           IF WS-REJECT-REASON = SPACES
            AND WLSCRN-LIKELY-MATCH
               PERFORM 2260-RAISE-CASE THRU 2260-EXIT
               IF RETURN-CODE NOT < RC-ABEND-WORTHY
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           PERFORM 2500-WRITE-LOG THRU 2500-EXIT
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-COUNT-AND-LIST THRU 3000-EXIT.

       2000-NEXT.
           PERFORM 1900-READ-NEXT-DETAIL THRU 1900-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-EDIT-DETAIL - CUSTMNT1's ADD rules plus the conversion *
      *    fields; the first failure is the reason                     *
      *----------------------------------------------------------------*
       2100-EDIT-DETAIL.
           IF ONBD-CUST-ID = SPACES
               MOVE "CUSTOMER ID MISSING" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-CUST-NAME = SPACES
            OR ONBD-CUST-ADDRESS = SPACES
               MOVE "NAME AND ADDRESS REQUIRED" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-OPENING-BALANCE IS NOT NUMERIC
               MOVE "OPENING BALANCE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-CREDIT-LIMIT IS NOT NUMERIC
               MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-STMT-CYCLE IS NOT NUMERIC
            OR ONBD-STMT-CYCLE > 4
               MOVE "STATEMENT CYCLE NOT 0-4" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-OPENED-DATE IS NOT NUMERIC
               MOVE "OPENED DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-OPENED-DATE NOT = 0
            AND (ONBD-OPENED-YEAR < 1900
                 OR ONBD-OPENED-MONTH < 1 OR ONBD-OPENED-MONTH > 12
                 OR ONBD-OPENED-DAY < 1 OR ONBD-OPENED-DAY > 31
                 OR ONBD-OPENED-DATE > WS-RUN-DATE)
               MOVE "OPENED DATE NOT A VALID DATE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF ONBD-STMT-DELIVERY NOT = SPACE
            AND ONBD-STMT-DELIVERY NOT = 'M'
            AND ONBD-STMT-DELIVERY NOT = 'E'
            AND ONBD-STMT-DELIVERY NOT = 'H'
               MOVE "DELIVERY NOT M, E, OR H" TO WS-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-CHECK-DUPLICATES - the id must be new; an id already   *
      *    on file with this very name and address, and no log row,    *
      *    is an add the failed run stored.  Otherwise the same name   *
      *    and address under any id, found through the CUST-NAME       *
      *    alternate index, is a duplicate                             *
      *----------------------------------------------------------------*
       2200-CHECK-DUPLICATES.
           MOVE ONBD-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE KEY IS CUST-ID
               INVALID KEY CONTINUE
           END-READ
           IF CF-STATUS-OK
               IF CUST-NAME = ONBD-CUST-NAME
                AND CUST-ADDRESS = ONBD-CUST-ADDRESS
                   SET WS-RECOVERED TO TRUE
               ELSE
                   MOVE "CUSTOMER ID ALREADY ON FILE"
                       TO WS-REJECT-REASON
               END-IF
               GO TO 2200-EXIT
           END-IF

           MOVE ONBD-CUST-NAME TO CUST-NAME
           MOVE 'N' TO WS-NAME-SCAN-DONE-SW
           START CUSTOMER-FILE
               KEY IS EQUAL TO CUST-NAME
               INVALID KEY SET WS-NAME-SCAN-DONE TO TRUE
           END-START
           PERFORM 2210-CHECK-ONE-NAME THRU 2210-EXIT
               UNTIL WS-NAME-SCAN-DONE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-CHECK-ONE-NAME.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-NAME-SCAN-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF CUST-NAME NOT = ONBD-CUST-NAME
               SET WS-NAME-SCAN-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF CUST-ADDRESS = ONBD-CUST-ADDRESS
               MOVE CUST-ID TO WS-DUPLICATE-OF
               MOVE SPACES TO WS-REJECT-REASON
               STRING "SAME NAME/ADDRESS AS " DELIMITED BY SIZE
                      WS-DUPLICATE-OF DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               SET WS-NAME-SCAN-DONE TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2250-SCREEN-NAME - the name against the watch list before   *
      *    anything is stored; with no list the load stops here, and   *
      *    a restart picks up at this detail                           *
      *----------------------------------------------------------------*
       2250-SCREEN-NAME.
           SET WLSCRN-FUNC-SCREEN TO TRUE
           MOVE ONBD-CUST-NAME TO WLSCRN-NAME
           CALL "WLSCRN1" USING WLSCRN-PARMS
           IF WLSCRN-NO-FILE
               DISPLAY "CUSTLOD1: WATCH LIST NOT AVAILABLE - LOAD "
                       "STOPPED AT SEQUENCE " WS-DETAIL-SEQUENCE
               MOVE "WATCH LIST NOT AVAILABLE - LOAD STOPPED"
                   TO WS-MSG-TEXT
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2260-RAISE-CASE - the account stays on the master; the      *
      *    case waits for compliance.  A case already open on the id   *
      *    is left as it is, and one compliance cleared for this name  *
      *    and entry stays cleared                                     *
      *----------------------------------------------------------------*
       2260-RAISE-CASE.
           MOVE ONBD-CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY
                   MOVE SPACES TO SCREEN-CASE-RECORD
                   MOVE ONBD-CUST-ID TO SCRN-CUST-ID
                   MOVE SPACES TO SCRN-STATUS
           END-READ
           IF SCRN-PENDING-REVIEW
            OR SCRN-CONFIRMED-HIT
               GO TO 2260-EXIT
           END-IF
           IF SCRN-CLEARED
            AND SCRN-ENTRY-ID = WLSCRN-ENTRY-ID
            AND SCRN-SCREENED-NAME = ONBD-CUST-NAME
               GO TO 2260-EXIT
           END-IF
           IF SCRN-STATUS = SPACES
               SET SCRN-PENDING-REVIEW TO TRUE
               PERFORM 2270-FILL-CASE THRU 2270-EXIT
               WRITE SCREEN-CASE-RECORD
           ELSE
               SET SCRN-PENDING-REVIEW TO TRUE
               PERFORM 2270-FILL-CASE THRU 2270-EXIT
               REWRITE SCREEN-CASE-RECORD
           END-IF
           IF NOT SC-STATUS-OK
               DISPLAY "CUSTLOD1: SCREEN CASE WRITE FAILED FOR "
                       ONBD-CUST-ID " " SC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2260-EXIT
           END-IF
           SET WS-CASE-RAISED TO TRUE
           ADD 1 TO WS-CASES-RAISED
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTLOD SCREEN CASE CUST=" DELIMITED BY SIZE
                  ONBD-CUST-ID DELIMITED BY SIZE
                  " BATCH=" DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  SCRN-ENTRY-ID DELIMITED BY SIZE
                  " LIST=" DELIMITED BY SIZE
                  SCRN-LIST-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2270-FILL-CASE.
           SET SCRN-FROM-BULK-LOAD TO TRUE
           MOVE ONBD-CUST-NAME TO SCRN-SCREENED-NAME
           MOVE SPACES TO SCRN-PRIOR-NAME
           MOVE WLSCRN-MATCH-KEY TO SCRN-MATCH-KEY
           MOVE WLSCRN-ENTRY-ID TO SCRN-ENTRY-ID
           MOVE WLSCRN-LIST-NAME TO SCRN-LIST-NAME
           MOVE WLSCRN-LISTED-NAME TO SCRN-LISTED-NAME
           MOVE WLSCRN-LIST-DATE TO SCRN-LIST-DATE
           MOVE WLSCRN-MATCH-COUNT TO SCRN-MATCH-COUNT
           MOVE "CUSTLOD1" TO SCRN-RAISED-BY
           MOVE WS-TIMESTAMP TO SCRN-RAISED-TIMESTAMP
           MOVE SPACES TO SCRN-DECIDED-BY
           MOVE 0 TO SCRN-DECISION-TIMESTAMP
           MOVE SPACES TO SCRN-DECISION-REASON
           MOVE SPACES TO SCRN-HELD-IMAGE.
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-ADD-ACCOUNT - master, then profile, then journal; the  *
      *    log row written after them is what marks the add complete   *
      *----------------------------------------------------------------*
       2300-ADD-ACCOUNT.
           INITIALIZE CUSTOMER-RECORD
           MOVE ONBD-CUST-ID TO CUST-ID
           MOVE ONBD-CUST-NAME TO CUST-NAME
           MOVE ONBD-CUST-ADDRESS TO CUST-ADDRESS
           MOVE ONBD-OPENING-BALANCE TO CUST-BALANCE
           SET CUST-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY-DATE
           IF ONBD-CREDIT-LIMIT = 0
               MOVE WS-DEFAULT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           ELSE
               MOVE ONBD-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           END-IF
           MOVE ONBD-CUST-ID TO STMCYC-CUST-ID
           MOVE ONBD-STMT-CYCLE TO STMCYC-ASSIGNED-CYCLE
           CALL "STMCYC1" USING STMCYC-PARMS
           MOVE STMCYC-EFFECTIVE-CYCLE TO CUST-STMT-CYCLE

           WRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF CF-STATUS-DUPLICATE
               MOVE "CUSTOMER ID ALREADY ON FILE" TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF
           IF NOT CF-STATUS-OK
               DISPLAY "CUSTLOD1: CUSTOMER WRITE FAILED FOR "
                       ONBD-CUST-ID " " CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF

           PERFORM 2350-STORE-PROFILE THRU 2350-EXIT
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               GO TO 2300-EXIT
           END-IF

           MOVE 'A' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTLOD ADD CUST=" DELIMITED BY SIZE
                  ONBD-CUST-ID DELIMITED BY SIZE
                  " BATCH=" DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  " NAME=" DELIMITED BY SIZE
                  FUNCTION TRIM(ONBD-CUST-NAME) DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2350-STORE-PROFILE - the companion row CUSTMNT1's PROFILE   *
      *    function would have keyed; an existing row is replaced      *
      *----------------------------------------------------------------*
       2350-STORE-PROFILE.
           MOVE ONBD-CUST-ID TO PROF-CUST-ID
           MOVE ONBD-PHONE-NUMBER TO PROF-PHONE-NUMBER
           MOVE ONBD-CONTACT-NAME TO PROF-CONTACT-NAME
           IF ONBD-OPENED-DATE = 0
               MOVE WS-FILE-DATE TO PROF-OPENED-DATE
           ELSE
               MOVE ONBD-OPENED-DATE TO PROF-OPENED-DATE
           END-IF
           IF ONBD-STMT-DELIVERY = SPACE
               SET PROF-DELIVER-MAIL TO TRUE
           ELSE
               MOVE ONBD-STMT-DELIVERY TO PROF-STMT-DELIVERY
           END-IF
           MOVE 'N' TO PROF-RETURNED-MAIL-SW
           WRITE CUSTOMER-PROFILE-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-PROFILE-RECORD
                   END-REWRITE
           END-WRITE
           IF NOT PF-STATUS-OK
               DISPLAY "CUSTLOD1: PROFILE WRITE FAILED FOR "
                       ONBD-CUST-ID " " PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-RECOVER-ACCOUNT - the failed run stored the account    *
      *    but not its log row; the profile is made sure of and the    *
      *    master journaled again as a change, which the DB2 sync      *
      *    applies whether or not the first row reached it             *
      *----------------------------------------------------------------*
       2400-RECOVER-ACCOUNT.
           MOVE ONBD-CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY
                   PERFORM 2350-STORE-PROFILE THRU 2350-EXIT
           END-READ
           MOVE 'C' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTLOD RECOVERED CUST=" DELIMITED BY SIZE
                  ONBD-CUST-ID DELIMITED BY SIZE
                  " BATCH=" DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-WRITE-LOG - one row per detail, accepted or rejected   *
      *----------------------------------------------------------------*
       2500-WRITE-LOG.
           INITIALIZE ONBOARD-LOG-RECORD
           MOVE WS-BATCH-ID TO ONBL-BATCH-ID
           MOVE WS-DETAIL-SEQUENCE TO ONBL-SEQUENCE
           MOVE ONBD-CUST-ID TO ONBL-CUST-ID
           IF WS-REJECT-REASON = SPACES
               SET ONBL-ACCEPTED TO TRUE
           ELSE
               SET ONBL-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO ONBL-REASON
           END-IF
           IF ONBD-OPENING-BALANCE IS NUMERIC
               MOVE ONBD-OPENING-BALANCE TO ONBL-OPENING-BALANCE
           ELSE
               MOVE 0 TO ONBL-OPENING-BALANCE
           END-IF
           MOVE WS-TIMESTAMP TO ONBL-LOAD-TIMESTAMP
           WRITE ONBOARD-LOG-RECORD
           IF NOT OL-STATUS-OK
               DISPLAY "CUSTLOD1: LOG WRITE FAILED FOR SEQUENCE "
                       WS-DETAIL-SEQUENCE " " OL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-COUNT-AND-LIST - totals are kept off the log row, so   *
      *    a restarted run proves the same whole file                  *
      *----------------------------------------------------------------*
       3000-COUNT-AND-LIST.
           ADD 1 TO WS-DISPOSED-COUNT
           ADD ONBL-OPENING-BALANCE TO WS-DISPOSED-TOTAL
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DETAIL-SEQUENCE TO WS-DTL-SEQUENCE
           MOVE ONBD-CUST-ID TO WS-DTL-CUST-ID
           MOVE ONBD-CUST-NAME TO WS-DTL-CUST-NAME
           MOVE ONBL-OPENING-BALANCE TO WS-DTL-BALANCE
           IF ONBL-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD ONBL-OPENING-BALANCE TO WS-ACCEPTED-TOTAL
               MOVE "ACCEPTED" TO WS-DTL-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD ONBL-OPENING-BALANCE TO WS-REJECTED-TOTAL
               MOVE "REJECTED" TO WS-DTL-RESULT
               MOVE ONBL-REASON TO WS-DTL-REASON
           END-IF
           IF WS-FROM-EARLIER-RUN
               MOVE "EARLIER RUN" TO WS-DTL-EARLIER
           END-IF
           IF WS-RECOVERED
               MOVE "RECOVERED" TO WS-DTL-EARLIER
           END-IF
           IF WS-CASE-RAISED
               MOVE "SCREEN CASE" TO WS-DTL-EARLIER
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-CONTROL-TOTALS - accepted and rejected together  *
      *    must come back to the trailer, count and opening balance;   *
      *    a run stopped short or out of proof is abend-worthy, a run  *
      *    with rejects a warning                                      *
      *----------------------------------------------------------------*
       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-WRITE-PROOF-LINES THRU 4100-EXIT
           MOVE "ACCEPTED" TO WS-CTL-LABEL
           MOVE WS-ACCEPTED-COUNT TO WS-CTL-COUNT
           MOVE WS-ACCEPTED-TOTAL TO WS-CTL-AMOUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REJECTED" TO WS-CTL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-CTL-COUNT
           MOVE WS-REJECTED-TOTAL TO WS-CTL-AMOUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCEPTED + REJECTED" TO WS-CTL-LABEL
           MOVE WS-DISPOSED-COUNT TO WS-CTL-COUNT
           MOVE WS-DISPOSED-TOTAL TO WS-CTL-AMOUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE "FROM AN EARLIER RUN" TO WS-CTL-LABEL
           MOVE WS-EARLIER-COUNT TO WS-CTL-COUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE "RECOVERED ON RESTART" TO WS-CTL-LABEL
           MOVE WS-RECOVERED-COUNT TO WS-CTL-COUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE "SCREENING CASES RAISED" TO WS-CTL-LABEL
           MOVE WS-CASES-RAISED TO WS-CTL-COUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DISPOSED-COUNT = WS-TRAILER-COUNT
            AND WS-DISPOSED-TOTAL = WS-TRAILER-TOTAL
               MOVE "CONTROL TOTALS PROVE TO THE TRAILER"
                   TO WS-MSG-TEXT
               IF (WS-REJECTED-COUNT > 0 OR WS-CASES-RAISED > 0)
                AND RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           ELSE
               MOVE "CONTROL TOTALS DO NOT PROVE - RESTART THE LOAD"
                   TO WS-MSG-TEXT
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT

           MOVE WS-ACCEPTED-COUNT TO WS-ACCEPTED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           DISPLAY "CUSTLOD1: BATCH " WS-BATCH-ID
                   " ACCEPTED " WS-ACCEPTED-DISPLAY
                   " REJECTED " WS-REJECTED-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTLOD RUN BATCH=" DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  " ACCEPTED=" DELIMITED BY SIZE
                  WS-ACCEPTED-DISPLAY DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-WRITE-PROOF-LINES.
           MOVE "TRAILER" TO WS-CTL-LABEL
           MOVE WS-TRAILER-COUNT TO WS-CTL-COUNT
           MOVE WS-TRAILER-TOTAL TO WS-CTL-AMOUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DETAILS ON FILE" TO WS-CTL-LABEL
           MOVE WS-PROOF-COUNT TO WS-CTL-COUNT
           MOVE WS-PROOF-TOTAL TO WS-CTL-AMOUNT
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row per account stored and    *
      *    one for the run                                             *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "CUSTLOD1" TO AUDIT-PROGRAM-ID
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
      *    8500-WRITE-JOURNAL - the same change-capture row a          *
      *    maintenance ADD leaves, for the DB2 sync                    *
      *----------------------------------------------------------------*
       8500-WRITE-JOURNAL.
           MOVE "CUSTLOD1" TO CJRNWRT-PROGRAM-ID
           MOVE CUST-ID TO CJRNWRT-CUST-ID
           MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
           CALL "CJRNWRT1" USING CJRNWRT-PARMS.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-ONBOARD-OPEN
               CLOSE ONBOARD-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-LOG-FILE-OPEN
               CLOSE ONBOARD-LOG-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           SET WLSCRN-FUNC-END TO TRUE
           CALL "WLSCRN1" USING WLSCRN-PARMS
           IF WS-REPORT-OPEN
               CLOSE LOAD-LISTING
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
