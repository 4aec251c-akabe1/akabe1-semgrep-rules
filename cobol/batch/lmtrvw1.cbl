      *================================================================*
      *  LMTRVW1                                                       *
      *  Quarterly credit-limit review.  CUST-CREDIT-LIMIT is set      *
      *  when an account is opened and was never looked at again, so   *
      *  the posting engine kept suspending good customers over their  *
      *  limit while poor accounts kept limits they no longer earned.  *
      *  At quarter-end this batch walks the master and scores every   *
      *  active account that carries a limit, out of 100:              *
      *                                                                *
      *    - payment behaviour: credits against debits posted on       *
      *      TXN-HISTORY-FILE over the review's history days           *
      *    - aging: the CUSTAGE1 bucket the account falls in, by days  *
      *      since CUST-LAST-ACTIVITY-DATE, when it owes money         *
      *    - collections: its row, if any, on COLLECTIONS-WORK-FILE    *
      *      - a broken promise scores worst                           *
      *    - utilization: the amount owed against the current limit    *
      *                                                                *
      *  The score is looked up on the rule table (LMTRULE) for the    *
      *  percentage the limit moves by, and the result is bounded by   *
      *  the table's controls.  Each account whose limit would move    *
      *  gets a proposal on the keyed LIMIT-REVIEW-FILE for a          *
      *  supervisor to approve or deny in LMTAPR1 - the review never   *
      *  changes the master itself.                                    *
      *                                                                *
      *  Proposals from an earlier review still awaiting a decision    *
      *  are expired first, and the outcome of the last review -       *
      *  approved, denied, expired, and the limit change it actually   *
      *  applied - heads the report.  The report then lists tonight's  *
      *  proposals and closes with the portfolio's limit in total,     *
      *  now and as proposed.  A rerun the same night rewrites the     *
      *  proposals still awaiting a decision and leaves any already    *
      *  decided alone.                                                *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   The MRGD/MRGC pair a duplicate customer
      *                   merge posts is a balance carried from one id
      *                   to another, not activity, and is left out of
      *                   the debit and credit totals.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMTRVW1.
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
           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT LIMIT-REVIEW-FILE ASSIGN TO LMTRVW-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LREV-KEY
               FILE STATUS IS LR-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT COLLECTIONS-WORK-FILE ASSIGN TO COLLWRK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COLL-CUST-ID
               FILE STATUS IS CW-FILE-STATUS.

           SELECT LIMIT-REVIEW-REPORT ASSIGN TO LMTRVW-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  LIMIT-REVIEW-FILE.
           COPY "lmtrvw.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  COLLECTIONS-WORK-FILE.
           COPY "collrec.cpy".

       FD  LIMIT-REVIEW-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  LR-FILE-STATUS               PIC X(02).
           88  LR-STATUS-OK                   VALUE '00'.
           88  LR-STATUS-NOT-FOUND            VALUE '35'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  CW-FILE-STATUS               PIC X(02).
           88  CW-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-REVIEW-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-REVIEW-FILE-OPEN            VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-COLLECTIONS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-COLLECTIONS-OPEN            VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-REVIEW-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-REVIEW-AT-EOF               VALUE 'Y'.
       77  WS-HIST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-SCAN-DONE              VALUE 'Y'.
       77  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                   VALUE 'Y'.
       77  WS-RULE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-RULE-FOUND                  VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-ACTIVITY-INTEGER          PIC S9(09) COMP.
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-HISTORY-FLOOR-DATE        PIC 9(08).
       77  WS-AGE-DAYS                  PIC S9(06) COMP-3.
       77  WS-CREDITS-TOTAL             PIC S9(09)V99 COMP-3.
       77  WS-DEBITS-TOTAL              PIC S9(09)V99 COMP-3.
       77  WS-OWED-AMOUNT               PIC S9(09)V99 COMP-3.
       77  WS-OWED-FLOOR                PIC S9(09)V99 COMP-3.
       77  WS-UTILIZATION               PIC S9(07) COMP-3.
       77  WS-UNITS                     PIC S9(09) COMP-3.
       77  WS-PROPOSED-LIMIT            PIC S9(09)V99 COMP-3.
       77  WS-LIMIT-CHANGE              PIC S9(09)V99 COMP-3.
       77  WS-SCORE                     PIC 9(03).
       77  WS-PAYMENT-POINTS            PIC 9(03).
       77  WS-AGING-POINTS              PIC 9(03).
       77  WS-COLLECTIONS-POINTS        PIC 9(03).
       77  WS-UTILIZATION-POINTS        PIC 9(03).
       77  WS-BUCKET                    PIC 9(01).
       77  WS-COLL-STATUS               PIC X(01).
       77  WS-RULE-SIGN                 PIC X(01).
           88  WS-RULE-DECREASE               VALUE '-'.
       77  WS-RULE-PCT                  PIC 9(02).
       77  WS-RULE-CODE                 PIC X(04).
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-LAST-REVIEW-DATE          PIC 9(08) VALUE 0.
       77  WS-LIMIT-DISPLAY             PIC Z,ZZZ,ZZ9.99.
       77  WS-PROPOSED-DISPLAY          PIC Z,ZZZ,ZZ9.99.

       77  WS-ACCOUNTS-READ             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCOUNTS-REVIEWED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-LIMIT-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-ALREADY-DECIDED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-INCREASE-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-DECREASE-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-HELD-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-INCREASE-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-DECREASE-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-PORTFOLIO-NOW             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-PORTFOLIO-PROPOSED        PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-PORTFOLIO-CHANGE          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-PRIOR-PROPOSED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-PRIOR-APPROVED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-PRIOR-DENIED              PIC 9(07) COMP-3 VALUE 0.
       77  WS-PRIOR-EXPIRED             PIC 9(07) COMP-3 VALUE 0.
       77  WS-PRIOR-APPLIED             PIC S9(11)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "lmtrule.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "QUARTERLY CREDIT-LIMIT REVIEW".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(20) VALUE
               "   HISTORY FROM ".
           05  WS-HDR-FLOOR-DATE       PIC 9(08).
       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT             PIC X(40).
           05  WS-SEC-DATE             PIC X(08).

       01  WS-PRIOR-LINE-1.
           05  FILLER                  PIC X(10) VALUE "PROPOSED:".
           05  WS-PRI-PROPOSED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   APPROVED:".
           05  WS-PRI-APPROVED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "   DENIED:".
           05  WS-PRI-DENIED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "   EXPIRED:".
           05  WS-PRI-EXPIRED          PIC ZZZ,ZZ9.
       01  WS-PRIOR-LINE-2.
           05  FILLER                  PIC X(28) VALUE
               "LIMIT CHANGE APPLIED:".
           05  WS-PRI-APPLIED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(26) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(07) VALUE "SCORE".
           05  FILLER                  PIC X(06) VALUE "PAY".
           05  FILLER                  PIC X(06) VALUE "AGE".
           05  FILLER                  PIC X(06) VALUE "COLL".
           05  FILLER                  PIC X(06) VALUE "UTIL".
           05  FILLER                  PIC X(06) VALUE "RULE".
           05  FILLER                  PIC X(14) VALUE
               "  LIMIT NOW".
           05  FILLER                  PIC X(14) VALUE
               "   PROPOSED".
           05  FILLER                  PIC X(14) VALUE
               "     CHANGE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SCORE            PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-PAY              PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-AGE              PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-COLL             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-UTIL             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-RULE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-OLD-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NEW-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHANGE           PIC Z,ZZZ,ZZ9.99-.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               "ACCOUNTS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   REVIEWED:".
           05  WS-TRL-REVIEWED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   NO LIMIT:".
           05  WS-TRL-NO-LIMIT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "   ALREADY DECIDED:".
           05  WS-TRL-DECIDED          PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               "INCREASES:".
           05  WS-TRL-INC-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TRL-INC-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               "   DECREASES:".
           05  WS-TRL-DEC-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TRL-DEC-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE
               "   HELD:".
           05  WS-TRL-HELD             PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(16) VALUE
               "PORTFOLIO NOW:".
           05  WS-TRL-PORT-NOW         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               "   PROPOSED:".
           05  WS-TRL-PORT-PROPOSED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16) VALUE
               "   NET CHANGE:".
           05  WS-TRL-PORT-CHANGE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 1500-CLOSE-PRIOR-REVIEWS THRU 1500-EXIT
               PERFORM 1800-POSITION-MASTER THRU 1800-EXIT
           END-IF
           PERFORM 2000-REVIEW-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the first review creates the review file; *
      *    with no history or collections file an account is scored    *
      *    as if it had neither                                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-DATE-INTEGER =
               WS-RUN-DATE-INTEGER - LRUL-HISTORY-DAYS
           COMPUTE WS-HISTORY-FLOOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LMTRVW1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O LIMIT-REVIEW-FILE
           IF LR-STATUS-NOT-FOUND
               OPEN OUTPUT LIMIT-REVIEW-FILE
               CLOSE LIMIT-REVIEW-FILE
               OPEN I-O LIMIT-REVIEW-FILE
           END-IF
           IF LR-STATUS-OK
               SET WS-REVIEW-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LMTRVW1: LIMIT-REVIEW-FILE OPEN FAILED "
                       LR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LMTRVW1: NO TXN-HISTORY-FILE - PAYMENT "
                       "BEHAVIOUR NOT SCORED, STATUS " TH-FILE-STATUS
           END-IF

           OPEN INPUT COLLECTIONS-WORK-FILE
           IF CW-STATUS-OK
               SET WS-COLLECTIONS-OPEN TO TRUE
           ELSE
               DISPLAY "LMTRVW1: NO COLLECTIONS-WORK-FILE - NO "
                       "COLLECTIONS STATUS SCORED, STATUS "
                       CW-FILE-STATUS
           END-IF

           OPEN OUTPUT LIMIT-REVIEW-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "LMTRVW1: LIMIT-REVIEW-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HISTORY-FLOOR-DATE TO WS-HDR-FLOOR-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-CLOSE-PRIOR-REVIEWS - proposals from an earlier review *
      *    still awaiting a decision are expired; the rows of the most *
      *    recent earlier review are counted for the outcome section   *
      *----------------------------------------------------------------*
       1500-CLOSE-PRIOR-REVIEWS.
           MOVE 'N' TO WS-REVIEW-EOF-SW
           MOVE 0 TO LREV-REVIEW-DATE
           MOVE LOW-VALUES TO LREV-CUST-ID
           START LIMIT-REVIEW-FILE
               KEY IS NOT LESS THAN LREV-KEY
               INVALID KEY SET WS-REVIEW-AT-EOF TO TRUE
           END-START
           PERFORM 1510-CLOSE-ONE-PROPOSAL THRU 1510-EXIT
               UNTIL WS-REVIEW-AT-EOF

           MOVE "OUTCOME OF LAST REVIEW " TO WS-SEC-TEXT
           IF WS-LAST-REVIEW-DATE = 0
               MOVE "NONE" TO WS-SEC-DATE
           ELSE
               MOVE WS-LAST-REVIEW-DATE TO WS-SEC-DATE
           END-IF
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRIOR-PROPOSED TO WS-PRI-PROPOSED
           MOVE WS-PRIOR-APPROVED TO WS-PRI-APPROVED
           MOVE WS-PRIOR-DENIED TO WS-PRI-DENIED
           MOVE WS-PRIOR-EXPIRED TO WS-PRI-EXPIRED
           MOVE WS-PRIOR-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRIOR-APPLIED TO WS-PRI-APPLIED
           MOVE WS-PRIOR-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1510-CLOSE-ONE-PROPOSAL.
           READ LIMIT-REVIEW-FILE NEXT
               AT END
                   SET WS-REVIEW-AT-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF LREV-REVIEW-DATE NOT < WS-RUN-DATE
               SET WS-REVIEW-AT-EOF TO TRUE
               GO TO 1510-EXIT
           END-IF

           IF LREV-AWAITING-APPROVAL
               SET LREV-EXPIRED TO TRUE
               MOVE "BATCH" TO LREV-DECIDED-BY
               MOVE WS-TIMESTAMP TO LREV-DECISION-TIMESTAMP
               MOVE "SUPERSEDED BY NEXT REVIEW"
                   TO LREV-DECISION-REASON
               REWRITE LIMIT-REVIEW-RECORD
               IF NOT LR-STATUS-OK
                   DISPLAY "LMTRVW1: REWRITE FAILED FOR "
                           LREV-REVIEW-DATE " " LREV-CUST-ID
                           " " LR-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-REVIEW-AT-EOF TO TRUE
                   GO TO 1510-EXIT
               END-IF
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "LMTRVW EXPIRED REVIEW=" DELIMITED BY SIZE
                      LREV-REVIEW-DATE DELIMITED BY SIZE
                      " CUST=" DELIMITED BY SIZE
                      LREV-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF

           IF LREV-REVIEW-DATE NOT = WS-LAST-REVIEW-DATE
               MOVE LREV-REVIEW-DATE TO WS-LAST-REVIEW-DATE
               MOVE 0 TO WS-PRIOR-PROPOSED
               MOVE 0 TO WS-PRIOR-APPROVED
               MOVE 0 TO WS-PRIOR-DENIED
               MOVE 0 TO WS-PRIOR-EXPIRED
               MOVE 0 TO WS-PRIOR-APPLIED
           END-IF
           ADD 1 TO WS-PRIOR-PROPOSED
           EVALUATE TRUE
               WHEN LREV-APPROVED
                   ADD 1 TO WS-PRIOR-APPROVED
                   COMPUTE WS-PRIOR-APPLIED = WS-PRIOR-APPLIED
                       + LREV-PROPOSED-LIMIT - LREV-OLD-LIMIT
               WHEN LREV-DENIED
                   ADD 1 TO WS-PRIOR-DENIED
               WHEN LREV-EXPIRED
                   ADD 1 TO WS-PRIOR-EXPIRED
           END-EVALUATE.
       1510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1800-POSITION-MASTER - headings for tonight's proposals,    *
      *    then the first customer                                     *
      *----------------------------------------------------------------*
       1800-POSITION-MASTER.
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               SET WS-END-OF-FILE TO TRUE
               GO TO 1800-EXIT
           END-IF
           MOVE "PROPOSED LIMIT CHANGES" TO WS-SEC-TEXT
           MOVE SPACES TO WS-SEC-DATE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1900-READ-NEXT-CUSTOMER THRU 1900-EXIT
           END-IF.
       1800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1900-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-REVIEW-ONE-CUSTOMER - an active account with a limit   *
      *    is scored; a proposal already decided tonight is left as    *
      *    it stands                                                   *
      *----------------------------------------------------------------*
       2000-REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT CUST-ACTIVE
               GO TO 2000-NEXT
           END-IF
           IF CUST-CREDIT-LIMIT NOT > 0
               ADD 1 TO WS-NO-LIMIT-COUNT
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           ADD CUST-CREDIT-LIMIT TO WS-PORTFOLIO-NOW

           MOVE 'N' TO WS-ROW-FOUND-SW
           MOVE WS-RUN-DATE TO LREV-REVIEW-DATE
           MOVE CUST-ID TO LREV-CUST-ID
           READ LIMIT-REVIEW-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           IF WS-ROW-FOUND
            AND NOT LREV-AWAITING-APPROVAL
               ADD 1 TO WS-ALREADY-DECIDED
               ADD CUST-CREDIT-LIMIT TO WS-PORTFOLIO-PROPOSED
               GO TO 2000-NEXT
           END-IF

           PERFORM 2100-SCORE-PAYMENTS THRU 2100-EXIT
           PERFORM 2200-SCORE-AGING THRU 2200-EXIT
           PERFORM 2300-SCORE-COLLECTIONS THRU 2300-EXIT
           PERFORM 2400-SCORE-UTILIZATION THRU 2400-EXIT
           COMPUTE WS-SCORE = WS-PAYMENT-POINTS + WS-AGING-POINTS
               + WS-COLLECTIONS-POINTS + WS-UTILIZATION-POINTS
           PERFORM 2500-APPLY-RULES THRU 2500-EXIT
           ADD WS-PROPOSED-LIMIT TO WS-PORTFOLIO-PROPOSED

           COMPUTE WS-LIMIT-CHANGE =
               WS-PROPOSED-LIMIT - CUST-CREDIT-LIMIT
           EVALUATE TRUE
               WHEN WS-LIMIT-CHANGE > 0
                   ADD 1 TO WS-INCREASE-COUNT
                   ADD WS-LIMIT-CHANGE TO WS-INCREASE-TOTAL
               WHEN WS-LIMIT-CHANGE < 0
                   ADD 1 TO WS-DECREASE-COUNT
                   SUBTRACT WS-LIMIT-CHANGE FROM WS-DECREASE-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-ROW-FOUND
                       DELETE LIMIT-REVIEW-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
                   GO TO 2000-NEXT
           END-EVALUATE
           PERFORM 2600-WRITE-PROPOSAL THRU 2600-EXIT.

       2000-NEXT.
           PERFORM 1900-READ-NEXT-CUSTOMER THRU 1900-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-SCORE-PAYMENTS - credits against debits posted inside  *
      *    the history days; reversed rows and dispute credits do not  *
      *    count as paying.  The history key walks newest first, so    *
      *    the scan stops once it passes the floor date                *
      *----------------------------------------------------------------*
       2100-SCORE-PAYMENTS.
           MOVE 0 TO WS-CREDITS-TOTAL
           MOVE 0 TO WS-DEBITS-TOTAL
           IF WS-HISTORY-FILE-OPEN
               MOVE 'N' TO WS-HIST-SCAN-DONE-SW
               MOVE CUST-ID TO TXNH-CUST-ID
               MOVE 0 TO TXNH-REVERSE-DATE
               MOVE 0 TO TXNH-SEQUENCE
               START TXN-HISTORY-FILE
                   KEY IS NOT LESS THAN TXNH-KEY
                   INVALID KEY SET WS-HIST-SCAN-DONE TO TRUE
               END-START
               PERFORM 2110-SUM-ONE-HISTORY THRU 2110-EXIT
                   UNTIL WS-HIST-SCAN-DONE
           END-IF

           EVALUATE TRUE
               WHEN WS-DEBITS-TOTAL = 0
                AND WS-CREDITS-TOTAL = 0
                   MOVE LRUL-PAY-NO-ACTIVITY TO WS-PAYMENT-POINTS
               WHEN WS-CREDITS-TOTAL NOT < WS-DEBITS-TOTAL
                   MOVE LRUL-PAY-PAID-IN-FULL TO WS-PAYMENT-POINTS
               WHEN WS-CREDITS-TOTAL * 2 NOT < WS-DEBITS-TOTAL
                   MOVE LRUL-PAY-PAID-HALF TO WS-PAYMENT-POINTS
               WHEN WS-CREDITS-TOTAL > 0
                   MOVE LRUL-PAY-PAID-SOME TO WS-PAYMENT-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-PAYMENT-POINTS
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-SUM-ONE-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = CUST-ID
            OR TXNH-POST-DATE < WS-HISTORY-FLOOR-DATE
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF TXNH-REVERSED
               GO TO 2110-EXIT
           END-IF
           IF TXNH-TXN-CODE = "MRGD"
              OR TXNH-TXN-CODE = "MRGC"
               GO TO 2110-EXIT
           END-IF
           IF TXNH-POSTED-CREDIT
               IF TXNH-TXN-CODE NOT = "DPCR"
                   ADD TXNH-AMOUNT TO WS-CREDITS-TOTAL
               END-IF
           ELSE
               ADD TXNH-AMOUNT TO WS-DEBITS-TOTAL
           END-IF.
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-SCORE-AGING - the same buckets CUSTAGE1 ages by; an    *
      *    account that owes nothing is not aged at all, and one never *
      *    touched since the activity date was added ages as over-90   *
      *----------------------------------------------------------------*
       2200-SCORE-AGING.
           MOVE 0 TO WS-BUCKET
           IF CUST-BALANCE NOT < 0
               MOVE LRUL-AGE-NOT-OWING TO WS-AGING-POINTS
               GO TO 2200-EXIT
           END-IF
           IF CUST-LAST-ACTIVITY-DATE = 0
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-ACTIVITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-ACTIVITY-INTEGER
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
                   MOVE LRUL-AGE-BUCKET-1 TO WS-AGING-POINTS
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET
                   MOVE LRUL-AGE-BUCKET-2 TO WS-AGING-POINTS
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
                   MOVE LRUL-AGE-BUCKET-3 TO WS-AGING-POINTS
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
                   MOVE LRUL-AGE-BUCKET-4 TO WS-AGING-POINTS
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-SCORE-COLLECTIONS - no row, or a row already           *
      *    collected, scores as clear                                  *
      *----------------------------------------------------------------*
       2300-SCORE-COLLECTIONS.
           MOVE SPACE TO WS-COLL-STATUS
           MOVE LRUL-COLL-CLEAR TO WS-COLLECTIONS-POINTS
           IF NOT WS-COLLECTIONS-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE CUST-ID TO COLL-CUST-ID
           READ COLLECTIONS-WORK-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT CW-STATUS-OK
               GO TO 2300-EXIT
           END-IF
           MOVE COLL-STATUS TO WS-COLL-STATUS
           EVALUATE TRUE
               WHEN COLL-STATUS-PROMISED
                   MOVE LRUL-COLL-PROMISED TO WS-COLLECTIONS-POINTS
               WHEN COLL-STATUS-OPEN
                   MOVE LRUL-COLL-OPEN TO WS-COLLECTIONS-POINTS
               WHEN COLL-STATUS-BROKEN
                   MOVE LRUL-COLL-BROKEN TO WS-COLLECTIONS-POINTS
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-SCORE-UTILIZATION - the amount owed as a percentage of *
      *    the current limit; a credit balance owes nothing            *
      *----------------------------------------------------------------*
       2400-SCORE-UTILIZATION.
           MOVE 0 TO WS-OWED-AMOUNT
           IF CUST-BALANCE < 0
               COMPUTE WS-OWED-AMOUNT = 0 - CUST-BALANCE
           END-IF
           COMPUTE WS-UTILIZATION =
               WS-OWED-AMOUNT * 100 / CUST-CREDIT-LIMIT
           EVALUATE TRUE
               WHEN WS-UTILIZATION < 30
                   MOVE LRUL-UTIL-UNDER-30 TO WS-UTILIZATION-POINTS
               WHEN WS-UTILIZATION < 60
                   MOVE LRUL-UTIL-UNDER-60 TO WS-UTILIZATION-POINTS
               WHEN WS-UTILIZATION < 90
                   MOVE LRUL-UTIL-UNDER-90 TO WS-UTILIZATION-POINTS
               WHEN OTHER
                   MOVE LRUL-UTIL-OVER-90 TO WS-UTILIZATION-POINTS
           END-EVALUATE
           IF WS-UTILIZATION > 999
               MOVE 999 TO WS-UTILIZATION
           END-IF.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-APPLY-RULES - the first band whose floor the score     *
      *    reaches sets the move; the result is rounded to the unit,   *
      *    kept inside the floor and ceiling, never cut below what is  *
      *    already owed, and never moved against the band's direction  *
      *----------------------------------------------------------------*
       2500-APPLY-RULES.
           MOVE 'N' TO WS-RULE-FOUND-SW
           MOVE '+' TO WS-RULE-SIGN
           MOVE 0 TO WS-RULE-PCT
           MOVE "HOLD" TO WS-RULE-CODE
           PERFORM 2510-CHECK-ONE-RULE THRU 2510-EXIT
               VARYING LIMIT-RULE-IDX FROM 1 BY 1
               UNTIL LIMIT-RULE-IDX > LIMIT-RULE-COUNT
                  OR WS-RULE-FOUND

           MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
           IF WS-RULE-PCT = 0
               GO TO 2500-EXIT
           END-IF
           IF WS-RULE-DECREASE
               COMPUTE WS-PROPOSED-LIMIT =
                   CUST-CREDIT-LIMIT * (100 - WS-RULE-PCT) / 100
           ELSE
               COMPUTE WS-PROPOSED-LIMIT =
                   CUST-CREDIT-LIMIT * (100 + WS-RULE-PCT) / 100
           END-IF
           COMPUTE WS-UNITS ROUNDED =
               WS-PROPOSED-LIMIT / LRUL-ROUNDING-UNIT
           COMPUTE WS-PROPOSED-LIMIT = WS-UNITS * LRUL-ROUNDING-UNIT
           IF WS-PROPOSED-LIMIT > LRUL-CEILING-LIMIT
               MOVE LRUL-CEILING-LIMIT TO WS-PROPOSED-LIMIT
           END-IF
           IF WS-PROPOSED-LIMIT < LRUL-FLOOR-LIMIT
               MOVE LRUL-FLOOR-LIMIT TO WS-PROPOSED-LIMIT
           END-IF

           COMPUTE WS-UNITS = (WS-OWED-AMOUNT + LRUL-ROUNDING-UNIT
               - 0.01) / LRUL-ROUNDING-UNIT
           COMPUTE WS-OWED-FLOOR = WS-UNITS * LRUL-ROUNDING-UNIT
           IF WS-PROPOSED-LIMIT < WS-OWED-FLOOR
               MOVE WS-OWED-FLOOR TO WS-PROPOSED-LIMIT
           END-IF

           IF WS-RULE-DECREASE
               IF WS-PROPOSED-LIMIT > CUST-CREDIT-LIMIT
                   MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
               END-IF
           ELSE
               IF WS-PROPOSED-LIMIT < CUST-CREDIT-LIMIT
                   MOVE CUST-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-CHECK-ONE-RULE.
           IF WS-SCORE NOT < LRUL-SCORE-FLOOR(LIMIT-RULE-IDX)
               SET WS-RULE-FOUND TO TRUE
               MOVE LRUL-CHANGE-SIGN(LIMIT-RULE-IDX) TO WS-RULE-SIGN
               MOVE LRUL-CHANGE-PCT(LIMIT-RULE-IDX) TO WS-RULE-PCT
               MOVE LRUL-RULE-CODE(LIMIT-RULE-IDX) TO WS-RULE-CODE
           END-IF.
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-WRITE-PROPOSAL - a rerun rewrites tonight's row still  *
      *    awaiting a decision; every proposal is listed and audited   *
      *----------------------------------------------------------------*
       2600-WRITE-PROPOSAL.
           INITIALIZE LIMIT-REVIEW-RECORD
           MOVE WS-RUN-DATE TO LREV-REVIEW-DATE
           MOVE CUST-ID TO LREV-CUST-ID
           MOVE CUST-NAME TO LREV-CUST-NAME
           MOVE WS-SCORE TO LREV-SCORE
           MOVE WS-PAYMENT-POINTS TO LREV-PAYMENT-POINTS
           MOVE WS-AGING-POINTS TO LREV-AGING-POINTS
           MOVE WS-COLLECTIONS-POINTS TO LREV-COLLECTIONS-POINTS
           MOVE WS-UTILIZATION-POINTS TO LREV-UTILIZATION-POINTS
           MOVE WS-BUCKET TO LREV-BUCKET
           MOVE WS-COLL-STATUS TO LREV-COLL-STATUS
           MOVE WS-UTILIZATION TO LREV-UTILIZATION-PCT
           MOVE WS-RULE-CODE TO LREV-RULE-CODE
           MOVE CUST-CREDIT-LIMIT TO LREV-OLD-LIMIT
           MOVE WS-PROPOSED-LIMIT TO LREV-PROPOSED-LIMIT
           SET LREV-AWAITING-APPROVAL TO TRUE
           MOVE SPACES TO LREV-DECIDED-BY
           MOVE SPACES TO LREV-DECISION-REASON
           IF WS-ROW-FOUND
               REWRITE LIMIT-REVIEW-RECORD
           ELSE
               WRITE LIMIT-REVIEW-RECORD
           END-IF
           IF NOT LR-STATUS-OK
               DISPLAY "LMTRVW1: PROPOSAL WRITE FAILED FOR "
                       CUST-ID " " LR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE WS-SCORE TO WS-DTL-SCORE
           MOVE WS-PAYMENT-POINTS TO WS-DTL-PAY
           MOVE WS-AGING-POINTS TO WS-DTL-AGE
           MOVE WS-COLLECTIONS-POINTS TO WS-DTL-COLL
           MOVE WS-UTILIZATION-POINTS TO WS-DTL-UTIL
           MOVE WS-RULE-CODE TO WS-DTL-RULE
           MOVE CUST-CREDIT-LIMIT TO WS-DTL-OLD-LIMIT
           MOVE WS-PROPOSED-LIMIT TO WS-DTL-NEW-LIMIT
           MOVE WS-LIMIT-CHANGE TO WS-DTL-CHANGE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-PROPOSED-LIMIT TO WS-PROPOSED-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "LMTRVW PROPOSED CUST=" DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RULE-CODE DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROPOSED-DISPLAY)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - the portfolio's limit in total, now    *
      *    and as proposed                                             *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-PORTFOLIO-CHANGE =
               WS-PORTFOLIO-PROPOSED - WS-PORTFOLIO-NOW
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-TRL-READ
           MOVE WS-ACCOUNTS-REVIEWED TO WS-TRL-REVIEWED
           MOVE WS-NO-LIMIT-COUNT TO WS-TRL-NO-LIMIT
           MOVE WS-ALREADY-DECIDED TO WS-TRL-DECIDED
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INCREASE-COUNT TO WS-TRL-INC-COUNT
           MOVE WS-INCREASE-TOTAL TO WS-TRL-INC-TOTAL
           MOVE WS-DECREASE-COUNT TO WS-TRL-DEC-COUNT
           MOVE WS-DECREASE-TOTAL TO WS-TRL-DEC-TOTAL
           MOVE WS-HELD-COUNT TO WS-TRL-HELD
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PORTFOLIO-NOW TO WS-TRL-PORT-NOW
           MOVE WS-PORTFOLIO-PROPOSED TO WS-TRL-PORT-PROPOSED
           MOVE WS-PORTFOLIO-CHANGE TO WS-TRL-PORT-CHANGE
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "LMTRVW1: REVIEWED " WS-ACCOUNTS-REVIEWED
                   " INCREASES " WS-INCREASE-COUNT
                   " DECREASES " WS-DECREASE-COUNT
                   " HELD " WS-HELD-COUNT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row per proposal and per      *
      *    expiry; the batch is the maker of every proposal            *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "LMTRVW1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
           SET AUDIT-RESULT-SUCCESS TO TRUE
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
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-REVIEW-FILE-OPEN
               CLOSE LIMIT-REVIEW-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-COLLECTIONS-OPEN
               CLOSE COLLECTIONS-WORK-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE LIMIT-REVIEW-REPORT
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
