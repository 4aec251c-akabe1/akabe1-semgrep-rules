      *================================================================*
      *  TXNPMRG1                                                      *
      *  Posting partition merge.  Runs once every partition step      *
      *  (TXNPTN1 - TXNPTN4) has finished, and stands where the        *
      *  single posting step used to in the nightly chain, so the      *
      *  suspense pass and everything downstream of posting wait on    *
      *  it.  It re-reads the night's A-FILE and splits its detail     *
      *  count and amount by partition through POSTPTN1 - the same     *
      *  ranges the engine posted by - and holds each partition's      *
      *  complete checkpoint row against its share: the same input,    *
      *  the same items and amount, and every item applied, refused,   *
      *  or held in doubt.  The partition totals must add back to the  *
      *  whole A-FILE.  The partition registers are gathered into the  *
      *  night's posting register with the combined control totals,    *
      *  and the partition GL day detail files into the night's GL     *
      *  day detail, which the suspense pass then appends to.  A       *
      *  partition that does not prove fails the step, which holds     *
      *  the suspense pass and the rest of the posting chain, and an   *
      *  operations alert goes out.                                    *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   A detail keyed with an id a merge retired is
      *                   shared to the partition of its surviving id,
      *                   followed through CUST-MERGE-FILE the way the
      *                   engine redirects it before posting, so a
      *                   late item for a retired id proves in the
      *                   partition that posted it.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNPMRG1.
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
           SELECT A-FILE ASSIGN TO A-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AF-FILE-STATUS.

           SELECT POSTING-CHECKPOINT-FILE ASSIGN TO POSTCHK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCK-PARTITION
               FILE STATUS IS PK-FILE-STATUS.

           SELECT PARTITION-REGISTER-1 ASSIGN TO POSTRG1-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

           SELECT PARTITION-REGISTER-2 ASSIGN TO POSTRG2-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

           SELECT PARTITION-REGISTER-3 ASSIGN TO POSTRG3-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

           SELECT PARTITION-REGISTER-4 ASSIGN TO POSTRG4-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-1 ASSIGN TO GLDTX1-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-2 ASSIGN TO GLDTX2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-3 ASSIGN TO GLDTX3-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-4 ASSIGN TO GLDTX4-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT POSTING-REGISTER ASSIGN TO POSTREG-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT CUST-MERGE-FILE ASSIGN TO CUSTMRG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRG-RETIRED-ID
               FILE STATUS IS MG-FILE-STATUS.

           SELECT GL-DAY-DETAIL-FILE ASSIGN TO GLDTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  A-FILE.
       01  A-FILE-RECORD.
           05  AF-RECORD-TYPE              PIC X(01).
               88  AF-HEADER-RECORD              VALUE 'H'.
               88  AF-DETAIL-RECORD              VALUE 'D'.
               88  AF-TRAILER-RECORD             VALUE 'T'.
           05  AF-RECORD-DATA              PIC X(79).
       01  A-FILE-HEADER REDEFINES A-FILE-RECORD.
           05  FILLER                      PIC X(01).
           05  AFH-RUN-DATE                PIC 9(08).
           05  AFH-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(63).
       01  A-FILE-TRAILER REDEFINES A-FILE-RECORD.
           05  FILLER                      PIC X(01).
           05  AFT-RECORD-COUNT            PIC 9(07).
           05  FILLER                      PIC X(72).

       FD  POSTING-CHECKPOINT-FILE.
           COPY "postchk.cpy".

       FD  PARTITION-REGISTER-1.
       01  PARTITION-REGISTER-LINE-1   PIC X(132).

       FD  PARTITION-REGISTER-2.
       01  PARTITION-REGISTER-LINE-2   PIC X(132).

       FD  PARTITION-REGISTER-3.
       01  PARTITION-REGISTER-LINE-3   PIC X(132).

       FD  PARTITION-REGISTER-4.
       01  PARTITION-REGISTER-LINE-4   PIC X(132).

       FD  PARTITION-GL-DETAIL-1.
       01  PARTITION-GL-RECORD-1       PIC X(80).

       FD  PARTITION-GL-DETAIL-2.
       01  PARTITION-GL-RECORD-2       PIC X(80).

       FD  PARTITION-GL-DETAIL-3.
       01  PARTITION-GL-RECORD-3       PIC X(80).

       FD  PARTITION-GL-DETAIL-4.
       01  PARTITION-GL-RECORD-4       PIC X(80).

       FD  POSTING-REGISTER.
       01  REPORT-LINE                 PIC X(132).

       FD  CUST-MERGE-FILE.
           COPY "custmrg.cpy".

       FD  GL-DAY-DETAIL-FILE.
       01  GL-DAY-DETAIL-RECORD        PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  AF-FILE-STATUS               PIC X(02).
           88  AF-STATUS-OK                   VALUE '00'.
       77  PK-FILE-STATUS               PIC X(02).
           88  PK-STATUS-OK                   VALUE '00'.
       77  PR-FILE-STATUS               PIC X(02).
           88  PR-STATUS-OK                   VALUE '00'.
       77  PG-FILE-STATUS               PIC X(02).
           88  PG-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  GD-FILE-STATUS               PIC X(02).
           88  GD-STATUS-OK                   VALUE '00'.
       77  MG-FILE-STATUS               PIC X(02).
           88  MG-STATUS-OK                   VALUE '00'.

       77  WS-A-FILE-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-A-FILE-OPEN                 VALUE 'Y'.
       77  WS-CHECKPOINT-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-CHECKPOINT-OPEN             VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-GL-DETAIL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-GL-DETAIL-OPEN              VALUE 'Y'.
       77  WS-MERGE-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MERGE-FILE-OPEN             VALUE 'Y'.
       77  WS-A-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-A-AT-EOF                    VALUE 'Y'.
       77  WS-COPY-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-COPY-AT-EOF                 VALUE 'Y'.
       77  WS-COPY-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WS-COPY-OPEN                   VALUE 'Y'.
       77  WS-TRAILER-SEEN-SW           PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN                VALUE 'Y'.
       77  WS-PARTITION-PROVED-SW       PIC X(01) VALUE 'N'.
           88  WS-PARTITION-PROVED            VALUE 'Y'.
       77  WS-OUT-OF-BALANCE-SW         PIC X(01) VALUE 'N'.
           88  WS-OUT-OF-BALANCE              VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-INPUT-RUN-DATE            PIC 9(08) VALUE 0.
       77  WS-TRAILER-COUNT             PIC 9(07) VALUE 0.
       77  WS-DETAILS-READ              PIC 9(07) COMP-3 VALUE 0.
       77  WS-INPUT-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-PARTITION-COUNT           PIC 9(01) VALUE 0.
       77  WS-PART-SUB                  PIC 9(01) COMP-3.
       77  WS-DISPOSED-COUNT            PIC 9(07) COMP-3.
       77  WS-DISPOSED-AMOUNT           PIC S9(11)V99 COMP-3.
       77  WS-GL-ROWS                   PIC 9(07) COMP-3.
       77  WS-REGISTER-LINES            PIC 9(07) COMP-3.
       77  WS-PROOF-TEXT                PIC X(30).
       77  WS-COPY-LINE                 PIC X(132).
       77  WS-COPY-GL-RECORD            PIC X(80).
       77  WS-ALERT-PARTITION           PIC 9(01).
       77  WS-SHARE-CUST-ID             PIC X(06).
       77  WS-MERGE-HOPS                PIC 9(02) COMP-3 VALUE 0.
       77  WS-MERGE-HOP-LIMIT           PIC 9(02) COMP-3 VALUE 10.
       77  WS-MERGE-REDIRECTS           PIC 9(07) COMP-3 VALUE 0.

       77  WS-SUM-IN-RANGE              PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-INPUT-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-SUM-APPLIED               PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-REFUSED               PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-IN-DOUBT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-IN-DOUBT-AMOUNT       PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-SUM-CUSTOMERS             PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-DEBITS                PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-SUM-CREDITS               PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-SUM-CHGO-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-CHGO-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-SUM-RCVY-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUM-RCVY-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-SUM-GL-ROWS               PIC 9(07) COMP-3 VALUE 0.

      *    The A-FILE's detail count and amount by partition
       01  WS-PARTITION-SHARE-TABLE.
           05  WS-PARTITION-SHARE OCCURS 9 TIMES.
               10  WS-SHR-COUNT            PIC 9(07) COMP-3.
               10  WS-SHR-AMOUNT           PIC S9(11)V99 COMP-3.

       COPY "txnrec.cpy".
       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "alrtput.cpy".
       COPY "postptn.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "POSTING REGISTER - PARTITIONS MERGED".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).

       01  WS-PARTITION-BANNER.
           05  FILLER                  PIC X(20) VALUE
               "==== PARTITION".
           05  WS-BNR-PARTITION        PIC 9(01).
           05  FILLER                  PIC X(05) VALUE " ====".

       01  WS-PROOF-LINE-1.
           05  FILLER                  PIC X(10) VALUE "PARTITION ".
           05  WS-PF1-PARTITION        PIC 9(01).
           05  FILLER                  PIC X(15) VALUE
               "   A-FILE ITEMS".
           05  WS-PF1-SHARE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PF1-SHARE-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE
               "   POSTED ON ".
           05  WS-PF1-POSTED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PF1-POSTED-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-PF1-PROOF-TEXT       PIC X(30).

       01  WS-PROOF-LINE-2.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "APPLIED".
           05  WS-PF2-APPLIED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "   REFUSED".
           05  WS-PF2-REFUSED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "   IN DOUBT".
           05  WS-PF2-IN-DOUBT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "   GL ROWS".
           05  WS-PF2-GL-ROWS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "   RESTARTS".
           05  WS-PF2-RESTARTS         PIC ZZ9.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(20) VALUE
               "CUSTOMERS POSTED:".
           05  WS-TRL-CUSTOMERS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "APPLIED:".
           05  WS-TRL-APPLIED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "REFUSED:".
           05  WS-TRL-REFUSED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "IN DOUBT:".
           05  WS-TRL-IN-DOUBT         PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL DEBITS:".
           05  WS-TRL-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "TOTAL CREDITS:".
           05  WS-TRL-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(14) VALUE
               "CHARGE-OFFS:".
           05  WS-TRL-CHGO-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-CHGO-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "RECOVERIES:".
           05  WS-TRL-RCVY-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-RCVY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-WHOLE-FILE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "WHOLE A-FILE ITEMS".
           05  WS-WFL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WFL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               "   PARTITIONS".
           05  WS-WFL-SUM-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WFL-SUM-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-WFL-RESULT           PIC X(30).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2000-SHARE-A-FILE THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-MERGE-PARTITION THRU 3000-EXIT
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               PERFORM 4000-PROVE-WHOLE-FILE THRU 4000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           SET POSTPTN-FUNC-GET TO TRUE
           CALL "POSTPTN1" USING POSTPTN-PARMS
           MOVE POSTPTN-PARTITION-COUNT TO WS-PARTITION-COUNT
           INITIALIZE WS-PARTITION-SHARE-TABLE

           OPEN INPUT A-FILE
           IF AF-STATUS-OK
               SET WS-A-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPMRG1: A-FILE OPEN FAILED " AF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT POSTING-CHECKPOINT-FILE
           IF PK-STATUS-OK
               SET WS-CHECKPOINT-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPMRG1: POSTING-CHECKPOINT-FILE OPEN FAILED "
                       PK-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUST-MERGE-FILE
           IF MG-STATUS-OK
               SET WS-MERGE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPMRG1: NO CUST-MERGE-FILE - NOTHING "
                       "REDIRECTED, STATUS " MG-FILE-STATUS
           END-IF

           OPEN OUTPUT POSTING-REGISTER
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPMRG1: POSTING-REGISTER OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT GL-DAY-DETAIL-FILE
           IF GD-STATUS-OK
               SET WS-GL-DETAIL-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPMRG1: GL-DAY-DETAIL-FILE OPEN FAILED "
                       GD-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-SHARE-A-FILE - every detail counted to the partition   *
      *    its customer falls in; the trailer is proved as the engine  *
      *    proves it                                                   *
      *----------------------------------------------------------------*
       2000-SHARE-A-FILE.
           READ A-FILE
               AT END SET WS-A-AT-EOF TO TRUE
           END-READ
           PERFORM 2100-SHARE-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-A-AT-EOF

           IF NOT WS-TRAILER-SEEN
               DISPLAY "TXNPMRG1: A-FILE TRAILER MISSING"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAILS-READ
               DISPLAY "TXNPMRG1: A-FILE TRAILER COUNT "
                       WS-TRAILER-COUNT
                       " DOES NOT MATCH DETAILS READ "
                       WS-DETAILS-READ
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-SHARE-ONE-RECORD.
           EVALUATE TRUE
               WHEN AF-HEADER-RECORD
                   MOVE AFH-RUN-DATE TO WS-INPUT-RUN-DATE
               WHEN AF-DETAIL-RECORD
                   ADD 1 TO WS-DETAILS-READ
                   MOVE AF-RECORD-DATA TO TRANSACTION-RECORD
                   ADD TXN-AMOUNT TO WS-INPUT-AMOUNT
                   MOVE TXN-CUST-ID TO WS-SHARE-CUST-ID
                   PERFORM 2150-REDIRECT-MERGED THRU 2150-EXIT
                   SET POSTPTN-FUNC-RESOLVE TO TRUE
                   MOVE WS-SHARE-CUST-ID TO POSTPTN-CUST-ID
                   CALL "POSTPTN1" USING POSTPTN-PARMS
                   ADD 1 TO WS-SHR-COUNT(POSTPTN-PARTITION)
                   ADD TXN-AMOUNT TO WS-SHR-AMOUNT(POSTPTN-PARTITION)
               WHEN AF-TRAILER-RECORD
                   MOVE AFT-RECORD-COUNT TO WS-TRAILER-COUNT
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   DISPLAY "TXNPMRG1: UNRECOGNIZED A-FILE RECORD "
                           "TYPE " AF-RECORD-TYPE
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-EVALUATE

           READ A-FILE
               AT END SET WS-A-AT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2150-REDIRECT-MERGED - the engine's redirect: a retired id  *
      *    is shared to its surviving id, a survivor merged later is   *
      *    followed on, to the same hop limit.  The MRGD/MRGC legs     *
      *    name both ids on purpose and are never redirected           *
      *----------------------------------------------------------------*
       2150-REDIRECT-MERGED.
           IF NOT WS-MERGE-FILE-OPEN
              OR TXN-CODE = "MRGD"
              OR TXN-CODE = "MRGC"
               GO TO 2150-EXIT
           END-IF
           MOVE 0 TO WS-MERGE-HOPS.
       2150-NEXT-HOP.
           MOVE WS-SHARE-CUST-ID TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ
           IF NOT MRG-MERGED
               GO TO 2150-EXIT
           END-IF
           IF WS-MERGE-HOPS NOT < WS-MERGE-HOP-LIMIT
               GO TO 2150-EXIT
           END-IF
           IF WS-MERGE-HOPS = 0
               ADD 1 TO WS-MERGE-REDIRECTS
           END-IF
           MOVE MRG-SURVIVOR-ID TO WS-SHARE-CUST-ID
           ADD 1 TO WS-MERGE-HOPS
           GO TO 2150-NEXT-HOP.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-MERGE-PARTITION - prove the partition's checkpoint     *
      *    row against its share of the A-FILE, then gather its        *
      *    register and GL day detail                                  *
      *----------------------------------------------------------------*
       3000-MERGE-PARTITION.
           MOVE 'N' TO WS-PARTITION-PROVED-SW
           MOVE WS-PART-SUB TO WS-BNR-PARTITION
           MOVE WS-PARTITION-BANNER TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 3100-PROVE-PARTITION THRU 3100-EXIT
           PERFORM 3300-COPY-REGISTER THRU 3300-EXIT
           PERFORM 3500-COPY-GL-DETAIL THRU 3500-EXIT

           IF WS-PARTITION-PROVED
               IF WS-GL-ROWS < PCK-TXNS-APPLIED
                   MOVE "GL DETAIL SHORT OF APPLIED"
                       TO WS-PROOF-TEXT
                   MOVE 'N' TO WS-PARTITION-PROVED-SW
               END-IF
           END-IF
           IF WS-PARTITION-PROVED
               ADD PCK-DETAILS-IN-RANGE TO WS-SUM-IN-RANGE
               ADD PCK-INPUT-AMOUNT TO WS-SUM-INPUT-AMOUNT
               ADD PCK-TXNS-APPLIED TO WS-SUM-APPLIED
               ADD PCK-TXNS-REFUSED TO WS-SUM-REFUSED
               ADD PCK-TXNS-IN-DOUBT TO WS-SUM-IN-DOUBT
               ADD PCK-IN-DOUBT-AMOUNT TO WS-SUM-IN-DOUBT-AMOUNT
               ADD PCK-CUSTOMERS-POSTED TO WS-SUM-CUSTOMERS
               ADD PCK-TOTAL-DEBITS TO WS-SUM-DEBITS
               ADD PCK-TOTAL-CREDITS TO WS-SUM-CREDITS
               ADD PCK-CHARGE-OFFS-POSTED TO WS-SUM-CHGO-COUNT
               ADD PCK-CHARGE-OFF-TOTAL TO WS-SUM-CHGO-TOTAL
               ADD PCK-RECOVERIES-POSTED TO WS-SUM-RCVY-COUNT
               ADD PCK-RECOVERY-TOTAL TO WS-SUM-RCVY-TOTAL
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE WS-PART-SUB TO WS-ALERT-PARTITION
               DISPLAY "TXNPMRG1: PARTITION " WS-ALERT-PARTITION
                       " NOT PROVED - " WS-PROOF-TEXT
           END-IF
           ADD WS-GL-ROWS TO WS-SUM-GL-ROWS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-SUB TO WS-PF1-PARTITION
           MOVE WS-SHR-COUNT(WS-PART-SUB) TO WS-PF1-SHARE-COUNT
           MOVE WS-SHR-AMOUNT(WS-PART-SUB) TO WS-PF1-SHARE-AMOUNT
           MOVE PCK-DETAILS-IN-RANGE TO WS-PF1-POSTED-COUNT
           MOVE PCK-INPUT-AMOUNT TO WS-PF1-POSTED-AMOUNT
           MOVE WS-PROOF-TEXT TO WS-PF1-PROOF-TEXT
           MOVE WS-PROOF-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PCK-TXNS-APPLIED TO WS-PF2-APPLIED
           MOVE PCK-TXNS-REFUSED TO WS-PF2-REFUSED
           MOVE PCK-TXNS-IN-DOUBT TO WS-PF2-IN-DOUBT
           MOVE WS-GL-ROWS TO WS-PF2-GL-ROWS
           MOVE PCK-RESTART-COUNT TO WS-PF2-RESTARTS
           MOVE WS-PROOF-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-PROVE-PARTITION - complete for tonight, against this   *
      *    A-FILE, the same share of it, and every item accounted for  *
      *    in count and amount                                         *
      *----------------------------------------------------------------*
       3100-PROVE-PARTITION.
           MOVE WS-PART-SUB TO PCK-PARTITION
           READ POSTING-CHECKPOINT-FILE
               INVALID KEY
                   INITIALIZE POSTING-CHECKPOINT-RECORD
                   MOVE "NO CHECKPOINT ROW" TO WS-PROOF-TEXT
                   GO TO 3100-EXIT
           END-READ
           IF PCK-RUN-DATE NOT = WS-RUN-DATE
              OR NOT PCK-COMPLETE
               MOVE "NOT COMPLETE TONIGHT" TO WS-PROOF-TEXT
               GO TO 3100-EXIT
           END-IF
           IF PCK-INPUT-RUN-DATE NOT = WS-INPUT-RUN-DATE
              OR PCK-INPUT-COUNT NOT = WS-TRAILER-COUNT
               MOVE "POSTED FROM A DIFFERENT A-FILE" TO WS-PROOF-TEXT
               GO TO 3100-EXIT
           END-IF
           IF PCK-DETAILS-IN-RANGE NOT = WS-SHR-COUNT(WS-PART-SUB)
               MOVE "ITEMS DO NOT MATCH A-FILE" TO WS-PROOF-TEXT
               GO TO 3100-EXIT
           END-IF
           IF PCK-INPUT-AMOUNT NOT = WS-SHR-AMOUNT(WS-PART-SUB)
               MOVE "AMOUNT DOES NOT MATCH A-FILE" TO WS-PROOF-TEXT
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-DISPOSED-COUNT = PCK-TXNS-APPLIED
               + PCK-TXNS-REFUSED + PCK-TXNS-IN-DOUBT
           IF WS-DISPOSED-COUNT NOT = PCK-DETAILS-IN-RANGE
               MOVE "ITEMS NOT ALL ACCOUNTED FOR" TO WS-PROOF-TEXT
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-DISPOSED-AMOUNT = PCK-TOTAL-DEBITS
               + PCK-TOTAL-CREDITS + PCK-RECOVERY-TOTAL
               + PCK-REFUSED-AMOUNT + PCK-IN-DOUBT-AMOUNT
               + PCK-CHARGE-OFF-TRIMMED
           IF WS-DISPOSED-AMOUNT NOT = PCK-INPUT-AMOUNT
               MOVE "AMOUNT NOT ALL ACCOUNTED FOR" TO WS-PROOF-TEXT
               GO TO 3100-EXIT
           END-IF
           SET WS-PARTITION-PROVED TO TRUE
           MOVE "PROVED" TO WS-PROOF-TEXT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-COPY-REGISTER - the partition's register into the      *
      *    night's; a missing register is noted, the totals above      *
      *    still stand                                                 *
      *----------------------------------------------------------------*
       3300-COPY-REGISTER.
           MOVE 0 TO WS-REGISTER-LINES
           MOVE 'N' TO WS-COPY-EOF-SW
           MOVE 'N' TO WS-COPY-OPEN-SW
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN INPUT PARTITION-REGISTER-1
               WHEN 2
                   OPEN INPUT PARTITION-REGISTER-2
               WHEN 3
                   OPEN INPUT PARTITION-REGISTER-3
               WHEN 4
                   OPEN INPUT PARTITION-REGISTER-4
           END-EVALUATE
           IF NOT PR-STATUS-OK
               MOVE "** PARTITION REGISTER NOT AVAILABLE **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               GO TO 3300-EXIT
           END-IF
           SET WS-COPY-OPEN TO TRUE
           PERFORM 3310-READ-REGISTER-LINE THRU 3310-EXIT
           PERFORM 3320-COPY-ONE-LINE THRU 3320-EXIT
               UNTIL WS-COPY-AT-EOF
           EVALUATE WS-PART-SUB
               WHEN 1
                   CLOSE PARTITION-REGISTER-1
               WHEN 2
                   CLOSE PARTITION-REGISTER-2
               WHEN 3
                   CLOSE PARTITION-REGISTER-3
               WHEN 4
                   CLOSE PARTITION-REGISTER-4
           END-EVALUATE.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-READ-REGISTER-LINE.
           EVALUATE WS-PART-SUB
               WHEN 1
                   READ PARTITION-REGISTER-1 INTO WS-COPY-LINE
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ PARTITION-REGISTER-2 INTO WS-COPY-LINE
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ PARTITION-REGISTER-3 INTO WS-COPY-LINE
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ PARTITION-REGISTER-4 INTO WS-COPY-LINE
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
           END-EVALUATE.
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3320-COPY-ONE-LINE.
           WRITE REPORT-LINE FROM WS-COPY-LINE
           ADD 1 TO WS-REGISTER-LINES
           PERFORM 3310-READ-REGISTER-LINE THRU 3310-EXIT.
       3320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-COPY-GL-DETAIL - the partition's GL day detail onto    *
      *    the night's, counted against what the partition applied     *
      *----------------------------------------------------------------*
       3500-COPY-GL-DETAIL.
           MOVE 0 TO WS-GL-ROWS
           MOVE 'N' TO WS-COPY-EOF-SW
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN INPUT PARTITION-GL-DETAIL-1
               WHEN 2
                   OPEN INPUT PARTITION-GL-DETAIL-2
               WHEN 3
                   OPEN INPUT PARTITION-GL-DETAIL-3
               WHEN 4
                   OPEN INPUT PARTITION-GL-DETAIL-4
           END-EVALUATE
           IF NOT PG-STATUS-OK
               DISPLAY "TXNPMRG1: PARTITION " WS-PART-SUB
                       " GL DAY DETAIL NOT AVAILABLE " PG-FILE-STATUS
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-READ-GL-RECORD THRU 3510-EXIT
           PERFORM 3520-COPY-ONE-GL-RECORD THRU 3520-EXIT
               UNTIL WS-COPY-AT-EOF
           EVALUATE WS-PART-SUB
               WHEN 1
                   CLOSE PARTITION-GL-DETAIL-1
               WHEN 2
                   CLOSE PARTITION-GL-DETAIL-2
               WHEN 3
                   CLOSE PARTITION-GL-DETAIL-3
               WHEN 4
                   CLOSE PARTITION-GL-DETAIL-4
           END-EVALUATE.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-READ-GL-RECORD.
           EVALUATE WS-PART-SUB
               WHEN 1
                   READ PARTITION-GL-DETAIL-1 INTO WS-COPY-GL-RECORD
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ PARTITION-GL-DETAIL-2 INTO WS-COPY-GL-RECORD
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ PARTITION-GL-DETAIL-3 INTO WS-COPY-GL-RECORD
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ PARTITION-GL-DETAIL-4 INTO WS-COPY-GL-RECORD
                       AT END SET WS-COPY-AT-EOF TO TRUE
                   END-READ
           END-EVALUATE.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3520-COPY-ONE-GL-RECORD.
           WRITE GL-DAY-DETAIL-RECORD FROM WS-COPY-GL-RECORD
           ADD 1 TO WS-GL-ROWS
           PERFORM 3510-READ-GL-RECORD THRU 3510-EXIT.
       3520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-PROVE-WHOLE-FILE - the combined control totals, and    *
      *    the partitions added back to the whole A-FILE; anything     *
      *    out fails the step so the posting chain is held             *
      *----------------------------------------------------------------*
       4000-PROVE-WHOLE-FILE.
           IF WS-SUM-IN-RANGE NOT = WS-DETAILS-READ
              OR WS-SUM-INPUT-AMOUNT NOT = WS-INPUT-AMOUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE WS-SUM-CUSTOMERS TO WS-TRL-CUSTOMERS
           MOVE WS-SUM-APPLIED TO WS-TRL-APPLIED
           MOVE WS-SUM-REFUSED TO WS-TRL-REFUSED
           MOVE WS-SUM-IN-DOUBT TO WS-TRL-IN-DOUBT
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUM-DEBITS TO WS-TRL-DEBITS
           MOVE WS-SUM-CREDITS TO WS-TRL-CREDITS
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUM-CHGO-COUNT TO WS-TRL-CHGO-COUNT
           MOVE WS-SUM-CHGO-TOTAL TO WS-TRL-CHGO-TOTAL
           MOVE WS-SUM-RCVY-COUNT TO WS-TRL-RCVY-COUNT
           MOVE WS-SUM-RCVY-TOTAL TO WS-TRL-RCVY-TOTAL
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DETAILS-READ TO WS-WFL-COUNT
           MOVE WS-INPUT-AMOUNT TO WS-WFL-AMOUNT
           MOVE WS-SUM-IN-RANGE TO WS-WFL-SUM-COUNT
           MOVE WS-SUM-INPUT-AMOUNT TO WS-WFL-SUM-AMOUNT
           IF WS-OUT-OF-BALANCE
               MOVE "*** PARTITIONS DO NOT PROVE ***" TO WS-WFL-RESULT
           ELSE
               MOVE "PROVED TO INPUT" TO WS-WFL-RESULT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WHOLE-FILE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "TXNPMRG1: A-FILE DETAILS    " WS-DETAILS-READ
           DISPLAY "TXNPMRG1: PARTITION DETAILS " WS-SUM-IN-RANGE
           DISPLAY "TXNPMRG1: APPLIED           " WS-SUM-APPLIED
           DISPLAY "TXNPMRG1: REFUSED           " WS-SUM-REFUSED
           DISPLAY "TXNPMRG1: IN DOUBT          " WS-SUM-IN-DOUBT
           DISPLAY "TXNPMRG1: GL ROWS GATHERED  " WS-SUM-GL-ROWS
           DISPLAY "TXNPMRG1: MERGE REDIRECTS   " WS-MERGE-REDIRECTS

           IF WS-OUT-OF-BALANCE
               DISPLAY "TXNPMRG1: PARTITIONS DO NOT PROVE TO THE "
                       "A-FILE - POSTING CHAIN HELD"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "TXNPMRG1" TO ALRT-PROGRAM-ID
               MOVE WS-RUN-DATE TO ALRT-BUSINESS-DATE
               MOVE "POSTING PARTITIONS DO NOT PROVE TO INPUT"
                   TO ALRT-CONDITION-TEXT
               CALL "ALRTPUT1" USING ALRTPUT-PARMS
               GO TO 4000-EXIT
           END-IF
           IF (WS-SUM-REFUSED > 0 OR WS-SUM-IN-DOUBT > 0)
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-A-FILE-OPEN
               CLOSE A-FILE
           END-IF
           IF WS-CHECKPOINT-OPEN
               CLOSE POSTING-CHECKPOINT-FILE
           END-IF
           IF WS-MERGE-FILE-OPEN
               CLOSE CUST-MERGE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE POSTING-REGISTER
           END-IF
           IF WS-GL-DETAIL-OPEN
               CLOSE GL-DAY-DETAIL-FILE
           END-IF.
       9000-EXIT.
           EXIT.
